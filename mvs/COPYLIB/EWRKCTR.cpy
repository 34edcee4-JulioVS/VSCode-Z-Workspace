             88 WRK-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 WRK-CT-NOT-SET                     VALUE SPACES.
          05 WRK-MANAGER-EMP-ID         PIC 9(8).
      *      THE USER'S OWN EMPLOYEE ID, AND - WHILE THEY ARE WORKING
      *      ANOTHER MANAGER'S LIST UNDER AN APPRAISAL WORKLIST
      *      DELEGATION (SEE 'EDELGAT') - THAT MANAGER'S USER ID.
      *      SPACES WHEN THE LIST ON SCREEN IS THE USER'S OWN.
          05 WRK-OWN-EMP-ID             PIC 9(8).
          05 WRK-ACTING-FOR-ID          PIC X(8).
