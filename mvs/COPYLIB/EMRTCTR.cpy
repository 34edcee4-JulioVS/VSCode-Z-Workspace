      *      MANAGER'S ID TO REVIEW AND APPROVE IT.
          05 MRT-SCOPE-MANAGER-ID       PIC 9(8).
          05 MRT-OWN-EMPLOYEE-ID        PIC 9(8).
      *      WHOSE MERIT AUTHORITY A DELEGATE IS USING ON THE LIST IN
      *      SCOPE (SEE 'EDELGAT') AND THAT USER'S CATEGORY - A
      *      MANAGER'S STAND-IN ADJUSTS AND SUBMITS, AN
      *      ADMINISTRATOR'S APPROVES. SPACES WHEN THE USER IS WORKING
      *      IN THEIR OWN RIGHT.
          05 MRT-ACTING-FOR-ID          PIC X(8).
          05 MRT-ACTING-FOR-CATEGORY    PIC X(3).
             88 MRT-AF-MANAGER                     VALUE 'MGR'.
             88 MRT-AF-ADMINISTRATOR               VALUE 'ADM'.
