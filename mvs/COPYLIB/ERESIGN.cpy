      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - RESIGNATIONS.
      *      - RECORD LAYOUT FOR 'ERESIGN' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ERESIGN'.
      *      - KEYED BY 'EMPLOYEE ID', ONE RECORD PER EMPLOYEE - THE
      *        RESIGNATION CURRENTLY IN HAND. A WITHDRAWN ONE IS
      *        OVERWRITTEN IF THE EMPLOYEE RESIGNS AGAIN LATER.
      *      - SUBMITTED BY THE EMPLOYEE ON 'ERSGP' (PF9 FROM THE
      *        SELF-SERVICE PAGE) WITH A PROPOSED LAST WORKING DAY NO
      *        EARLIER THAN THEIR NOTICE PERIOD ALLOWS - SEE 'ENTCRUL'
      *        - AND ACCEPTED BY THEIR MANAGER ON 'ERSMP' (PF7 FROM
      *        THE 'EWRKP' WORKLIST), WHO MAY AGREE AN EARLIER DAY.
      *      - ACCEPTANCE PARKS THE TERMINATION ON 'EPNDTRN' FOR THE
      *        NIGHTLY 'EPNDAPP' TO APPLY THE DAY AFTER THE LAST DAY,
      *        AND OPENS THE 'EOFFLST' CHECKLIST STRAIGHT AWAY SO THE
      *        OFFBOARDING TASKS ARE UNDER WAY BEFORE THE PERSON GOES.
      ******************************************************************
       01 RESIGNATION-RECORD.
          05 RSG-KEY.
             10 RSG-EMPLOYEE-ID         PIC 9(8).
          05 RSG-DETAILS.
             10 RSG-SUBMITTED-BY        PIC X(8).
             10 RSG-SUBMITTED-DATE      PIC X(8).
             10 RSG-PROPOSED-LAST-DAY   PIC X(8).
             10 RSG-REASON              PIC X(60).
      *         THE NOTICE RULE IN FORCE WHEN IT WAS SUBMITTED - THE
      *         EMPLOYMENT TYPE, COMPLETED YEARS OF CONTINUOUS
      *         SERVICE, DAYS OF NOTICE THEY CALLED FOR, AND THE
      *         EARLIEST LAST DAY THAT GAVE.
             10 RSG-TYPE-CODE           PIC X(2).
             10 RSG-SERVICE-YEARS       PIC 9(2).
             10 RSG-NOTICE-DAYS         PIC 9(3).
             10 RSG-EARLIEST-LAST-DAY   PIC X(8).
             10 RSG-STATUS              PIC X(1).
                88 RSG-SUBMITTED                   VALUE 'S'.
                88 RSG-ACCEPTED                    VALUE 'A'.
                88 RSG-WITHDRAWN                   VALUE 'W'.
                88 RSG-NOT-SET                     VALUE SPACES.
      *         THE LAST DAY THE MANAGER ACCEPTED (THE PROPOSED ONE
      *         OR AN EARLIER DAY AGREED WITH THE EMPLOYEE), AND THE
      *         DATE THE TERMINATION WAS PARKED FOR - THE DAY AFTER.
             10 RSG-AGREED-LAST-DAY     PIC X(8).
             10 RSG-TERMINATION-DATE    PIC X(8).
             10 RSG-DECIDED-BY          PIC X(8).
             10 RSG-DECIDED-DATE        PIC X(8).
             10 FILLER                  PIC X(20).
