      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - NOTIFICATION WRITER.
      *      - COMMAREA LAYOUT FOR THE 'ENTFWRT' SUBPROGRAM, LINKED
      *        FROM THE WORKFLOW SCREENS ('ELRQP', 'ESRQP', 'EUPDP',
      *        'ECPAP', 'ECATP', 'EOTPP', 'EADDP', 'EHVFP', 'ERSGP',
      *        'ERSMP') EACH TIME AN ITEM IS SUBMITTED, APPROVED, OR
      *        REJECTED.
      *      - 'ENTFWRT' WORKS OUT WHO TO TELL AND WRITES ONE
      *        'ENOTIFY' ENTRY PER RECIPIENT; 'NFA-SENT-COUNT' SAYS
      *        HOW MANY. A NOTIFICATION FAILURE NEVER BLOCKS THE
      *        CALLER'S OWN UPDATE.
      ******************************************************************
       01 NOTIFY-ARGUMENTS.
          05 NFA-EVENT                  PIC X(1).
             88 NFA-EV-SUBMITTED                   VALUE 'S'.
             88 NFA-EV-APPROVED                    VALUE 'A'.
             88 NFA-EV-REJECTED                    VALUE 'R'.
          05 NFA-WORKFLOW               PIC X(3).
             88 NFA-WF-LEAVE                       VALUE 'LRQ'.
             88 NFA-WF-PAY-CHANGE                  VALUE 'CPA'.
             88 NFA-WF-CATEGORY                    VALUE 'CAT'.
             88 NFA-WF-ONE-TIME-PAY                VALUE 'OTP'.
             88 NFA-WF-HIRE                        VALUE 'HVF'.
             88 NFA-WF-RESIGNATION                 VALUE 'RSG'.
      *      ZEROES FOR A CATEGORY CHANGE - ITS SUBJECT IS A USER,
      *      NAMED IN THE ITEM KEY.
          05 NFA-SUBJECT-EMP-ID         PIC 9(8).
          05 NFA-ITEM-KEY               PIC X(16).
          05 NFA-REQUESTED-BY           PIC X(8).
          05 NFA-REQUESTED-DATE         PIC X(8).
          05 NFA-ACTIONED-BY            PIC X(8).
          05 NFA-SOURCE-PROGRAM         PIC X(8).
          05 NFA-SENT-COUNT             PIC 9(3).
          05 NFA-RESULT                 PIC X(1).
             88 NFA-WRITTEN                        VALUE 'Y'.
             88 NFA-NOT-WRITTEN                    VALUE 'N'.
