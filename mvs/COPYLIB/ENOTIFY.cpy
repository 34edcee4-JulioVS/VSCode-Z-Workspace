      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - WORKFLOW NOTIFICATIONS.
      *      - RECORD LAYOUT FOR 'ENOTIFY' VSAM <ESDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.ESDS.ENOTIFY'.
      *      - ONE ENTRY PER MESSAGE THE MAIL GATEWAY IS TO SEND,
      *        ADDRESSED BY USER ID AND EMPLOYEE ID - THE GATEWAY
      *        OWNS THE MAPPING TO MAIL ADDRESSES AND THE WORDING.
      *      - WRITTEN ONLINE BY THE 'ENTFWRT' SUBPROGRAM WHEN A LEAVE
      *        REQUEST, PAY CHANGE, CATEGORY CHANGE, ONE-TIME PAYMENT,
      *        NEW HIRE, OR RESIGNATION IS SUBMITTED, APPROVED, OR
      *        REJECTED, AND APPENDED BY THE DAILY 'ENTFESC' PASS WITH
      *        REMINDERS FOR ITEMS STILL PENDING AND ESCALATIONS TO THE
      *        APPROVER'S OWN MANAGER ONCE AN ITEM HAS WAITED TOO LONG.
      ******************************************************************
       01 NOTIFICATION-RECORD.
          05 NTF-TIMESTAMP            PIC X(21).
          05 NTF-EVENT                PIC X(1).
             88 NTF-EV-SUBMITTED                VALUE 'S'.
             88 NTF-EV-APPROVED                 VALUE 'A'.
             88 NTF-EV-REJECTED                 VALUE 'R'.
             88 NTF-EV-REMINDER                 VALUE 'P'.
             88 NTF-EV-ESCALATION               VALUE 'E'.
          05 NTF-WORKFLOW             PIC X(3).
             88 NTF-WF-LEAVE                    VALUE 'LRQ'.
             88 NTF-WF-PAY-CHANGE               VALUE 'CPA'.
             88 NTF-WF-CATEGORY                 VALUE 'CAT'.
             88 NTF-WF-ONE-TIME-PAY             VALUE 'OTP'.
             88 NTF-WF-HIRE                     VALUE 'HVF'.
             88 NTF-WF-RESIGNATION              VALUE 'RSG'.
          05 NTF-RECIPIENT-USER-ID    PIC X(8).
          05 NTF-RECIPIENT-EMP-ID     PIC 9(8).
          05 NTF-RECIPIENT-ROLE       PIC X(1).
             88 NTF-RL-APPROVER                 VALUE 'A'.
             88 NTF-RL-REQUESTER                VALUE 'R'.
             88 NTF-RL-SUBJECT                  VALUE 'S'.
             88 NTF-RL-ESCALATION               VALUE 'E'.
             88 NTF-RL-DELEGATE                 VALUE 'D'.
          05 NTF-SUBJECT-EMP-ID       PIC 9(8).
      *      THE WORKFLOW FILE'S OWN KEY, AS CHARACTERS - E.G. THE
      *      EMPLOYEE ID AND FROM DATE OF A LEAVE REQUEST, OR THE
      *      TARGET USER ID OF A CATEGORY CHANGE.
          05 NTF-ITEM-KEY             PIC X(16).
          05 NTF-REQUESTED-BY         PIC X(8).
          05 NTF-REQUESTED-DATE       PIC X(8).
          05 NTF-ACTIONED-BY          PIC X(8).
          05 NTF-DAYS-PENDING         PIC 9(3).
          05 NTF-SOURCE-PROGRAM       PIC X(8).
          05 FILLER                   PIC X(20).
