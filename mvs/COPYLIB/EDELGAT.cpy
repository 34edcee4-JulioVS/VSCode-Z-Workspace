      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - APPROVAL DELEGATIONS.
      *      - RECORD LAYOUT FOR 'EDELGAT' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EDELGAT'.
      *      - ONE RECORD PER DELEGATION, KEYED BY THE DELEGATING
      *        APPROVER'S USER ID PLUS THE FIRST DAY IT RUNS, SO A
      *        MANAGER'S DELEGATIONS SIT TOGETHER AND EACH ABSENCE
      *        GETS ITS OWN DATED RECORD.
      *      - SET (OR CANCELLED) ON 'EDLGP' BY THE MANAGER THEMSELF
      *        OR BY AN ADMINISTRATOR ON THEIR BEHALF.
      *      - WHILE TODAY FALLS BETWEEN THE FROM AND TO DATES, THE
      *        DELEGATE MAY ACTION THE FLAGGED APPROVAL TYPES THE
      *        DELEGATOR COULD - SEE 'EDLGCHK', WHICH THE APPROVAL
      *        SCREENS LINK TO. PAST THE TO DATE IT IS SIMPLY NO
      *        LONGER HONOURED; THE DAILY 'EDLGLPS' SWEEP THEN MARKS
      *        IT LAPSED AND JOURNALS THE FACT.
      ******************************************************************
       01 DELEGATION-RECORD.
          05 DLG-KEY.
             10 DLG-DELEGATOR-ID        PIC X(8).
             10 DLG-FROM-DATE           PIC X(8).
          05 DLG-DETAILS.
             10 DLG-DELEGATE-ID         PIC X(8).
             10 DLG-TO-DATE             PIC X(8).
      *         ONE 'Y'/'N' FLAG PER APPROVAL TYPE COVERED - THE
      *         SAME ORDER AS THE TYPE CODES ON THE 'EDLGP' SCREEN.
             10 DLG-APPROVAL-TYPES.
                15 DLG-LEAVE-FLAG       PIC X(1).
                   88 DLG-COVERS-LEAVE             VALUE 'Y'.
                15 DLG-COMP-FLAG        PIC X(1).
                   88 DLG-COVERS-COMP              VALUE 'Y'.
                15 DLG-ONEPAY-FLAG      PIC X(1).
                   88 DLG-COVERS-ONEPAY            VALUE 'Y'.
                15 DLG-MERIT-FLAG       PIC X(1).
                   88 DLG-COVERS-MERIT             VALUE 'Y'.
                15 DLG-WORKLIST-FLAG    PIC X(1).
                   88 DLG-COVERS-WORKLIST          VALUE 'Y'.
             10 DLG-TYPE-TABLE REDEFINES DLG-APPROVAL-TYPES.
                15 DLG-TYPE-FLAG        PIC X(1) OCCURS 5 TIMES.
             10 DLG-STATUS              PIC X(1).
                88 DLG-ACTIVE                      VALUE 'A'.
                88 DLG-CANCELLED                   VALUE 'C'.
                88 DLG-LAPSED                      VALUE 'L'.
             10 DLG-SET-BY              PIC X(8).
             10 DLG-SET-DATE            PIC X(8).
             10 DLG-CLOSED-BY           PIC X(8).
             10 DLG-CLOSED-DATE         PIC X(8).
             10 FILLER                  PIC X(10).
