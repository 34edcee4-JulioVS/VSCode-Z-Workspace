      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - DELEGATION LOOKUP.
      *      - COMMAREA LAYOUT FOR THE 'EDLGCHK' SUBPROGRAM, LINKED
      *        FROM THE APPROVAL SCREENS ('ELRQP', 'ECPAP', 'EOTPP',
      *        'EMRTP', 'EWRKP') WHEN THE SIGNED-ON USER LACKS THE
      *        AUTHORITY AN ACTION NEEDS IN THEIR OWN RIGHT.
      *      - SAYS WHETHER THE USER HOLDS AN 'EDELGAT' DELEGATION,
      *        RUNNING TODAY, FOR THE APPROVAL TYPE, FROM AN ACTIVE
      *        APPROVER WHO STILL HAS THE AUTHORITY ASKED FOR - AND
      *        IF SO, WHO THAT DELEGATOR IS, SO THE ACTION CAN BE
      *        RECORDED AGAINST BOTH USER IDS.
      ******************************************************************
       01 DELEGATION-ARGUMENTS.
          05 DGA-DELEGATE-ID            PIC X(8).
          05 DGA-APPROVAL-TYPE          PIC X(1).
             88 DGA-TYPE-LEAVE                     VALUE 'L'.
             88 DGA-TYPE-COMP                      VALUE 'C'.
             88 DGA-TYPE-ONEPAY                    VALUE 'P'.
             88 DGA-TYPE-MERIT                     VALUE 'M'.
             88 DGA-TYPE-WORKLIST                  VALUE 'W'.
      *      'ADM' - ONLY AN ADMINISTRATOR'S DELEGATION WILL DO;
      *      SPACES - A MANAGER'S OR AN ADMINISTRATOR'S.
          05 DGA-REQUIRED-CATEGORY      PIC X(3).
             88 DGA-NEEDS-ADMINISTRATOR            VALUE 'ADM'.
             88 DGA-NEEDS-MANAGER-OR-ABOVE         VALUE SPACES.
      *      NON-ZERO - A MANAGER'S DELEGATION ONLY COUNTS WHEN THIS IS
      *      THEIR OWN EMPLOYEE ID (THEIR OWN TEAM'S ITEMS); AN
      *      ADMINISTRATOR'S COUNTS REGARDLESS. ZEROES - ANY TEAM.
          05 DGA-TEAM-MANAGER-ID        PIC 9(8).
          05 DGA-RESULT                 PIC X(1).
             88 DGA-DELEGATED                      VALUE 'Y'.
             88 DGA-NOT-DELEGATED                  VALUE 'N'.
          05 DGA-DELEGATOR-ID           PIC X(8).
          05 DGA-DELEGATOR-CATEGORY     PIC X(3).
             88 DGA-DELEGATOR-MANAGER              VALUE 'MGR'.
             88 DGA-DELEGATOR-ADMINISTRATOR        VALUE 'ADM'.
          05 DGA-DELEGATOR-EMP-ID       PIC 9(8).
          05 DGA-DELEGATION-TO-DATE     PIC X(8).
