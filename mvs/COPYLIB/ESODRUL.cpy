      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - SEGREGATION-OF-DUTIES
      *   CONFLICT RULES.
      *      - RECORD LAYOUT FOR 'ESODRUL' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ESODRUL'.
      *      - ONE RECORD PER CONFLICT RULE, KEYED BY A SHORT RULE ID.
      *        EACH DUAL-CONTROL SCREEN ALREADY STOPS A USER APPROVING
      *        THEIR OWN ENTRY; THESE RULES COVER THE CROSS-PROCESS
      *        CASES THE WEEKLY 'ESODCHK' SCAN LOOKS FOR ACROSS THE
      *        APPROVAL FILES AND THE 'ESECJRN' JOURNAL.
      *      - AN ACTIVITY IS NAMED BY THE SAME 12-BYTE CODE THE
      *        'ESECJRN' JOURNAL USES ('BANK ENTER', 'HIRE VERIFY',
      *        ...) OR, FOR THE APPROVAL FILES' OWN HALVES, BY ONE OF
      *        'ESODCHK'S NAMES: 'HIRE ENTER', 'COMP REQUEST', 'COMP
      *        APPROVE', 'ONEPAY REQ', 'ONEPAY APPRV', 'CAT REQUEST',
      *        'MERIT SUBMIT', 'MERIT APPRV'.
      *      - THE SCOPE SAYS HOW THE TWO ACTIVITIES MUST BE TIED:
      *          'S' - THE SAME USER DID BOTH TO THE SAME EMPLOYEE;
      *          'R' - TWO USERS EACH DID ONE TO THE OTHER'S OWN
      *                EMPLOYEE RECORD (THE FIRST ACTIVITY BY EITHER);
      *          'O' - A USER DID THE FIRST ACTIVITY TO THEIR OWN
      *                EMPLOYEE RECORD (THE SECOND IS NOT USED).
      *      - SEEDED/SUPPORT-EDITED LIKE THE OTHER REFERENCE
      *        TABLES - NO MAINTENANCE SCREEN.
      ******************************************************************
       01 SOD-RULE-RECORD.
          05 SOD-KEY.
             10 SOD-RULE-ID             PIC X(4).
          05 SOD-DETAILS.
             10 SOD-ACTIVE-FLAG         PIC X(1).
                88 SOD-RULE-ACTIVE                 VALUE 'Y'.
                88 SOD-RULE-SUSPENDED              VALUE 'N'.
             10 SOD-FIRST-ACTIVITY      PIC X(12).
             10 SOD-SECOND-ACTIVITY     PIC X(12).
             10 SOD-SCOPE               PIC X(1).
                88 SOD-SCOPE-SAME-USER             VALUE 'S'.
                88 SOD-SCOPE-RECIPROCAL            VALUE 'R'.
                88 SOD-SCOPE-OWN-RECORD            VALUE 'O'.
      *         BOTH ACTIVITIES WITHIN THIS MANY DAYS OF EACH OTHER;
      *         ZEROES MEANS ANY TIME APART.
             10 SOD-WINDOW-DAYS         PIC 9(3).
             10 SOD-SEVERITY            PIC X(1).
                88 SOD-SEV-HIGH                    VALUE 'H'.
                88 SOD-SEV-MEDIUM                  VALUE 'M'.
                88 SOD-SEV-LOW                     VALUE 'L'.
             10 SOD-DESCRIPTION         PIC X(40).
             10 FILLER                  PIC X(6).
