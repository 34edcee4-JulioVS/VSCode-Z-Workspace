      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - MASS ACTION.
      *      - LAYOUT FOR 'EMASCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      *      - BUILT BY 'ELISTP' WITH THE EMPLOYEES MARKED ON THE LIST
      *        (OR ITS WHOLE FILTERED RESULT), THEN WORKED BY 'EMASP'.
      *        EACH ENTRY ENDS UP CARRYING WHETHER IT WAS PARKED OR
      *        REJECTED, AND WHY, FOR THE CONFIRMATION LIST.
      ******************************************************************
       01 MASS-ACTION-CONTAINER.
          05 MAS-USER-ID                PIC X(8).
          05 MAS-USER-CATEGORY          PIC X(3).
             88 MAS-CT-STANDARD                    VALUE 'STD'.
             88 MAS-CT-MANAGER                     VALUE 'MGR'.
             88 MAS-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 MAS-CT-NOT-SET                     VALUE SPACES.
          05 MAS-OWN-EMPLOYEE-ID        PIC 9(8).
          05 MAS-USER-DEPT-ID           PIC 9(8).
      *      'N' AS HANDED OVER BY 'ELISTP', 'E' WHILE THE ACTION IS
      *      BEING KEYED, 'D' ONCE THE BATCH HAS BEEN PARKED.
          05 MAS-STAGE                  PIC X(1).
             88 MAS-STAGE-NEW                      VALUE 'N'.
             88 MAS-STAGE-ENTRY                    VALUE 'E'.
             88 MAS-STAGE-DONE                     VALUE 'D'.
          05 MAS-SCOPE                  PIC X(1).
             88 MAS-SCOPE-MARKED                   VALUE 'M'.
             88 MAS-SCOPE-FILTERED                 VALUE 'F'.
      *      THE ACTION AS KEYED - SAME CODES AS 'PTX-MASS-ACTION'.
          05 MAS-ACTION                 PIC X(1).
             88 MAS-ACT-APPRAISAL-DATE             VALUE 'A'.
             88 MAS-ACT-MANAGER                    VALUE 'M'.
             88 MAS-ACT-SITE                       VALUE 'S'.
          05 MAS-NEW-VALUE              PIC X(8).
          05 MAS-NEW-MANAGER-ID REDEFINES MAS-NEW-VALUE
                                        PIC 9(8).
          05 MAS-EFFECTIVE-DATE         PIC X(8).
          05 MAS-BATCH-REFERENCE        PIC X(14).
          05 MAS-PARKED-COUNT           PIC 9(3).
          05 MAS-REJECTED-COUNT         PIC 9(3).
      *      FIRST ENTRY ON SCREEN (PF7/PF8 PAGE THE LIST).
          05 MAS-FIRST-LINE             PIC 9(3).
          05 MAS-ENTRY-COUNT            PIC 9(3).
          05 MAS-ENTRY-AREA.
             10 MAS-ENTRY
                   OCCURS 200 TIMES
                   INDEXED BY MAS-ENTRY-INDEX.
                15 MAS-EMPLOYEE-ID      PIC 9(8).
                15 MAS-EMPLOYEE-NAME    PIC X(30).
                15 MAS-RESULT           PIC X(1).
                   88 MAS-RS-PARKED                VALUE 'P'.
                   88 MAS-RS-REJECTED              VALUE 'R'.
                   88 MAS-RS-NOT-SET               VALUE SPACES.
                15 MAS-RESULT-TEXT      PIC X(30).
