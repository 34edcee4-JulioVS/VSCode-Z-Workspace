       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBDPP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BENEFIT DEPENDENTS' PROGRAM.
      *      - MAINTAINS THE 'EBENDEP' REGISTER OF WHO IS BEHIND AN
      *        EMPLOYEE'S SPOUSE OR FAMILY COVERAGE: NAME,
      *        RELATIONSHIP ('S' SPOUSE, 'P' DOMESTIC PARTNER, 'C'
      *        CHILD), DATE OF BIRTH AND A STUDENT/DISABLED FLAG.
      *      - ACTION 'E' RECORDS A DEPENDENT (A BLANK DEPENDENT
      *        NUMBER TAKES THE NEXT FREE ONE, A KEYED NUMBER CORRECTS
      *        THAT DEPENDENT); ACTION 'R' REMOVES ONE. A BLANK ACTION
      *        DISPLAYS THE KEYED DEPENDENT. THE EMPLOYEE'S ACTIVE
      *        DEPENDENTS ARE LISTED BELOW EITHER WAY.
      *      - AT MOST ONE ACTIVE SPOUSE OR PARTNER PER EMPLOYEE.
      *      - REACHED BY PF6 FROM 'EBENP' (PF3 RETURNS THERE WITH
      *        THE SAME EMPLOYEE), OR DIRECTLY THROUGH ITS OWN 'EBDP'
      *        TRANSACTION (PF3 RETURNS TO THE MENU).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BENEFIT DEPENDENTS MAPSET.
      *      - BENEFIT DEPENDENTS CONTAINER.
      *      - BENEFITS ENROLLMENT CONTAINER (CALLER'S CONTEXT).
      *      - BENEFIT DEPENDENTS FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EBDPMAP.
       COPY EBDPCTR.
       COPY EBENCTR.
       COPY EBENDEP.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-TODAY             PIC X(8).
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-ACTIVE-COUNT      PIC 9(2)  USAGE IS BINARY.
          05 WS-HIGHEST-DEP-NUM   PIC 9(2).
          05 WS-PARTNER-DEP-NUM   PIC 9(2).
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-DEP-BROWSE           VALUE 'E'.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 DEPENDENT-FOUND             VALUE 'Y'.
          05 WS-DEPENDENT-LINE    PIC X(70).
          05 WS-RELATION-TEXT     PIC X(7).
          05 WS-FLAG-TEXT         PIC X(8).
          05 WS-COVERED-UNTIL.
             10 WS-UNTIL-YEAR     PIC 9(4).
             10 WS-UNTIL-MMDD     PIC X(4).
          05 WS-UNTIL-TEXT        PIC X(14).
      *
      *    THE DEPENDENT BEING MAINTAINED IS HELD HERE WHILE THE
      *    REGISTER IS BROWSED FOR THE SCREEN LIST.
       01 WS-HELD-DEPENDENT       PIC X(75).
      *
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
          05 FILLER               PIC X(5)  VALUE '<MSG:'.
          05 WS-DEBUG-TEXT        PIC X(45) VALUE SPACES.
          05 FILLER               PIC X(1)  VALUE '>'.
          05 FILLER               PIC X(5)  VALUE '<EB1='.
          05 WS-DEBUG-EIBRESP     PIC 9(8)  VALUE ZEROES.
          05 FILLER               PIC X(1)  VALUE '>'.
          05 FILLER               PIC X(5)  VALUE '<EB2='.
          05 WS-DEBUG-EIBRESP2    PIC 9(8)  VALUE ZEROES.
          05 FILLER               PIC X(1)  VALUE '>'.
      *
       01 WS-DEBUG-MODE           PIC X(1)  VALUE 'N'.
          88 I-AM-DEBUGGING                 VALUE 'Y'.
          88 NOT-DEBUGGING                  VALUE 'N'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-BENDEP-CONTAINER-NAME)
                CHANNEL(APP-BENDEP-CHANNEL-NAME)
                INTO (BENEFIT-DEPENDENT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
      *         1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                PERFORM 2000-PROCESS-USER-INPUT
           WHEN OTHER
                MOVE 'Error Retrieving Dependents Container!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *-----------------------------------------------------------------
       START-UP SECTION.
      *-----------------------------------------------------------------

       1000-FIRST-INTERACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1000-FIRST-INTERACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    DEPENDENTS SIT BEHIND BENEFITS ENTRY, SO THE SAME
      *    MANAGER-AND-UP RULE APPLIES.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Dependents Entry!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-GET-BENEFITS-CONTEXT.

           IF BDC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              PERFORM 3000-LIST-DEPENDENTS
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE BENEFIT-DEPENDENT-CONTAINER.
           INITIALIZE BENEFITS-CONTAINER.
           INITIALIZE BENEFIT-DEPENDENT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE EBDPMO.

           MOVE 'Welcome to the Benefit Dependents screen!'
              TO WS-MESSAGE.
           SET BDC-CT-STANDARD TO TRUE.

       1200-GET-BENEFITS-CONTEXT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-GET-BENEFITS-CONTEXT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHEN REACHED BY PF6 FROM 'EBENP', PICK UP THE EMPLOYEE
      *    ALREADY KEYED THERE FROM ITS OWN CONTAINER. STARTED
      *    DIRECTLY THERE IS NONE, AND THE EMPLOYEE IS KEYED HERE.
           EXEC CICS GET
                CONTAINER(APP-BENEFIT-CONTAINER-NAME)
                CHANNEL(APP-BENEFIT-CHANNEL-NAME)
                INTO (BENEFITS-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET BDC-FROM-BENEFITS TO TRUE
              MOVE BNC-TARGET-EMPLOYEE-ID TO BDC-TARGET-EMPLOYEE-ID
           END-IF.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-BENDEP-MAP-NAME)
                MAPSET(APP-BENDEP-MAPSET-NAME)
                INTO (EBDPMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-DEPENDENT-ACTION
           WHEN DFHPF3
                IF BDC-FROM-BENEFITS THEN
                   PERFORM 2700-TRANSFER-BACK-TO-BENEFITS
                ELSE
                   PERFORM 2500-TRANSFER-BACK-TO-MENU
                END-IF
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-DEPENDENT-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-DEPENDENT-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              IF EMPLIDI IS NOT EQUAL TO BDC-TARGET-EMPLOYEE-ID
                 MOVE ZEROES TO BDC-TARGET-DEPENDENT-NUM
              END-IF
              MOVE EMPLIDI TO BDC-TARGET-EMPLOYEE-ID
           END-IF.

           IF DEPNUML IS GREATER THAN ZERO THEN
              IF DEPNUMI IS EQUAL TO SPACES THEN
                 MOVE ZEROES TO BDC-TARGET-DEPENDENT-NUM
              ELSE
                 IF DEPNUMI IS NOT NUMERIC THEN
                    MOVE 'Validation Error: Dependent No. Not Numeric!'
                       TO WS-MESSAGE
                    MOVE -1 TO DEPNUML
                    EXIT PARAGRAPH
                 END-IF
                 MOVE DEPNUMI TO BDC-TARGET-DEPENDENT-NUM
              END-IF
           END-IF.

           IF BDC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 2150-LOOKUP-DEPENDENT.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF BDC-TARGET-DEPENDENT-NUM IS EQUAL TO ZEROES THEN
                   MOVE 'Dependents Listed!' TO WS-MESSAGE
                ELSE
                   IF DEPENDENT-FOUND THEN
                      MOVE 'Dependent Displayed!' TO WS-MESSAGE
                   ELSE
                      MOVE 'No Dependent On File With That Number!'
                         TO WS-MESSAGE
                   END-IF
                END-IF
           WHEN 'E'
                PERFORM 2200-RECORD-DEPENDENT
           WHEN 'R'
                PERFORM 2400-REMOVE-DEPENDENT
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E Or R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

      *    RE-LIST WHATEVER THE ACTION LEFT ON FILE, KEEPING THE
      *    DEPENDENT IN HAND FOR THE DETAIL FIELDS.
           MOVE BENEFIT-DEPENDENT-RECORD TO WS-HELD-DEPENDENT.
           PERFORM 3000-LIST-DEPENDENTS.
           MOVE WS-HELD-DEPENDENT TO BENEFIT-DEPENDENT-RECORD.

       2150-LOOKUP-DEPENDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-DEPENDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE BENEFIT-DEPENDENT-RECORD.
           MOVE BDC-TARGET-EMPLOYEE-ID TO BDP-EMPLOYEE-ID.
           MOVE BDC-TARGET-DEPENDENT-NUM TO BDP-DEPENDENT-NUMBER.

           IF BDC-TARGET-DEPENDENT-NUM IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                INTO (BENEFIT-DEPENDENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE BENEFIT-DEPENDENT-RECORD
                MOVE BDC-TARGET-EMPLOYEE-ID TO BDP-EMPLOYEE-ID
                MOVE BDC-TARGET-DEPENDENT-NUM TO BDP-DEPENDENT-NUMBER
           WHEN OTHER
                MOVE 'Error Reading Dependents File!' TO WS-MESSAGE
           END-EVALUATE.

       2200-RECORD-DEPENDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RECORD-DEPENDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF BDC-TARGET-DEPENDENT-NUM IS GREATER THAN ZEROES AND
              NOT DEPENDENT-FOUND THEN
              MOVE 'No Dependent On File With That Number!'
                 TO WS-MESSAGE
              MOVE -1 TO DEPNUML
              EXIT PARAGRAPH
           END-IF.

           IF DEPNAML IS EQUAL TO ZERO OR DEPNAMI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Dependent''s Name!'
                 TO WS-MESSAGE
              MOVE -1 TO DEPNAML
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(RELTNI) TO BDP-RELATIONSHIP.
           IF NOT BDP-REL-VALID THEN
              MOVE 'Validation Error: Relationship Must Be S, P Or C!'
                 TO WS-MESSAGE
              MOVE -1 TO RELTNL
              EXIT PARAGRAPH
           END-IF.

           IF BIRTHDTL IS EQUAL TO ZERO OR BIRTHDTI IS NOT NUMERIC
              MOVE 'Validation Error: Birth Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO BIRTHDTL
              EXIT PARAGRAPH
           END-IF.

           IF BIRTHDTI IS GREATER THAN WS-TODAY THEN
              MOVE 'Validation Error: Birth Date Is In The Future!'
                 TO WS-MESSAGE
              MOVE -1 TO BIRTHDTL
              EXIT PARAGRAPH
           END-IF.

           IF STUDISL IS EQUAL TO ZERO THEN
              MOVE SPACES TO STUDISI
           END-IF.
           MOVE FUNCTION UPPER-CASE(STUDISI) TO BDP-STUDENT-DISABLED.
           IF NOT BDP-SD-VALID THEN
              MOVE 'Validation Error: Flag Must Be S, D Or N!'
                 TO WS-MESSAGE
              MOVE -1 TO STUDISL
              EXIT PARAGRAPH
           END-IF.

      *    THE STUDENT AND DISABLED EXTENSIONS ONLY MEAN ANYTHING
      *    FOR A CHILD.
           IF NOT BDP-REL-CHILD AND NOT BDP-NEITHER THEN
              MOVE 'Validation Error: Flag Only Applies To A Child!'
                 TO WS-MESSAGE
              MOVE -1 TO STUDISL
              EXIT PARAGRAPH
           END-IF.

      *    THE BROWSE FINDS THE NEXT FREE NUMBER AND ANY ACTIVE
      *    SPOUSE OR PARTNER ALREADY ON FILE.
           MOVE BENEFIT-DEPENDENT-RECORD TO WS-HELD-DEPENDENT.
           PERFORM 3000-LIST-DEPENDENTS.
           MOVE WS-HELD-DEPENDENT TO BENEFIT-DEPENDENT-RECORD.

           IF BDP-REL-SPOUSE-OR-PARTNER AND
              WS-PARTNER-DEP-NUM IS GREATER THAN ZEROES AND
              WS-PARTNER-DEP-NUM IS NOT EQUAL TO
                 BDC-TARGET-DEPENDENT-NUM THEN
              MOVE 'Validation Error: A Spouse/Partner Is On File!'
                 TO WS-MESSAGE
              MOVE -1 TO RELTNL
              EXIT PARAGRAPH
           END-IF.

           IF DEPENDENT-FOUND THEN
              PERFORM 2250-REWRITE-DEPENDENT
              EXIT PARAGRAPH
           END-IF.

           IF WS-HIGHEST-DEP-NUM IS EQUAL TO 99 THEN
              MOVE 'No Free Dependent Number Left For Employee!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HIGHEST-DEP-NUM
              GIVING BDC-TARGET-DEPENDENT-NUM.
           MOVE BDC-TARGET-EMPLOYEE-ID TO BDP-EMPLOYEE-ID.
           MOVE BDC-TARGET-DEPENDENT-NUM TO BDP-DEPENDENT-NUMBER.
           MOVE DEPNAMI TO BDP-DEPENDENT-NAME.
           MOVE BIRTHDTI TO BDP-BIRTH-DATE.
           SET BDP-ST-ACTIVE TO TRUE.
           MOVE BDC-USER-ID TO BDP-RECORDED-BY.
           MOVE WS-TODAY TO BDP-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                FROM (BENEFIT-DEPENDENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                MOVE 'Dependent Recorded!' TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'Dependent Number Taken Meanwhile - Retry!'
                   TO WS-MESSAGE
                MOVE ZEROES TO BDC-TARGET-DEPENDENT-NUM
           WHEN OTHER
                MOVE 'Error Writing Dependent!' TO WS-MESSAGE
           END-EVALUATE.

       2250-REWRITE-DEPENDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-DEPENDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                INTO (BENEFIT-DEPENDENT-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Dependent For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    CORRECTING A REMOVED DEPENDENT PUTS THEM BACK ON COVER.
           MOVE DEPNAMI TO BDP-DEPENDENT-NAME.
           MOVE FUNCTION UPPER-CASE(RELTNI) TO BDP-RELATIONSHIP.
           MOVE BIRTHDTI TO BDP-BIRTH-DATE.
           MOVE FUNCTION UPPER-CASE(STUDISI) TO BDP-STUDENT-DISABLED.
           SET BDP-ST-ACTIVE TO TRUE.
           MOVE BDC-USER-ID TO BDP-RECORDED-BY.
           MOVE WS-TODAY TO BDP-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BENDEP-FILE-NAME)
                FROM (BENEFIT-DEPENDENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Dependent Corrected!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Dependent!' TO WS-MESSAGE
           END-IF.

      *    A REMOVED DEPENDENT STAYS ON FILE WITH STATUS 'R' - THE
      *    CARRIER MAY STILL QUERY WHO WAS COVERED AND WHEN.
       2400-REMOVE-DEPENDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-REMOVE-DEPENDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT DEPENDENT-FOUND OR NOT BDP-ST-ACTIVE THEN
              MOVE 'No Active Dependent On File To Remove!'
                 TO WS-MESSAGE
              MOVE -1 TO DEPNUML
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                INTO (BENEFIT-DEPENDENT-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Dependent For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SET BDP-ST-REMOVED TO TRUE.
           MOVE BDC-USER-ID TO BDP-RECORDED-BY.
           MOVE WS-TODAY TO BDP-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BENDEP-FILE-NAME)
                FROM (BENEFIT-DEPENDENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Dependent Removed - Review Spouse/Family Cover!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Dependent!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER THE EMPLOYEE'S DEPENDENTS LISTS THE ACTIVE
      *    ONES AND NOTES THE HIGHEST NUMBER IN USE AND ANY ACTIVE
      *    SPOUSE OR PARTNER.
       3000-LIST-DEPENDENTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-DEPENDENTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN WS-ACTIVE-COUNT.
           MOVE ZEROES TO WS-HIGHEST-DEP-NUM WS-PARTNER-DEP-NUM.
           MOVE SPACES TO DEP01O DEP02O DEP03O DEP04O DEP05O DEP06O.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           INITIALIZE WS-BROWSE-FLAG.
           MOVE BDC-TARGET-EMPLOYEE-ID TO BDP-EMPLOYEE-ID.
           MOVE ZEROES TO BDP-DEPENDENT-NUMBER.

           EXEC CICS STARTBR
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-LIST-NEXT-DEPENDENT
              UNTIL END-OF-DEP-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-BENDEP-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-ACTIVE-COUNT IS GREATER THAN WS-LINES-SHOWN THEN
              MOVE 'More Dependents On File Than Fit The Screen!'
                 TO WS-MESSAGE
           END-IF.

       3100-LIST-NEXT-DEPENDENT.
           EXEC CICS READNEXT
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                INTO (BENEFIT-DEPENDENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BDP-EMPLOYEE-ID IS NOT EQUAL TO BDC-TARGET-EMPLOYEE-ID
              SET END-OF-DEP-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE BDP-DEPENDENT-NUMBER TO WS-HIGHEST-DEP-NUM.

           IF NOT BDP-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ACTIVE-COUNT.

           EVALUATE TRUE
           WHEN BDP-REL-SPOUSE
                MOVE 'Spouse' TO WS-RELATION-TEXT
                MOVE BDP-DEPENDENT-NUMBER TO WS-PARTNER-DEP-NUM
           WHEN BDP-REL-PARTNER
                MOVE 'Partner' TO WS-RELATION-TEXT
                MOVE BDP-DEPENDENT-NUMBER TO WS-PARTNER-DEP-NUM
           WHEN OTHER
                MOVE 'Child' TO WS-RELATION-TEXT
           END-EVALUATE.

           IF WS-LINES-SHOWN IS NOT LESS THAN 6 THEN
              EXIT PARAGRAPH
           END-IF.

      *    A CHILD'S COVER RUNS TO THE BIRTHDAY AT THE AGE LIMIT -
      *    THE LATER ONE FOR A STUDENT, NONE FOR THE DISABLED.
           MOVE SPACES TO WS-FLAG-TEXT WS-UNTIL-TEXT.
           IF BDP-REL-CHILD THEN
              MOVE BDP-BIRTH-MMDD TO WS-UNTIL-MMDD
              EVALUATE TRUE
              WHEN BDP-DISABLED
                   MOVE 'Disabled' TO WS-FLAG-TEXT
              WHEN BDP-FULL-TIME-STUDENT
                   MOVE 'Student' TO WS-FLAG-TEXT
                   COMPUTE WS-UNTIL-YEAR = BDP-BIRTH-YEAR +
                      APP-DEP-STUDENT-AGE-LIMIT
              WHEN OTHER
                   COMPUTE WS-UNTIL-YEAR = BDP-BIRTH-YEAR +
                      APP-DEP-CHILD-AGE-LIMIT
              END-EVALUATE
              IF NOT BDP-DISABLED THEN
                 IF WS-COVERED-UNTIL IS GREATER THAN WS-TODAY THEN
                    STRING 'To ' DELIMITED BY SIZE
                       WS-COVERED-UNTIL DELIMITED BY SIZE
                       INTO WS-UNTIL-TEXT
                 ELSE
                    STRING 'Aged Out ' DELIMITED BY SIZE
                       WS-COVERED-UNTIL(1:4) DELIMITED BY SIZE
                       INTO WS-UNTIL-TEXT
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES TO WS-DEPENDENT-LINE.
           STRING BDP-DEPENDENT-NUMBER DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              BDP-DEPENDENT-NAME(1:26) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RELATION-TEXT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              BDP-BIRTH-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-FLAG-TEXT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-UNTIL-TEXT DELIMITED BY SIZE
              INTO WS-DEPENDENT-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-DEPENDENT-LINE TO DEP01O
           WHEN 2
                MOVE WS-DEPENDENT-LINE TO DEP02O
           WHEN 3
                MOVE WS-DEPENDENT-LINE TO DEP03O
           WHEN 4
                MOVE WS-DEPENDENT-LINE TO DEP04O
           WHEN 5
                MOVE WS-DEPENDENT-LINE TO DEP05O
           WHEN OTHER
                MOVE WS-DEPENDENT-LINE TO DEP06O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-DEPENDENT-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-MENU-PROGRAM-NAME)
                CHANNEL(APP-MENU-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Menu Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Menu!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2550-DELETE-DEPENDENT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-DEPENDENT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-BENDEP-CONTAINER-NAME)
                CHANNEL(APP-BENDEP-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Dependents Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-SIGN-USER-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-SIGN-USER-OFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    >>> CALL ACTIVITY MONITOR <<<
           SET MON-AC-SIGN-OFF TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.
      *    >>> --------------------- <<<

           PERFORM 9200-RETURN-TO-CICS.

      *    'EBENP' STILL HOLDS ITS OWN CONTAINER ON THE CHANNEL AND
      *    PICKS UP WHERE IT LEFT OFF.
       2700-TRANSFER-BACK-TO-BENEFITS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-BACK-TO-BENEFITS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-DEPENDENT-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-BENEFIT-PROGRAM-NAME)
                CHANNEL(APP-BENEFIT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Benefits Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Benefits!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 4100-GET-MONITOR-CONTAINER.

           SET MON-AC-APP-FUNCTION TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *    IF THE SESSION IS ABOUT TO TIME OUT, WARN THE USER.
           IF MON-ST-WARNING THEN
              MOVE MON-MESSAGE TO WS-MESSAGE
           END-IF.

           IF MON-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE MON-USER-ID TO BDC-USER-ID
              MOVE MON-USER-CATEGORY TO BDC-USER-CATEGORY
           END-IF.

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
                MOVE 'No Activity Monitor Data Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Getting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4200-CALL-ACTIVITY-MONITOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4200-CALL-ACTIVITY-MONITOR' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PUT CONTAINER AND LINK TO ACTIVITY MONITOR PROGRAM.
           MOVE APP-BENDEP-PROGRAM-NAME TO MON-LINKING-PROGRAM.
           INITIALIZE MON-RESPONSE.

           PERFORM 4300-PUT-MONITOR-CONTAINER.

           EXEC CICS LINK
                PROGRAM(APP-ACTMON-PROGRAM-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                TRANSID(EIBTRNID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Linking To Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4300-PUT-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4300-PUT-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                FROM (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4400-LOG-RESPONSE-TIME.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4400-LOG-RESPONSE-TIME' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE MONITOR TIMES THIS INTERACTION FROM ITS FIRST CALL IN
      *    THE TASK - RE-GET ITS CONTAINER SO THAT START IS CARRIED
      *    INTO THE POST RATHER THAN OUR OLDER COPY.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           SET MON-AC-RESPONSE-TIME TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-DEPENDENT-CONTAINER.

           EXEC CICS SEND
                MAP(APP-BENDEP-MAP-NAME)
                MAPSET(APP-BENDEP-MAPSET-NAME)
                FROM (EBDPMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-BENDEP-CHANNEL-NAME)
                TRANSID(APP-BENDEP-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF BDC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE BDC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF BDC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE BDC-TARGET-EMPLOYEE-ID TO EMPLIDO
           END-IF.

           IF DEPENDENT-FOUND THEN
              MOVE BDP-DEPENDENT-NUMBER TO DEPNUMO
              MOVE BDP-DEPENDENT-NAME TO DEPNAMO
              MOVE BDP-RELATIONSHIP TO RELTNO
              MOVE BDP-BIRTH-DATE TO BIRTHDTO
              MOVE BDP-STUDENT-DISABLED TO STUDISO
           ELSE
              MOVE SPACES TO DEPNUMO DEPNAMO RELTNO BIRTHDTO STUDISO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
           WHEN MESSO(1:4) IS EQUAL TO 'More'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Invalid'
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-DEPENDENT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-DEPENDENT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-BENDEP-CONTAINER-NAME)
                CHANNEL(APP-BENDEP-CHANNEL-NAME)
                FROM (BENEFIT-DEPENDENT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Dependents Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9300-DEBUG-AID.
      *    >>> DEBUGGING ONLY <<<
           IF I-AM-DEBUGGING THEN
              INITIALIZE WS-DEBUG-MESSAGE

              MOVE WS-DEBUG-AID TO WS-DEBUG-TEXT
              MOVE EIBRESP TO WS-DEBUG-EIBRESP
              MOVE EIBRESP2 TO WS-DEBUG-EIBRESP2

              EXEC CICS SEND TEXT
                   FROM (WS-DEBUG-MESSAGE)
                   END-EXEC
              EXEC CICS RECEIVE
                   LENGTH(LENGTH OF EIBAID)
                   END-EXEC

              INITIALIZE EIBRESP EIBRESP2
           END-IF.
      *    >>> -------------- <<<
