       IDENTIFICATION DIVISION.
       PROGRAM-ID. EWAUP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'WORK AUTHORIZATION' PROGRAM.
      *      - MAINTAINS THE 'EWKAUTH' REGISTER OF EACH EMPLOYEE'S
      *        RIGHT-TO-WORK DOCUMENTS: TYPE ('V' VISA, 'P' WORK
      *        PERMIT, 'C' PROOF OF CITIZENSHIP), DOCUMENT NUMBER,
      *        ISSUING COUNTRY AND EXPIRY DATE.
      *      - ACTION 'E' RECORDS A DOCUMENT (A BLANK DOCUMENT NUMBER
      *        TAKES THE NEXT FREE ONE, A KEYED NUMBER CORRECTS THAT
      *        DOCUMENT); ACTION 'R' REMOVES ONE. A BLANK ACTION
      *        DISPLAYS THE KEYED DOCUMENT. THE EMPLOYEE'S ACTIVE
      *        DOCUMENTS ARE LISTED BELOW EITHER WAY, WITH ANY THAT
      *        HAVE RUN OUT OR ARE DUE FOR RENEWAL MARKED.
      *      - THE EXPIRY DATE MAY ONLY BE LEFT BLANK FOR PROOF OF
      *        CITIZENSHIP, WHICH DOES NOT RUN OUT.
      *      - REACHED BY PF6 FROM 'EHVFP' (PF3 RETURNS THERE WITH
      *        THE SAME HIRE), OR DIRECTLY THROUGH ITS OWN 'EWAU'
      *        TRANSACTION (PF3 RETURNS TO THE MENU).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - WORK AUTHORIZATION MAPSET.
      *      - WORK AUTHORIZATION CONTAINER.
      *      - HIRE VERIFICATION CONTAINER (CALLER'S CONTEXT).
      *      - WORK AUTHORIZATION FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EWAUMAP.
       COPY EWAUCTR.
       COPY EHVFCTR.
       COPY EWKAUTH.
       COPY EMPMAST.
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
          05 WS-RENEWAL-DATE      PIC X(8).
          05 WS-RENEWAL-INTEGER   PIC 9(8).
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-ACTIVE-COUNT      PIC 9(2)  USAGE IS BINARY.
          05 WS-HIGHEST-DOC-NUM   PIC 9(2).
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-DOC-BROWSE           VALUE 'E'.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 DOCUMENT-FOUND              VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 MASTER-RECORD-FOUND         VALUE 'Y'.
          05 WS-DOCUMENT-LINE     PIC X(70).
          05 WS-TYPE-TEXT         PIC X(11).
          05 WS-EXPIRY-TEXT       PIC X(16).
      *
      *    THE DOCUMENT BEING MAINTAINED IS HELD HERE WHILE THE
      *    REGISTER IS BROWSED FOR THE SCREEN LIST.
       01 WS-HELD-DOCUMENT        PIC X(59).
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
                CONTAINER(APP-WRKAUTH-CONTAINER-NAME)
                CHANNEL(APP-WRKAUTH-CHANNEL-NAME)
                INTO (WORK-AUTH-CONTAINER)
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
                MOVE 'Error Retrieving Work Auth Container!'
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

      *    RIGHT-TO-WORK PAPERS ARE CHECKED BY WHOEVER CONFIRMS THE
      *    HIRE, SO THE SAME MANAGER-AND-UP RULE APPLIES.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Work Authorization!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-GET-HIRE-VERIFY-CONTEXT.

           IF WAC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              PERFORM 2160-LOOKUP-EMPLOYEE
              PERFORM 3000-LIST-DOCUMENTS
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE WORK-AUTH-CONTAINER.
           INITIALIZE HIRE-VERIFY-CONTAINER.
           INITIALIZE WORK-AUTHORIZATION-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EWAUMO.

           MOVE 'Welcome to the Work Authorization screen!'
              TO WS-MESSAGE.
           SET WAC-CT-STANDARD TO TRUE.

       1200-GET-HIRE-VERIFY-CONTEXT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-GET-HIRE-VERIFY-CONTEXT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHEN REACHED BY PF6 FROM 'EHVFP', PICK UP THE HIRE UNDER
      *    REVIEW THERE FROM ITS OWN CONTAINER. STARTED DIRECTLY
      *    THERE IS NONE, AND THE EMPLOYEE IS KEYED HERE.
           EXEC CICS GET
                CONTAINER(APP-HIRVRF-CONTAINER-NAME)
                CHANNEL(APP-HIRVRF-CHANNEL-NAME)
                INTO (HIRE-VERIFY-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET WAC-FROM-HIRE-VERIFY TO TRUE
              MOVE HVC-TARGET-EMPLOYEE-ID TO WAC-TARGET-EMPLOYEE-ID
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
                MAP(APP-WRKAUTH-MAP-NAME)
                MAPSET(APP-WRKAUTH-MAPSET-NAME)
                INTO (EWAUMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-DOCUMENT-ACTION
           WHEN DFHPF3
                IF WAC-FROM-HIRE-VERIFY THEN
                   PERFORM 2700-TRANSFER-BACK-TO-HIRE-VERIFY
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

       2100-APPLY-DOCUMENT-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-DOCUMENT-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              IF EMPLIDI IS NOT EQUAL TO WAC-TARGET-EMPLOYEE-ID
                 MOVE ZEROES TO WAC-TARGET-DOCUMENT-NUM
              END-IF
              MOVE EMPLIDI TO WAC-TARGET-EMPLOYEE-ID
           END-IF.

           IF DOCNUML IS GREATER THAN ZERO THEN
              IF DOCNUMI IS EQUAL TO SPACES THEN
                 MOVE ZEROES TO WAC-TARGET-DOCUMENT-NUM
              ELSE
                 IF DOCNUMI IS NOT NUMERIC THEN
                    MOVE 'Validation Error: Document No. Not Numeric!'
                       TO WS-MESSAGE
                    MOVE -1 TO DOCNUML
                    EXIT PARAGRAPH
                 END-IF
                 MOVE DOCNUMI TO WAC-TARGET-DOCUMENT-NUM
              END-IF
           END-IF.

           IF WAC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 2160-LOOKUP-EMPLOYEE.
           IF NOT MASTER-RECORD-FOUND THEN
              MOVE 'No Employee On File With That ID!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-DOCUMENT.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF WAC-TARGET-DOCUMENT-NUM IS EQUAL TO ZEROES THEN
                   MOVE 'Work Authorization Documents Listed!'
                      TO WS-MESSAGE
                ELSE
                   IF DOCUMENT-FOUND THEN
                      MOVE 'Document Displayed!' TO WS-MESSAGE
                   ELSE
                      MOVE 'No Document On File With That Number!'
                         TO WS-MESSAGE
                   END-IF
                END-IF
           WHEN 'E'
                PERFORM 2200-RECORD-DOCUMENT
           WHEN 'R'
                PERFORM 2400-REMOVE-DOCUMENT
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E Or R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

      *    RE-LIST WHATEVER THE ACTION LEFT ON FILE, KEEPING THE
      *    DOCUMENT IN HAND FOR THE DETAIL FIELDS.
           MOVE WORK-AUTHORIZATION-RECORD TO WS-HELD-DOCUMENT.
           PERFORM 3000-LIST-DOCUMENTS.
           MOVE WS-HELD-DOCUMENT TO WORK-AUTHORIZATION-RECORD.

       2150-LOOKUP-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE WORK-AUTHORIZATION-RECORD.
           MOVE WAC-TARGET-EMPLOYEE-ID TO WAU-EMPLOYEE-ID.
           MOVE WAC-TARGET-DOCUMENT-NUM TO WAU-DOCUMENT-NUM.

           IF WAC-TARGET-DOCUMENT-NUM IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                INTO (WORK-AUTHORIZATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE WORK-AUTHORIZATION-RECORD
                MOVE WAC-TARGET-EMPLOYEE-ID TO WAU-EMPLOYEE-ID
                MOVE WAC-TARGET-DOCUMENT-NUM TO WAU-DOCUMENT-NUM
           WHEN OTHER
                MOVE 'Error Reading Work Authorization File!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    A PENDING HIRE COUNTS - ITS PAPERS ARE RECORDED BEFORE THE
      *    SECOND PAIR OF EYES CONFIRMS IT - BUT A DELETED EMPLOYEE
      *    DOES NOT.
       2160-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE WAC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF NOT EMP-DELETED THEN
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2200-RECORD-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RECORD-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WAC-TARGET-DOCUMENT-NUM IS GREATER THAN ZEROES AND
              NOT DOCUMENT-FOUND THEN
              MOVE 'No Document On File With That Number!'
                 TO WS-MESSAGE
              MOVE -1 TO DOCNUML
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(DOCTYPI) TO WAU-DOCUMENT-TYPE.
           IF NOT WAU-TYPE-VALID THEN
              MOVE 'Validation Error: Document Type Must Be V, P Or C!'
                 TO WS-MESSAGE
              MOVE -1 TO DOCTYPL
              EXIT PARAGRAPH
           END-IF.

           IF DOCREFL IS EQUAL TO ZERO OR DOCREFI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Document Number!'
                 TO WS-MESSAGE
              MOVE -1 TO DOCREFL
              EXIT PARAGRAPH
           END-IF.

           IF ISSCTYL IS EQUAL TO ZERO OR ISSCTYI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Issuing Country!'
                 TO WS-MESSAGE
              MOVE -1 TO ISSCTYL
              EXIT PARAGRAPH
           END-IF.

      *    ONLY PROOF OF CITIZENSHIP NEVER RUNS OUT - A VISA OR A
      *    PERMIT WITHOUT AN EXPIRY DATE IS EXACTLY THE GAP THIS
      *    REGISTER IS HERE TO CLOSE.
           IF EXPDTL IS EQUAL TO ZERO OR EXPDTI IS EQUAL TO SPACES
              IF NOT WAU-TYPE-CITIZENSHIP THEN
                 MOVE 'Validation Error: Visa/Permit Needs An Expiry!'
                    TO WS-MESSAGE
                 MOVE -1 TO EXPDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO EXPDTI
           ELSE
              IF EXPDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Expiry Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO EXPDTL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    AN ALREADY-EXPIRED DOCUMENT MAY BE CORRECTED BUT NOT NEWLY
      *    RECORDED - IT AUTHORIZES NOTHING.
           IF NOT DOCUMENT-FOUND AND EXPDTI IS NOT EQUAL TO SPACES AND
              EXPDTI IS LESS THAN WS-TODAY THEN
              MOVE 'Validation Error: Document Has Already Expired!'
                 TO WS-MESSAGE
              MOVE -1 TO EXPDTL
              EXIT PARAGRAPH
           END-IF.

           IF DOCUMENT-FOUND THEN
              PERFORM 2250-REWRITE-DOCUMENT
              EXIT PARAGRAPH
           END-IF.

      *    THE BROWSE FINDS THE NEXT FREE NUMBER.
           MOVE WORK-AUTHORIZATION-RECORD TO WS-HELD-DOCUMENT.
           PERFORM 3000-LIST-DOCUMENTS.
           MOVE WS-HELD-DOCUMENT TO WORK-AUTHORIZATION-RECORD.

           IF WS-HIGHEST-DOC-NUM IS EQUAL TO 99 THEN
              MOVE 'No Free Document Number Left For Employee!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HIGHEST-DOC-NUM
              GIVING WAC-TARGET-DOCUMENT-NUM.
           MOVE WAC-TARGET-EMPLOYEE-ID TO WAU-EMPLOYEE-ID.
           MOVE WAC-TARGET-DOCUMENT-NUM TO WAU-DOCUMENT-NUM.
           MOVE DOCREFI TO WAU-DOCUMENT-NUMBER.
           MOVE FUNCTION UPPER-CASE(ISSCTYI) TO WAU-ISSUING-COUNTRY.
           MOVE EXPDTI TO WAU-EXPIRY-DATE.
           SET WAU-ST-ACTIVE TO TRUE.
           MOVE WAC-USER-ID TO WAU-RECORDED-BY.
           MOVE WS-TODAY TO WAU-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                FROM (WORK-AUTHORIZATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                MOVE 'Document Recorded!' TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'Document Number Taken Meanwhile - Retry!'
                   TO WS-MESSAGE
                MOVE ZEROES TO WAC-TARGET-DOCUMENT-NUM
           WHEN OTHER
                MOVE 'Error Writing Document!' TO WS-MESSAGE
           END-EVALUATE.

       2250-REWRITE-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                INTO (WORK-AUTHORIZATION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Document For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    CORRECTING A REMOVED DOCUMENT PUTS IT BACK ON FILE - THE
      *    USUAL CASE IS A RENEWAL KEYED OVER THE OLD EXPIRY DATE.
           MOVE FUNCTION UPPER-CASE(DOCTYPI) TO WAU-DOCUMENT-TYPE.
           MOVE DOCREFI TO WAU-DOCUMENT-NUMBER.
           MOVE FUNCTION UPPER-CASE(ISSCTYI) TO WAU-ISSUING-COUNTRY.
           MOVE EXPDTI TO WAU-EXPIRY-DATE.
           SET WAU-ST-ACTIVE TO TRUE.
           MOVE WAC-USER-ID TO WAU-RECORDED-BY.
           MOVE WS-TODAY TO WAU-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-WRKAUTH-FILE-NAME)
                FROM (WORK-AUTHORIZATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Document Corrected!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Document!' TO WS-MESSAGE
           END-IF.

      *    A REMOVED DOCUMENT STAYS ON FILE WITH STATUS 'R' - AN
      *    INSPECTION MAY STILL ASK WHAT WAS HELD AND WHEN.
       2400-REMOVE-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-REMOVE-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT DOCUMENT-FOUND OR NOT WAU-ST-ACTIVE THEN
              MOVE 'No Active Document On File To Remove!'
                 TO WS-MESSAGE
              MOVE -1 TO DOCNUML
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                INTO (WORK-AUTHORIZATION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Document For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SET WAU-ST-REMOVED TO TRUE.
           MOVE WAC-USER-ID TO WAU-RECORDED-BY.
           MOVE WS-TODAY TO WAU-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-WRKAUTH-FILE-NAME)
                FROM (WORK-AUTHORIZATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Document Removed!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Document!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER THE EMPLOYEE'S DOCUMENTS LISTS THE ACTIVE
      *    ONES AND NOTES THE HIGHEST NUMBER IN USE.
       3000-LIST-DOCUMENTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-DOCUMENTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN WS-ACTIVE-COUNT.
           MOVE ZEROES TO WS-HIGHEST-DOC-NUM.
           MOVE SPACES TO DOC01O DOC02O DOC03O DOC04O DOC05O DOC06O.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *    ANYTHING RUNNING OUT INSIDE THE RENEWAL WINDOW IS MARKED,
      *    THE SAME WINDOW THE WEEKLY 'EWAUEXP' REPORT USES.
           COMPUTE WS-RENEWAL-INTEGER = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(WS-TODAY)) + APP-WAU-RENEWAL-WARN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RENEWAL-INTEGER)
              TO WS-RENEWAL-DATE.

           INITIALIZE WS-BROWSE-FLAG.
           MOVE WAC-TARGET-EMPLOYEE-ID TO WAU-EMPLOYEE-ID.
           MOVE ZEROES TO WAU-DOCUMENT-NUM.

           EXEC CICS STARTBR
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-LIST-NEXT-DOCUMENT
              UNTIL END-OF-DOC-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-WRKAUTH-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-ACTIVE-COUNT IS GREATER THAN WS-LINES-SHOWN THEN
              MOVE 'More Documents On File Than Fit The Screen!'
                 TO WS-MESSAGE
           END-IF.

       3100-LIST-NEXT-DOCUMENT.
           EXEC CICS READNEXT
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                INTO (WORK-AUTHORIZATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              WAU-EMPLOYEE-ID IS NOT EQUAL TO WAC-TARGET-EMPLOYEE-ID
              SET END-OF-DOC-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE WAU-DOCUMENT-NUM TO WS-HIGHEST-DOC-NUM.

           IF NOT WAU-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ACTIVE-COUNT.

           IF WS-LINES-SHOWN IS NOT LESS THAN 6 THEN
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN WAU-TYPE-VISA
                MOVE 'Visa' TO WS-TYPE-TEXT
           WHEN WAU-TYPE-PERMIT
                MOVE 'Work Permit' TO WS-TYPE-TEXT
           WHEN OTHER
                MOVE 'Citizenship' TO WS-TYPE-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-EXPIRY-TEXT.
           EVALUATE TRUE
           WHEN WAU-NO-EXPIRY
                MOVE 'No Expiry' TO WS-EXPIRY-TEXT
           WHEN WAU-EXPIRY-DATE IS LESS THAN WS-TODAY
                STRING 'EXPIRED ' DELIMITED BY SIZE
                   WAU-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-EXPIRY-TEXT
           WHEN WAU-EXPIRY-DATE IS NOT GREATER THAN WS-RENEWAL-DATE
                STRING 'RENEW BY ' DELIMITED BY SIZE
                   WAU-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-EXPIRY-TEXT
           WHEN OTHER
                STRING 'To ' DELIMITED BY SIZE
                   WAU-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-EXPIRY-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-DOCUMENT-LINE.
           STRING WAU-DOCUMENT-NUM DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-TYPE-TEXT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WAU-DOCUMENT-NUMBER DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WAU-ISSUING-COUNTRY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-EXPIRY-TEXT DELIMITED BY SIZE
              INTO WS-DOCUMENT-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-DOCUMENT-LINE TO DOC01O
           WHEN 2
                MOVE WS-DOCUMENT-LINE TO DOC02O
           WHEN 3
                MOVE WS-DOCUMENT-LINE TO DOC03O
           WHEN 4
                MOVE WS-DOCUMENT-LINE TO DOC04O
           WHEN 5
                MOVE WS-DOCUMENT-LINE TO DOC05O
           WHEN OTHER
                MOVE WS-DOCUMENT-LINE TO DOC06O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-WORK-AUTH-CONTAINER.

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

       2550-DELETE-WORK-AUTH-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-WORK-AUTH-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-WRKAUTH-CONTAINER-NAME)
                CHANNEL(APP-WRKAUTH-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Work Auth Container!'
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

      *    'EHVFP' STILL HOLDS ITS OWN CONTAINER ON THE CHANNEL AND
      *    PICKS UP WHERE IT LEFT OFF.
       2700-TRANSFER-BACK-TO-HIRE-VERIFY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-BACK-TO-HIRE-VERIFY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-WORK-AUTH-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-HIRVRF-PROGRAM-NAME)
                CHANNEL(APP-HIRVRF-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Hire Verification Program Not Found!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Hire Verification!'
                   TO WS-MESSAGE
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
              MOVE MON-USER-ID TO WAC-USER-ID
              MOVE MON-USER-CATEGORY TO WAC-USER-CATEGORY
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
           MOVE APP-WRKAUTH-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-WORK-AUTH-CONTAINER.

           EXEC CICS SEND
                MAP(APP-WRKAUTH-MAP-NAME)
                MAPSET(APP-WRKAUTH-MAPSET-NAME)
                FROM (EWAUMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-WRKAUTH-CHANNEL-NAME)
                TRANSID(APP-WRKAUTH-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF WAC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE WAC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF WAC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE WAC-TARGET-EMPLOYEE-ID TO EMPLIDO
           END-IF.

           IF MASTER-RECORD-FOUND THEN
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
           ELSE
              MOVE SPACES TO PRNAMEO
           END-IF.

           IF DOCUMENT-FOUND THEN
              MOVE WAU-DOCUMENT-NUM TO DOCNUMO
              MOVE WAU-DOCUMENT-TYPE TO DOCTYPO
              MOVE WAU-DOCUMENT-NUMBER TO DOCREFO
              MOVE WAU-ISSUING-COUNTRY TO ISSCTYO
              MOVE WAU-EXPIRY-DATE TO EXPDTO
           ELSE
              MOVE SPACES TO DOCNUMO DOCTYPO DOCREFO ISSCTYO EXPDTO
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

       9150-PUT-WORK-AUTH-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-WORK-AUTH-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-WRKAUTH-CONTAINER-NAME)
                CHANNEL(APP-WRKAUTH-CHANNEL-NAME)
                FROM (WORK-AUTH-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Work Auth Container!'
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
