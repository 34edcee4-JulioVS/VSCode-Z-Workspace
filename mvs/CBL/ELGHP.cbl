       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELGHP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'LEGAL HOLD' MAINTENANCE PROGRAM.
      *      - ADMINISTRATORS PLACE AND RELEASE LEGAL HOLDS ON THE
      *        'ELGLHLD' FILE. WHILE AN EMPLOYEE HAS AN OPEN HOLD THE
      *        RETENTION PURGE, THE ARCHIVE ANONYMIZATION SWEEP AND
      *        THE AUDIT HISTORY ROLLOFF LEAVE THEIR RECORDS ALONE.
      *      - TYPE AN EMPLOYEE ID, MATTER REFERENCE AND NOTE WITH
      *        ACTION 'P' TO PLACE A HOLD (A RELEASED HOLD ON THE SAME
      *        MATTER IS RE-OPENED), OR AN EMPLOYEE ID AND MATTER WITH
      *        ACTION 'R' TO RELEASE ONE. HOLDS ARE NEVER DELETED, SO
      *        LEGAL CAN SEE WHO PLACED AND LIFTED EACH ONE.
      *      - WITH AN EMPLOYEE ID KEYED, THAT EMPLOYEE'S HOLDS (OPEN
      *        AND RELEASED) ARE LISTED; WITHOUT ONE, THE FIRST EIGHT
      *        OPEN HOLDS ON FILE ARE.
      *      - THE EMPLOYEE IS NOT LOOKED UP ON 'EMPMAST': A HOLD MAY
      *        BE PLACED ON A PURGED EMPLOYEE TO PROTECT THE ARCHIVED
      *        COPIES OF THEIR RECORDS.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ELGH' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - LEGAL HOLD MAPSET.
      *      - LEGAL HOLD ADMIN CONTAINER.
      *      - LEGAL HOLD FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ELGHMAP.
       COPY ELGHCTR.
       COPY ELGLHLD.
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
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-LGH-BROWSE           VALUE 'E'.
          05 WS-LIST-EMPLOYEE-ID  PIC 9(8).
          05 WS-HOLD-LINE.
             10 WS-HL-EMPLOYEE-ID PIC 9(8).
             10 FILLER            PIC X(2).
             10 WS-HL-MATTER-REF  PIC X(12).
             10 FILLER            PIC X(2).
             10 WS-HL-STATUS      PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-HL-DATE        PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-HL-USER-ID     PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-HL-NOTE        PIC X(16).
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
                CONTAINER(APP-LGLHLD-CONTAINER-NAME)
                CHANNEL(APP-LGLHLD-CHANNEL-NAME)
                INTO (LEGAL-HOLD-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Legal Hold Container!'
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

      *    A HOLD OVERRIDES THE RETENTION SCHEDULE FOR AN EMPLOYEE -
      *    ADMINISTRATOR CATEGORY USERS ONLY.
           IF NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Legal Hold Maintenance!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 3000-LIST-LEGAL-HOLDS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE LEGAL-HOLD-ADMIN-CONTAINER.
           INITIALIZE LEGAL-HOLD-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ELGHMO.

           MOVE 'Welcome to the Legal Hold screen!' TO WS-MESSAGE.
           SET LHC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-LGLHLD-MAP-NAME)
                MAPSET(APP-LGLHLD-MAPSET-NAME)
                INTO (ELGHMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-HOLD-ACTION
                PERFORM 3000-LIST-LEGAL-HOLDS
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
                PERFORM 3000-LIST-LEGAL-HOLDS
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-HOLD-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-HOLD-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A BLANK ACTION CODE JUST REFRESHES THE LISTED HOLDS.
           IF ACTNI IS EQUAL TO SPACES OR ACTNL IS EQUAL TO ZERO THEN
              MOVE 'Legal Holds Refreshed!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF EMPLIDL IS EQUAL TO ZERO OR EMPLIDI IS NOT NUMERIC OR
              EMPLIDI IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Employee ID Must Be Numeric!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF MATTERL IS EQUAL TO ZERO OR MATTERI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Matter Reference!'
                 TO WS-MESSAGE
              MOVE -1 TO MATTERL
              EXIT PARAGRAPH
           END-IF.

           MOVE EMPLIDI TO LGH-EMPLOYEE-ID.
           MOVE MATTERI TO LGH-MATTER-REF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN 'P'
                PERFORM 2200-PLACE-LEGAL-HOLD
           WHEN 'R'
                PERFORM 2300-RELEASE-LEGAL-HOLD
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be P Or R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2200-PLACE-LEGAL-HOLD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-PLACE-LEGAL-HOLD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF MNOTEL IS EQUAL TO ZERO OR MNOTEI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter A Note For The Hold!'
                 TO WS-MESSAGE
              MOVE -1 TO MNOTEL
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE LGH-DETAILS.
           MOVE MNOTEI TO LGH-MATTER-NOTE.
           SET LGH-OPEN TO TRUE.
           MOVE LHC-USER-ID TO LGH-PLACED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LGH-PLACED-DATE.

           EXEC CICS WRITE
                FILE(APP-LGLHLD-FILE-NAME)
                RIDFLD(LGH-KEY)
                FROM (LEGAL-HOLD-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Legal Hold Placed!' TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
      *         SAME MATTER ALREADY ON FILE - RE-OPEN IT IF RELEASED.
                PERFORM 2250-REOPEN-LEGAL-HOLD
           WHEN OTHER
                MOVE 'Error Writing Legal Hold!' TO WS-MESSAGE
           END-EVALUATE.

       2250-REOPEN-LEGAL-HOLD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REOPEN-LEGAL-HOLD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-LGLHLD-FILE-NAME)
                RIDFLD(LGH-KEY)
                INTO (LEGAL-HOLD-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Legal Hold For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF LGH-OPEN THEN
              EXEC CICS UNLOCK
                   FILE(APP-LGLHLD-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Validation Error: Hold Already In Place!'
                 TO WS-MESSAGE
              MOVE -1 TO MATTERL
              EXIT PARAGRAPH
           END-IF.

           MOVE MNOTEI TO LGH-MATTER-NOTE.
           SET LGH-OPEN TO TRUE.
           MOVE LHC-USER-ID TO LGH-PLACED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LGH-PLACED-DATE.
           MOVE SPACES TO LGH-RELEASED-BY.
           MOVE SPACES TO LGH-RELEASED-DATE.

           EXEC CICS REWRITE
                FILE(APP-LGLHLD-FILE-NAME)
                FROM (LEGAL-HOLD-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Legal Hold Re-Opened!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Legal Hold!' TO WS-MESSAGE
           END-IF.

       2300-RELEASE-LEGAL-HOLD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-RELEASE-LEGAL-HOLD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-LGLHLD-FILE-NAME)
                RIDFLD(LGH-KEY)
                INTO (LEGAL-HOLD-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Such Legal Hold On File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Legal Hold For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF LGH-RELEASED THEN
              EXEC CICS UNLOCK
                   FILE(APP-LGLHLD-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Validation Error: Hold Already Released!'
                 TO WS-MESSAGE
              MOVE -1 TO MATTERL
              EXIT PARAGRAPH
           END-IF.

           SET LGH-RELEASED TO TRUE.
           MOVE LHC-USER-ID TO LGH-RELEASED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LGH-RELEASED-DATE.

           EXEC CICS REWRITE
                FILE(APP-LGLHLD-FILE-NAME)
                FROM (LEGAL-HOLD-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Legal Hold Released!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Legal Hold!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

       3000-LIST-LEGAL-HOLDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-LEGAL-HOLDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN.
           INITIALIZE WS-BROWSE-FLAG.
           MOVE SPACES TO LGH01O LGH02O LGH03O LGH04O
              LGH05O LGH06O LGH07O LGH08O.

      *    ONE EMPLOYEE'S HOLDS WHEN AN ID IS KEYED, ELSE ALL OPEN.
           IF EMPLIDL IS GREATER THAN ZERO AND EMPLIDI IS NUMERIC THEN
              MOVE EMPLIDI TO WS-LIST-EMPLOYEE-ID
           ELSE
              MOVE ZEROES TO WS-LIST-EMPLOYEE-ID
           END-IF.

           MOVE WS-LIST-EMPLOYEE-ID TO LGH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO LGH-MATTER-REF.

           EXEC CICS STARTBR
                FILE(APP-LGLHLD-FILE-NAME)
                RIDFLD(LGH-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
      *       NO HOLDS ON FILE - NOT AN ERROR.
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-READ-NEXT-HOLD
              UNTIL END-OF-LGH-BROWSE
                 OR WS-LINES-SHOWN IS NOT LESS THAN 8.

           EXEC CICS ENDBR
                FILE(APP-LGLHLD-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3100-READ-NEXT-HOLD.
           EXEC CICS READNEXT
                FILE(APP-LGLHLD-FILE-NAME)
                RIDFLD(LGH-KEY)
                INTO (LEGAL-HOLD-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-LGH-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-LIST-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              IF LGH-EMPLOYEE-ID IS NOT EQUAL TO WS-LIST-EMPLOYEE-ID
                 SET END-OF-LGH-BROWSE TO TRUE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NOT LGH-OPEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE SPACES TO WS-HOLD-LINE.
           MOVE LGH-EMPLOYEE-ID TO WS-HL-EMPLOYEE-ID.
           MOVE LGH-MATTER-REF TO WS-HL-MATTER-REF.
           MOVE LGH-MATTER-NOTE TO WS-HL-NOTE.

           IF LGH-OPEN THEN
              MOVE 'OPEN' TO WS-HL-STATUS
              MOVE LGH-PLACED-DATE TO WS-HL-DATE
              MOVE LGH-PLACED-BY TO WS-HL-USER-ID
           ELSE
              MOVE 'RELEASED' TO WS-HL-STATUS
              MOVE LGH-RELEASED-DATE TO WS-HL-DATE
              MOVE LGH-RELEASED-BY TO WS-HL-USER-ID
           END-IF.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-HOLD-LINE TO LGH01O
           WHEN 2
                MOVE WS-HOLD-LINE TO LGH02O
           WHEN 3
                MOVE WS-HOLD-LINE TO LGH03O
           WHEN 4
                MOVE WS-HOLD-LINE TO LGH04O
           WHEN 5
                MOVE WS-HOLD-LINE TO LGH05O
           WHEN 6
                MOVE WS-HOLD-LINE TO LGH06O
           WHEN 7
                MOVE WS-HOLD-LINE TO LGH07O
           WHEN OTHER
                MOVE WS-HOLD-LINE TO LGH08O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-ADMIN-CONTAINER.

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

       2550-DELETE-ADMIN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-ADMIN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-LGLHLD-CONTAINER-NAME)
                CHANNEL(APP-LGLHLD-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Legal Hold Container!'
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
              MOVE MON-USER-ID TO LHC-USER-ID
              MOVE MON-USER-CATEGORY TO LHC-USER-CATEGORY
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
           MOVE APP-LGLHLD-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-ADMIN-CONTAINER.

           EXEC CICS SEND
                MAP(APP-LGLHLD-MAP-NAME)
                MAPSET(APP-LGLHLD-MAPSET-NAME)
                FROM (ELGHMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-LGLHLD-CHANNEL-NAME)
                TRANSID(APP-LGLHLD-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF LHC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE LHC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Invalid'
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-ADMIN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ADMIN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-LGLHLD-CONTAINER-NAME)
                CHANNEL(APP-LGLHLD-CHANNEL-NAME)
                FROM (LEGAL-HOLD-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Legal Hold Container!'
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
