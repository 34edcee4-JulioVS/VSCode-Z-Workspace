       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDMSP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SELF-SERVICE DEMOGRAPHIC SELF-IDENTIFICATION' PROGRAM.
      *      - ANY SIGNED-ON USER MAY DECLARE - OR DECLINE TO STATE -
      *        THEIR OWN GENDER, ETHNIC GROUP, DISABILITY AND VETERAN
      *        STATUS FOR THE STATUTORY WORKFORCE REPORT. IT IS
      *        ENTIRELY VOLUNTARY: ANY FIELD LEFT BLANK ON A FIRST
      *        DECLARATION IS RECORDED AS 'DECLINED TO STATE'.
      *      - THE RECORD SHOWN AND UPDATED IS ALWAYS THE ONE FOR THE
      *        SIGNED-ON ACCOUNT'S OWN 'REG-EMPLOYEE-ID' - NO KEY FIELD
      *        IS OFFERED, WHATEVER THE USER'S CATEGORY.
      *      - 'EDEMOGR' IS RESTRICTED DATA (SEE THE COPYBOOK). UNLIKE
      *        THE OTHER SELF-SERVICE SCREENS NOTHING HERE IS SENT TO
      *        THE SATELLITE AUDIT TRAIL - ITS BEFORE/AFTER IMAGES ARE
      *        BROWSABLE ON 'EAUDITP' AND WOULD EXPOSE THE VALUES. ONLY
      *        WHO LAST RECORDED IT AND WHEN IS KEPT, ON THE RECORD.
      *      - REACHED FROM THE SELF-SERVICE PAGE ('ESELFP') BY PF
      *        KEY, OR DIRECTLY THROUGH ITS OWN 'EDMS' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SELF-SERVICE DEMOGRAPHICS MAPSET.
      *      - SELF-SERVICE DEMOGRAPHICS CONTAINER.
      *      - DEMOGRAPHIC SELF-ID FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EDMSMAP.
       COPY EDMSCTR.
       COPY EDEMOGR.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-RECORD-FOUND-FLAG PIC X(1)  VALUE SPACES.
             88 WS-DEMOGR-FOUND              VALUE 'Y'.
             88 WS-DEMOGR-NOT-FOUND          VALUE SPACES.
          05 WS-NEW-DETAILS       PIC X(21) VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
          88 VALIDATION-FAILED              VALUE SPACES.
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
                CONTAINER(APP-SELFDEM-CONTAINER-NAME)
                CHANNEL(APP-SELFDEM-CHANNEL-NAME)
                INTO (SELF-DEMOGRAPHIC-CONTAINER)
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
                MOVE 'Error Retrieving Self-Demographics Container!'
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

           IF SDC-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'No Signed-On User For Self-Identification!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-RESOLVE-OWN-EMPLOYEE.
           PERFORM 2200-LOOKUP-OWN-DECLARATION.

           IF WS-DEMOGR-NOT-FOUND THEN
              MOVE 'Nothing Declared Yet - Every Field Is Optional!'
                 TO WS-MESSAGE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE SELF-DEMOGRAPHIC-CONTAINER.
           INITIALIZE DEMOGRAPHIC-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EDMSMO.

           MOVE 'Welcome to the Self-Identification screen!'
              TO WS-MESSAGE.
           SET SDC-CT-STANDARD TO TRUE.

      *    THE SIGNED-ON ACCOUNT'S OWN EMPLOYEE ID COMES OFF ITS
      *    'EREGUSR' REGISTRATION RECORD, THE SAME WAY 'ESELFP'
      *    RESOLVES IT.
       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SDC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO SDC-EMPLOYEE-ID
           WHEN DFHRESP(NOTFND)
                MOVE 'User Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Users File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

           IF SDC-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Record Linked To Your Account!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1300-READ-EMPLOYEE-RECORD.

       1300-READ-EMPLOYEE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-READ-EMPLOYEE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SDC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF EMP-DELETED THEN
                   MOVE 'Employee Is No Longer Active!' TO WS-MESSAGE
                   PERFORM 9000-SEND-MAP-AND-RETURN
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Employee Record Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-SELFDEM-MAP-NAME)
                MAPSET(APP-SELFDEM-MAPSET-NAME)
                INTO (EDMSMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           PERFORM 1300-READ-EMPLOYEE-RECORD.
           PERFORM 2200-LOOKUP-OWN-DECLARATION.

           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-SELF
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN DFHENTER
      *         ONLY A TYPED-OVER FIELD MEANS A CHANGE; A PLAIN ENTER
      *         JUST REDISPLAYS WHAT IS ON FILE.
                IF GENDERL IS GREATER THAN ZERO OR
                   ETHNICL IS GREATER THAN ZERO OR
                   DISABLL IS GREATER THAN ZERO OR
                   VETRANL IS GREATER THAN ZERO THEN
                   PERFORM 2100-VALIDATE-DECLARATION
                   IF VALIDATION-PASSED THEN
                      PERFORM 2300-SAVE-OWN-DECLARATION
                   END-IF
                ELSE
                   MOVE 'Your Self-Identification Displayed!'
                      TO WS-MESSAGE
                END-IF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    THE TYPED FIELDS ARE LAID OVER WHAT IS ON FILE (OR OVER
      *    'DECLINED' FOR A FIRST DECLARATION, SO A FIELD LEFT BLANK
      *    IS NEVER GUESSED AT). BLANKING A FIELD OUT ALSO DECLINES.
       2100-VALIDATE-DECLARATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-VALIDATE-DECLARATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.

           IF WS-DEMOGR-NOT-FOUND THEN
              SET DMG-GENDER-DECLINED TO TRUE
              SET DMG-ETH-DECLINED TO TRUE
              SET DMG-DISABLED-DECLINED TO TRUE
              SET DMG-VETERAN-DECLINED TO TRUE
           END-IF.

           IF GENDERL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(GENDERI) TO DMG-GENDER
              IF DMG-GENDER IS EQUAL TO SPACES OR LOW-VALUES THEN
                 SET DMG-GENDER-DECLINED TO TRUE
              END-IF
              IF NOT DMG-GENDER-VALID THEN
                 MOVE 'Validation Error: Gender M, F, X Or D!'
                    TO WS-MESSAGE
                 MOVE -1 TO GENDERL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF ETHNICL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(ETHNICI) TO DMG-ETHNIC-GROUP
              IF DMG-ETHNIC-GROUP IS EQUAL TO SPACES OR LOW-VALUES
              THEN
                 SET DMG-ETH-DECLINED TO TRUE
              END-IF
              IF NOT DMG-ETHNIC-VALID THEN
                 MOVE 'Validation Error: Group HL,WH,BL,AS,NH,AI,TM,DS!'
                    TO WS-MESSAGE
                 MOVE -1 TO ETHNICL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF DISABLL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(DISABLI) TO DMG-DISABILITY
              IF DMG-DISABILITY IS EQUAL TO SPACES OR LOW-VALUES THEN
                 SET DMG-DISABLED-DECLINED TO TRUE
              END-IF
              IF NOT DMG-DISABILITY-VALID THEN
                 MOVE 'Validation Error: Disability Y, N Or D!'
                    TO WS-MESSAGE
                 MOVE -1 TO DISABLL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF VETRANL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(VETRANI) TO DMG-VETERAN
              IF DMG-VETERAN IS EQUAL TO SPACES OR LOW-VALUES THEN
                 SET DMG-VETERAN-DECLINED TO TRUE
              END-IF
              IF NOT DMG-VETERAN-VALID THEN
                 MOVE 'Validation Error: Veteran Y, N Or D!'
                    TO WS-MESSAGE
                 MOVE -1 TO VETRANL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    IF WE GET THIS FAR, THEN ALL FIELDS ARE VALIDATED!
           SET VALIDATION-PASSED TO TRUE.

       2200-LOOKUP-OWN-DECLARATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-LOOKUP-OWN-DECLARATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET WS-DEMOGR-NOT-FOUND TO TRUE.
           MOVE SDC-EMPLOYEE-ID TO DMG-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-DEMOGR-FILE-NAME)
                RIDFLD(DMG-KEY)
                INTO (DEMOGRAPHIC-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-DEMOGR-FOUND TO TRUE
           WHEN DFHRESP(NOTFND)
                INITIALIZE DEMOGRAPHIC-RECORD
                MOVE SDC-EMPLOYEE-ID TO DMG-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'Error Reading Self-Identification File!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2300-SAVE-OWN-DECLARATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-SAVE-OWN-DECLARATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SDC-USER-ID TO DMG-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DMG-RECORDED-DATE.

           IF WS-DEMOGR-FOUND THEN
      *         THE VALIDATED VALUES ARE HELD ASIDE WHILE THE RECORD IS
      *         RE-READ FOR UPDATE, THEN LAID BACK OVER IT.
              MOVE DMG-DETAILS TO WS-NEW-DETAILS
              EXEC CICS READ
                   FILE(APP-DEMOGR-FILE-NAME)
                   RIDFLD(DMG-KEY)
                   INTO (DEMOGRAPHIC-RECORD)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
                 MOVE 'Error Reading Self-Identification For Update!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF

              MOVE WS-NEW-DETAILS TO DMG-DETAILS

              EXEC CICS REWRITE
                   FILE(APP-DEMOGR-FILE-NAME)
                   FROM (DEMOGRAPHIC-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE 'Your Self-Identification Has Been Updated!'
                      TO WS-MESSAGE
              WHEN OTHER
                   MOVE 'Error Updating Self-Identification!'
                      TO WS-MESSAGE
              END-EVALUATE
           ELSE
              EXEC CICS WRITE
                   FILE(APP-DEMOGR-FILE-NAME)
                   RIDFLD(DMG-KEY)
                   FROM (DEMOGRAPHIC-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   SET WS-DEMOGR-FOUND TO TRUE
                   MOVE 'Your Self-Identification Has Been Recorded!'
                      TO WS-MESSAGE
              WHEN DFHRESP(DUPREC)
                   MOVE 'Declaration Raced Onto File - Press Enter!'
                      TO WS-MESSAGE
              WHEN OTHER
                   MOVE 'Error Recording Self-Identification!'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-SELF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-SELF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-SELFDEM-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-SELF-PROGRAM-NAME)
                CHANNEL(APP-SELF-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Self-Service Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Self-Service!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2550-DELETE-SELFDEM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-SELFDEM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-SELFDEM-CONTAINER-NAME)
                CHANNEL(APP-SELFDEM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Self-Demographics Container!'
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
              MOVE MON-USER-ID TO SDC-USER-ID
              MOVE MON-USER-CATEGORY TO SDC-USER-CATEGORY
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
           MOVE APP-SELFDEM-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-DEMOGRAPHIC-CONTAINER.

           EXEC CICS SEND
                MAP(APP-SELFDEM-MAP-NAME)
                MAPSET(APP-SELFDEM-MAPSET-NAME)
                FROM (EDMSMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-SELFDEM-CHANNEL-NAME)
                TRANSID(APP-SELFDEM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE EDMSMO.

           MOVE EIBTRNID TO TRANIDO.

           IF SDC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE SDC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF SDC-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE SDC-EMPLOYEE-ID TO EMPLIDO
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
           END-IF.

           IF WS-DEMOGR-FOUND THEN
              MOVE DMG-GENDER TO GENDERO
              MOVE DMG-ETHNIC-GROUP TO ETHNICO
              MOVE DMG-DISABILITY TO DISABLO
              MOVE DMG-VETERAN TO VETRANO
              MOVE DMG-RECORDED-DATE TO RECDTO
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

       9150-PUT-DEMOGRAPHIC-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-DEMOGRAPHIC-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-SELFDEM-CONTAINER-NAME)
                CHANNEL(APP-SELFDEM-CHANNEL-NAME)
                FROM (SELF-DEMOGRAPHIC-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Self-Demographics Container!'
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

