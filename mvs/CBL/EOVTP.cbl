       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOVTP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'OVERTIME CLAIMS' PROGRAM.
      *      - THE 'EOVTRSE' BATCH RAISES A PENDING 'EOVTCLM' CLAIM
      *        FOR EVERY DAY AN EMPLOYEE'S SWIPE SPAN RAN PAST THEIR
      *        STANDARD DAY. HERE THE EMPLOYEE'S OWN MANAGER (OR AN
      *        ADMINISTRATOR) KEYS THE EMPLOYEE AND DATE, SEES THE
      *        SWIPE EVIDENCE BEHIND THE CLAIM, AND APPROVES IT AS
      *        RAISED ('A'), TRIMS IT TO FEWER MINUTES ('T', WITH THE
      *        MINUTES KEYED), OR REJECTS IT ('R').
      *      - ONLY APPROVED AND TRIMMED CLAIMS REACH PAYROLL, AS
      *        TYPE 'O' HOURS RECORDS ON THE NIGHTLY 'EPAYFEED' -
      *        EACH EXACTLY ONCE.
      *      - A BLANK ACTION JUST DISPLAYS WHAT IS ON FILE FOR THE
      *        KEYED EMPLOYEE AND DATE.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'EOVT' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - OVERTIME CLAIMS MAPSET.
      *      - OVERTIME CLAIMS CONTAINER.
      *      - OVERTIME CLAIM FILE RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EOVTMAP.
       COPY EOVTCTR.
       COPY EOVTCLM.
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
          05 WS-TRIM-MINUTES      PIC 9(4).
          05 WS-MINUTES-EDIT      PIC Z(3)9.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 CLAIM-RECORD-FOUND          VALUE 'Y'.
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
                CONTAINER(APP-OVTCLM-CONTAINER-NAME)
                CHANNEL(APP-OVTCLM-CHANNEL-NAME)
                INTO (OVERTIME-CLAIM-CONTAINER)
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
                MOVE 'Error Retrieving Overtime Claim Container!'
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

      *    ACTIONING OVERTIME IS A MANAGER-AND-UP FUNCTION.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Overtime Claims!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-RESOLVE-OWN-EMPLOYEE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE OVERTIME-CLAIM-CONTAINER.
           INITIALIZE OVERTIME-CLAIM-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE EOVTMO.

           MOVE 'Welcome to the Overtime Claims screen!'
              TO WS-MESSAGE.
           SET OCL-CT-STANDARD TO TRUE.

      *    A MANAGER MAY ONLY ACTION CLAIMS RAISED AGAINST THEIR OWN
      *    EMPLOYEE ID, SO RESOLVE IT ONCE FOR THE CONVERSATION.
       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE OCL-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO OCL-OWN-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'User Not Found!' TO WS-MESSAGE
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
                MAP(APP-OVTCLM-MAP-NAME)
                MAPSET(APP-OVTCLM-MAPSET-NAME)
                INTO (EOVTMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-CLAIM-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-CLAIM-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-CLAIM-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE EMPLIDI TO OCL-TARGET-EMPLOYEE-ID
           END-IF.

           IF CLMDTL IS GREATER THAN ZERO THEN
              IF CLMDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Claim Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO CLMDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE CLMDTI TO OCL-TARGET-CLAIM-DATE
           END-IF.

           IF OCL-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF OCL-TARGET-CLAIM-DATE IS EQUAL TO SPACES OR
              OCL-TARGET-CLAIM-DATE IS EQUAL TO LOW-VALUES THEN
              MOVE 'Validation Error: Enter A Claim Date!'
                 TO WS-MESSAGE
              MOVE -1 TO CLMDTL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-CLAIM.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF CLAIM-RECORD-FOUND THEN
                   MOVE 'Overtime Claim Displayed!' TO WS-MESSAGE
                ELSE
                   MOVE 'No Overtime Claim On File For That Key!'
                      TO WS-MESSAGE
                END-IF
           WHEN 'A'
           WHEN 'T'
           WHEN 'R'
                PERFORM 2400-ACTION-CLAIM
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A, T Or R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2150-LOOKUP-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           MOVE OCL-TARGET-EMPLOYEE-ID TO OVT-EMPLOYEE-ID.
           MOVE OCL-TARGET-CLAIM-DATE TO OVT-CLAIM-DATE.

           EXEC CICS READ
                FILE(APP-OVTCLM-FILE-NAME)
                RIDFLD(OVT-KEY)
                INTO (OVERTIME-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET CLAIM-RECORD-FOUND TO TRUE
           WHEN DFHRESP(NOTFND)
                INITIALIZE OVERTIME-CLAIM-RECORD
                MOVE OCL-TARGET-EMPLOYEE-ID TO OVT-EMPLOYEE-ID
                MOVE OCL-TARGET-CLAIM-DATE TO OVT-CLAIM-DATE
           WHEN OTHER
                MOVE 'Error Reading Overtime Claims File!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    ONLY THE EMPLOYEE'S OWN MANAGER OR AN ADMINISTRATOR MAY
      *    ACTION A CLAIM, NEVER ONE'S OWN, AND ONLY WHILE PENDING.
       2400-ACTION-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-ACTION-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT CLAIM-RECORD-FOUND OR NOT OVT-PENDING THEN
              MOVE 'No Pending Overtime Claim To Action!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF OVT-EMPLOYEE-ID IS EQUAL TO OCL-OWN-EMPLOYEE-ID THEN
              MOVE 'You Cannot Action Your Own Overtime Claim!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT MON-CT-ADMINISTRATOR AND
              OVT-MANAGER-ID IS NOT EQUAL TO OCL-OWN-EMPLOYEE-ID THEN
              MOVE 'You Are Not This Employee''s Manager!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    A TRIM MUST LEAVE SOMETHING TO PAY AND LESS THAN WAS
      *    CLAIMED - TRIMMING TO NOTHING IS A REJECTION.
           IF FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'T' THEN
              IF TRMMINL IS EQUAL TO ZERO OR TRMMINI IS NOT NUMERIC
                 MOVE 'Validation Error: Enter Trimmed Minutes!'
                    TO WS-MESSAGE
                 MOVE -1 TO TRMMINL
                 EXIT PARAGRAPH
              END-IF
              MOVE TRMMINI TO WS-TRIM-MINUTES
              IF WS-TRIM-MINUTES IS EQUAL TO ZEROES OR
                 WS-TRIM-MINUTES IS NOT LESS THAN OVT-CLAIMED-MINUTES
                 MOVE 'Validation Error: Trim Must Be Below Claimed!'
                    TO WS-MESSAGE
                 MOVE -1 TO TRMMINL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EXEC CICS READ
                FILE(APP-OVTCLM-FILE-NAME)
                RIDFLD(OVT-KEY)
                INTO (OVERTIME-CLAIM-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Claim For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT OVT-PENDING THEN
              MOVE 'No Pending Overtime Claim To Action!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN 'A'
                SET OVT-APPROVED TO TRUE
                MOVE OVT-CLAIMED-MINUTES TO OVT-APPROVED-MINUTES
           WHEN 'T'
                SET OVT-TRIMMED TO TRUE
                MOVE WS-TRIM-MINUTES TO OVT-APPROVED-MINUTES
           WHEN OTHER
                SET OVT-REJECTED TO TRUE
                MOVE ZEROES TO OVT-APPROVED-MINUTES
           END-EVALUATE.
           MOVE OCL-USER-ID TO OVT-ACTIONED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVT-ACTIONED-DATE.

           EXEC CICS REWRITE
                FILE(APP-OVTCLM-FILE-NAME)
                FROM (OVERTIME-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              EVALUATE TRUE
              WHEN OVT-APPROVED
                 MOVE 'Claim Approved - Feeds Tonight!' TO WS-MESSAGE
              WHEN OVT-TRIMMED
                 MOVE 'Claim Trimmed And Approved - Feeds Tonight!'
                    TO WS-MESSAGE
              WHEN OTHER
                 MOVE 'Claim Rejected!' TO WS-MESSAGE
              END-EVALUATE
           ELSE
              MOVE 'Error Updating Overtime Claim!' TO WS-MESSAGE
           END-IF.

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
                CONTAINER(APP-OVTCLM-CONTAINER-NAME)
                CHANNEL(APP-OVTCLM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Overtime Claim Container!'
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
              MOVE MON-USER-ID TO OCL-USER-ID
              MOVE MON-USER-CATEGORY TO OCL-USER-CATEGORY
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
           MOVE APP-OVTCLM-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
                MAP(APP-OVTCLM-MAP-NAME)
                MAPSET(APP-OVTCLM-MAPSET-NAME)
                FROM (EOVTMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-OVTCLM-CHANNEL-NAME)
                TRANSID(APP-OVTCLM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF OCL-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE OCL-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF OCL-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE OCL-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE OCL-TARGET-CLAIM-DATE TO CLMDTO
           END-IF.

           IF CLAIM-RECORD-FOUND THEN
              MOVE OVT-MANAGER-ID TO MGRIDO
              MOVE OVT-FIRST-IN-TIME TO FSTINO
              MOVE OVT-LAST-OUT-TIME TO LSTOUTO
              MOVE OVT-SPAN-MINUTES TO WS-MINUTES-EDIT
              MOVE WS-MINUTES-EDIT TO SPANO
              MOVE OVT-STANDARD-MINUTES TO WS-MINUTES-EDIT
              MOVE WS-MINUTES-EDIT TO STDMINO
              MOVE OVT-CLAIMED-MINUTES TO WS-MINUTES-EDIT
              MOVE WS-MINUTES-EDIT TO CLMMINO
              MOVE OVT-APPROVED-MINUTES TO WS-MINUTES-EDIT
              MOVE WS-MINUTES-EDIT TO APRMINO
              MOVE OVT-ACTIONED-BY TO ACTBYO

              EVALUATE TRUE
              WHEN OVT-PENDING
                   MOVE 'Pending' TO CURSTSO
              WHEN OVT-PAYABLE AND OVT-FED
                   MOVE 'Fed' TO CURSTSO
              WHEN OVT-APPROVED
                   MOVE 'Approved' TO CURSTSO
              WHEN OVT-TRIMMED
                   MOVE 'Trimmed' TO CURSTSO
              WHEN OVT-REJECTED
                   MOVE 'Rejected' TO CURSTSO
              WHEN OTHER
                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO CURSTSO SPANO STDMINO CLMMINO APRMINO
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
                CONTAINER(APP-OVTCLM-CONTAINER-NAME)
                CHANNEL(APP-OVTCLM-CHANNEL-NAME)
                FROM (OVERTIME-CLAIM-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Overtime Claim Container!'
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
