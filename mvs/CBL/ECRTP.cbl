       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECRTP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ACCESS RECERTIFICATION' PROGRAM.
      *      - LISTS THE PENDING 'ECRTITM' CERTIFICATION ITEMS QUEUED
      *        TO THE SIGNED-ON REVIEWER BY THE QUARTERLY 'ECRTCMP'
      *        CAMPAIGN - ONE PER ACTIVE 'EREGUSR' ACCOUNT HELD BY A
      *        DIRECT REPORT - AND LETS THEM CONFIRM EACH ACCOUNT IS
      *        STILL NEEDED, OR REVOKE IT ON THE SPOT (THE ACCOUNT IS
      *        SET INACTIVE STRAIGHT AWAY).
      *      - ADMINISTRATORS CAN SWITCH (PF5) TO THE SECURITY
      *        ADMINISTRATOR QUEUE: ACCOUNTS WITH NO EMPLOYEE LINK, NO
      *        MANAGER ON FILE, OR A MANAGER WITH NO SIGN-ON OF THEIR
      *        OWN TO DECIDE WITH.
      *      - NOBODY CERTIFIES THEIR OWN ACCOUNT. EVERY DECISION IS
      *        JOURNALED ON 'ESECJRN'. ANYTHING STILL PENDING AT THE
      *        DEADLINE IS DEACTIVATED BY 'ECRTDLN'.
      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY USERS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - ACCESS RECERTIFICATION MAPSET.
      *      - ACCESS RECERTIFICATION CONTAINER.
      *      - CERTIFICATION ITEM FILE RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - REGISTERED USER FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ECRTMAP.
       COPY ECRTCTR.
       COPY ECRTITM.
       COPY ESECJRN.
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
          05 WS-TODAY             PIC X(8).
          05 WS-TARGET-USER-ID    PIC X(8).
          05 WS-DECISION          PIC X(1).
             88 WS-DECIDE-CONFIRM            VALUE 'C'.
             88 WS-DECIDE-REVOKE             VALUE 'R'.
          05 WS-ITEM-FOUND-FLAG   PIC X(1)  VALUE SPACES.
             88 WS-ITEM-FOUND                VALUE 'Y'.
             88 WS-ITEM-NOT-FOUND            VALUE SPACES.
          05 WS-BROWSE-FLAG       PIC X(1)  VALUE SPACES.
             88 WS-BROWSE-DONE               VALUE 'Y'.
             88 WS-BROWSE-NOT-DONE           VALUE SPACES.
          05 WS-ROW-COUNT         PIC 9(2)  USAGE IS BINARY.
          05 WS-LINES-PER-PAGE    PIC 9(2)  USAGE IS BINARY
                                            VALUE 8.
      *
      *    WHERE A BROWSE STARTS (OR A DECIDED ITEM IS RE-READ) -
      *    THE SAME SHAPE AS 'CRT-KEY'.
       01 WS-BROWSE-KEY.
          05 WS-BRK-REVIEWER-ID   PIC 9(8).
          05 WS-BRK-REST          PIC X(14).
       01 WS-ITEM-KEY             PIC X(22).
      *
       01 WS-ROW-TABLE.
          05 WS-ROW-TEXT          PIC X(70) OCCURS 8 TIMES.
      *
       01 WS-ROW-LINE.
          05 WS-RL-USER-ID        PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-CATEGORY       PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-EMPLOYEE-ID    PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-CAMPAIGN-ID    PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-DEADLINE       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-ROUTE          PIC X(27).
      *
       01 WS-QUEUE-LINE.
          05 FILLER               PIC X(8)  VALUE 'MANAGER '.
          05 WS-QL-REVIEWER-ID    PIC 9(8).
          05 FILLER               PIC X(14) VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
          88 VALIDATION-FAILED              VALUE SPACES.
      *
       01 WS-SEC-RBA-FIELD        PIC S9(8) USAGE IS BINARY.
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
                CONTAINER(APP-RECERT-CONTAINER-NAME)
                CHANNEL(APP-RECERT-CHANNEL-NAME)
                INTO (RECERTIFICATION-CONTAINER)
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
                MOVE 'Error Retrieving Recertification Container!'
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

      *    ONLY MANAGERS AND ADMINISTRATORS HAVE A QUEUE TO WORK.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized for Access Recertification!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           MOVE MON-USER-ID TO CRC-USER-ID.
           MOVE MON-USER-CATEGORY TO CRC-USER-CATEGORY.

           PERFORM 1200-FIND-OWN-QUEUE.
           PERFORM 1300-LOAD-PAGE-OF-ITEMS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE RECERTIFICATION-CONTAINER.
           INITIALIZE RECERTIFICATION-ITEM-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ECRTMO.

           MOVE 'Welcome to the Access Recertification screen!'
              TO WS-MESSAGE.

       1200-FIND-OWN-QUEUE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-FIND-OWN-QUEUE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A REVIEWER'S QUEUE IS KEYED ON THEIR OWN EMPLOYEE ID - THE
      *    'EMP-MANAGER-ID' THE CAMPAIGN ROUTED THEIR REPORTS' ITEMS
      *    TO. AN ADMINISTRATOR WITH NO EMPLOYEE LINK STARTS ON THE
      *    SECURITY ADMINISTRATOR QUEUE INSTEAD.
           MOVE MON-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              REG-EMPLOYEE-ID IS NUMERIC THEN
              MOVE REG-EMPLOYEE-ID TO CRC-OWN-EMPLOYEE-ID
           ELSE
              MOVE ZEROES TO CRC-OWN-EMPLOYEE-ID
           END-IF.

           MOVE CRC-OWN-EMPLOYEE-ID TO CRC-REVIEWER-ID.
           MOVE SPACES TO CRC-PAGE-START-KEY.
           MOVE SPACES TO CRC-NEXT-PAGE-KEY.

       1300-LOAD-PAGE-OF-ITEMS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-LOAD-PAGE-OF-ITEMS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-ROW-TABLE.
           MOVE ZEROES TO WS-ROW-COUNT.
           MOVE SPACES TO CRC-NEXT-PAGE-KEY.

      *    A MANAGER WITH NO EMPLOYEE LINK HAS NO QUEUE AT ALL - THE
      *    ZEROES QUEUE BELONGS TO THE ADMINISTRATORS.
           IF CRC-SECURITY-ADMIN-QUEUE AND NOT CRC-CT-ADMINISTRATOR
              MOVE 'No Employee Link On Your Sign-On - No Queue!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF CRC-PAGE-START-KEY IS EQUAL TO SPACES THEN
              MOVE CRC-REVIEWER-ID TO WS-BRK-REVIEWER-ID
              MOVE LOW-VALUES TO WS-BRK-REST
           ELSE
              MOVE CRC-PAGE-START-KEY TO WS-BROWSE-KEY
           END-IF.

           PERFORM 1310-START-BROWSE.

           PERFORM 1320-READ-NEXT-ITEM
              UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR
                FILE(APP-RECERT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-ROW-COUNT IS EQUAL TO ZEROES THEN
              IF CRC-PAGE-START-KEY IS EQUAL TO SPACES THEN
                 MOVE 'No Pending Certification Items In This Queue!'
                    TO WS-MESSAGE
              ELSE
                 MOVE 'No More Pending Items In This Queue!'
                    TO WS-MESSAGE
              END-IF
           END-IF.

       1310-START-BROWSE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1310-START-BROWSE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET WS-BROWSE-NOT-DONE TO TRUE.

           EXEC CICS STARTBR
                FILE(APP-RECERT-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-BROWSE-DONE TO TRUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Certification Item File Not Open!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Starting Browse!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       1320-READ-NEXT-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1320-READ-NEXT-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-RECERT-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                INTO (RECERTIFICATION-ITEM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(ENDFILE)
                SET WS-BROWSE-DONE TO TRUE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Next Item!' TO WS-MESSAGE
                SET WS-BROWSE-DONE TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    PAST THE END OF THIS REVIEWER'S QUEUE.
           IF CRT-REVIEWER-ID IS NOT EQUAL TO CRC-REVIEWER-ID THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT CRT-PENDING THEN
              EXIT PARAGRAPH
           END-IF.

      *    ONE PENDING ITEM TOO MANY FOR THIS PAGE - THE NEXT PAGE
      *    STARTS FROM IT.
           IF WS-ROW-COUNT IS EQUAL TO WS-LINES-PER-PAGE THEN
              MOVE CRT-KEY TO CRC-NEXT-PAGE-KEY
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ROW-COUNT.
           PERFORM 1330-FORMAT-ROW.

       1330-FORMAT-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1330-FORMAT-ROW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE CRT-USER-ID TO WS-RL-USER-ID.
           MOVE CRT-USER-CATEGORY TO WS-RL-CATEGORY.
           IF CRT-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE '(NONE)' TO WS-RL-EMPLOYEE-ID
           ELSE
              MOVE CRT-EMPLOYEE-ID TO WS-RL-EMPLOYEE-ID
           END-IF.
           MOVE CRT-CAMPAIGN-ID TO WS-RL-CAMPAIGN-ID.
           MOVE CRT-DEADLINE-DATE TO WS-RL-DEADLINE.

           EVALUATE TRUE
           WHEN CRT-RT-MANAGER
                MOVE 'DIRECT REPORT' TO WS-RL-ROUTE
           WHEN CRT-RT-NO-EMPLOYEE
                MOVE 'NO EMPLOYEE LINK' TO WS-RL-ROUTE
           WHEN CRT-RT-NO-MANAGER
                MOVE 'NO MANAGER ON FILE' TO WS-RL-ROUTE
           WHEN CRT-RT-MANAGER-NO-SIGNON
                MOVE 'MANAGER HAS NO SIGN-ON' TO WS-RL-ROUTE
           WHEN OTHER
                MOVE SPACES TO WS-RL-ROUTE
           END-EVALUATE.

           MOVE WS-ROW-LINE TO WS-ROW-TEXT(WS-ROW-COUNT).

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-RECERT-MAP-NAME)
                MAPSET(APP-RECERT-MAPSET-NAME)
                INTO (ECRTMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    IF - CONTRADICTING THE ORIGINAL CHECK - THE USER IS NO
      *    LONGER A MANAGER OR ADMINISTRATOR, SIGN THEM OFF RATHER
      *    THAN LET THEM CONTINUE.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-CANCEL-RECERTIFICATION
           WHEN DFHPF5
                PERFORM 2700-SWITCH-QUEUE
           WHEN DFHPF7
                PERFORM 2800-RESTART-FROM-TOP
           WHEN DFHPF8
                PERFORM 2850-NEXT-PAGE
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN DFHENTER
                PERFORM 2100-VALIDATE-USER-INPUT
                IF VALIDATION-PASSED THEN
                   PERFORM 2200-LOCATE-PENDING-ITEM
                END-IF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

      *    REFRESH THE PAGE ON SHOW - A DECIDED ITEM DROPS OFF IT.
           PERFORM 1300-LOAD-PAGE-OF-ITEMS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.

           IF USERIDL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Enter The User ID To Decide On!'
                 TO WS-MESSAGE
              MOVE -1 TO USERIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(ACTNI) TO WS-DECISION.
           IF NOT WS-DECIDE-CONFIRM AND NOT WS-DECIDE-REVOKE THEN
              MOVE 'Validation Error: Action Must Be C Or R!'
                 TO WS-MESSAGE
              MOVE -1 TO ACTNL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(USERIDI) TO WS-TARGET-USER-ID.

      *    NOBODY VOUCHES FOR THEIR OWN ACCESS.
           IF WS-TARGET-USER-ID IS EQUAL TO MON-USER-ID THEN
              MOVE 'You Cannot Certify Your Own Account!'
                 TO WS-MESSAGE
              MOVE -1 TO USERIDL
              EXIT PARAGRAPH
           END-IF.

      *    IF WE GET THIS FAR, THEN ALL FIELDS ARE VALIDATED!
           SET VALIDATION-PASSED TO TRUE.

       2200-LOCATE-PENDING-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-LOCATE-PENDING-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE USER ID ALONE IS NOT THE KEY - WALK THIS QUEUE FOR ITS
      *    PENDING ITEM, SO A REVIEWER CAN ONLY EVER DECIDE ON WHAT
      *    WAS ROUTED TO THEM.
           SET WS-ITEM-NOT-FOUND TO TRUE.
           MOVE CRC-REVIEWER-ID TO WS-BRK-REVIEWER-ID.
           MOVE LOW-VALUES TO WS-BRK-REST.

           PERFORM 1310-START-BROWSE.

           PERFORM 2250-READ-NEXT-QUEUE-ITEM
              UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR
                FILE(APP-RECERT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-ITEM-NOT-FOUND THEN
              MOVE 'No Pending Item For That User In This Queue!'
                 TO WS-MESSAGE
              MOVE -1 TO USERIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF WS-DECIDE-CONFIRM THEN
              PERFORM 2300-CONFIRM-ACCESS
           ELSE
              PERFORM 2400-REVOKE-ACCESS
           END-IF.

       2250-READ-NEXT-QUEUE-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-READ-NEXT-QUEUE-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-RECERT-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                INTO (RECERTIFICATION-ITEM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CRT-REVIEWER-ID IS NOT EQUAL TO CRC-REVIEWER-ID THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF CRT-PENDING AND
              CRT-USER-ID IS EQUAL TO WS-TARGET-USER-ID THEN
              SET WS-ITEM-FOUND TO TRUE
              MOVE CRT-KEY TO WS-ITEM-KEY
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       2300-CONFIRM-ACCESS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-CONFIRM-ACCESS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2450-READ-ITEM-FOR-UPDATE.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           SET CRT-CONFIRMED TO TRUE.
           PERFORM 2460-REWRITE-DECIDED-ITEM.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Access Confirmed!' TO WS-MESSAGE.
           MOVE SPACES TO USERIDO.
           MOVE SPACES TO ACTNO.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'CERT CONFIRM' TO SEC-ACTION.
           MOVE CRT-USER-ID TO SEC-TARGET.
           MOVE CRT-USER-CATEGORY TO SEC-OLD-VALUE.
           STRING 'CONFIRMED ' CRT-CAMPAIGN-ID
              DELIMITED BY SIZE INTO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

       2400-REVOKE-ACCESS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-REVOKE-ACCESS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE ACCOUNT COMES OFF FIRST - IF THAT FAILS THE ITEM STAYS
      *    PENDING AND CAN BE TRIED AGAIN.
           MOVE WS-TARGET-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET REG-ST-INACTIVE TO TRUE

                EXEC CICS REWRITE
                     FILE(APP-REG-USER-FILE-NAME)
                     FROM (REGISTERED-USER-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Error Deactivating Registered User!'
                      TO WS-MESSAGE
                   EXIT PARAGRAPH
                END-IF
           WHEN DFHRESP(NOTFND)
      *         ALREADY GONE FROM THE FILE - NOTHING LEFT TO SWITCH
      *         OFF, BUT THE ITEM IS STILL CLOSED AS REVOKED.
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Registered User For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 2450-READ-ITEM-FOR-UPDATE.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           SET CRT-REVOKED TO TRUE.
           PERFORM 2460-REWRITE-DECIDED-ITEM.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Access Revoked - Account Deactivated!' TO WS-MESSAGE.
           MOVE SPACES TO USERIDO.
           MOVE SPACES TO ACTNO.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'CERT REVOKE' TO SEC-ACTION.
           MOVE CRT-USER-ID TO SEC-TARGET.
           MOVE 'ACTIVE' TO SEC-OLD-VALUE.
           STRING 'INACTIVE ' CRT-CAMPAIGN-ID
              DELIMITED BY SIZE INTO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

       2450-READ-ITEM-FOR-UPDATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-READ-ITEM-FOR-UPDATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-RECERT-FILE-NAME)
                RIDFLD(WS-ITEM-KEY)
                INTO (RECERTIFICATION-ITEM-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Certification Item For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    DECIDED BY SOMEONE ELSE (OR EXPIRED) SINCE WE LOOKED.
           IF NOT CRT-PENDING THEN
              EXEC CICS UNLOCK
                   FILE(APP-RECERT-FILE-NAME)
                   END-EXEC
              MOVE 'That Item Has Already Been Decided!' TO WS-MESSAGE
              MOVE DFHRESP(NOTFND) TO WS-CICS-RESPONSE
           END-IF.

       2460-REWRITE-DECIDED-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2460-REWRITE-DECIDED-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE MON-USER-ID TO CRT-DECIDED-BY.
           MOVE WS-TODAY TO CRT-DECIDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-RECERT-FILE-NAME)
                FROM (RECERTIFICATION-ITEM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Certification Item!' TO WS-MESSAGE
           END-IF.

       2500-CANCEL-RECERTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-CANCEL-RECERTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR USER SCREEN AND END CONVERSATION.
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

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

       2700-SWITCH-QUEUE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-SWITCH-QUEUE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'Only Administrators Work The Security Queue!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF CRC-SECURITY-ADMIN-QUEUE THEN
              IF CRC-OWN-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
                 MOVE 'No Employee Link On Your Sign-On - No Own Queue!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE CRC-OWN-EMPLOYEE-ID TO CRC-REVIEWER-ID
              MOVE 'Showing Your Own Review Queue!' TO WS-MESSAGE
           ELSE
              MOVE ZEROES TO CRC-REVIEWER-ID
              MOVE 'Showing The Security Administrator Queue!'
                 TO WS-MESSAGE
           END-IF.

           MOVE SPACES TO CRC-PAGE-START-KEY.

       2800-RESTART-FROM-TOP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-RESTART-FROM-TOP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO CRC-PAGE-START-KEY.
           MOVE 'Restarted From Top of Queue!' TO WS-MESSAGE.

       2850-NEXT-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2850-NEXT-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF CRC-NEXT-PAGE-KEY IS EQUAL TO SPACES THEN
              MOVE 'Already At End of Queue!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE CRC-NEXT-PAGE-KEY TO CRC-PAGE-START-KEY.

       7900-JOURNAL-SECURITY-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7900-JOURNAL-SECURITY-EVENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP.
           MOVE MON-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-RECERT-PROGRAM-NAME TO SEC-PROGRAM.
      *    ANYTHING DONE UNDER BREAK-GLASS ACCESS IS MARKED AS SUCH.
           IF MON-BG-ELEVATED THEN
              SET SEC-BREAK-GLASS TO TRUE
           ELSE
              MOVE SPACES TO SEC-BREAK-GLASS-FLAG
           END-IF.

           EXEC CICS WRITE
                FILE(APP-SECJRNL-FILE-NAME)
                RIDFLD(WS-SEC-RBA-FIELD)
                RBA
                FROM (SECURITY-JOURNAL-RECORD)
                LENGTH(LENGTH OF SECURITY-JOURNAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
      *         A JOURNAL FAILURE MUST NEVER BLOCK THE ACTION ITSELF -
      *         THE USER'S MESSAGE STANDS AS IT IS.
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHECK IF THE USER IS ALREADY SIGNED ON TO THE ACTIVITY
      *    MONITOR, AND IF SO, WHETHER THE SESSION IS STILL ACTIVE.
           PERFORM 4100-GET-MONITOR-CONTAINER.

           SET MON-AC-APP-FUNCTION TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *    IF THE SESSION IS ABOUT TO TIME OUT, WARN THE USER.
           IF MON-ST-WARNING THEN
              MOVE MON-MESSAGE TO WS-MESSAGE
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
           MOVE APP-RECERT-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-RECERT-CONTAINER.

           EXEC CICS SEND
                MAP(APP-RECERT-MAP-NAME)
                MAPSET(APP-RECERT-MAPSET-NAME)
                FROM (ECRTMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-RECERT-CHANNEL-NAME)
                TRANSID(APP-RECERT-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF CRC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE CRC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF CRC-SECURITY-ADMIN-QUEUE THEN
              MOVE 'SECURITY ADMINISTRATOR' TO QUEUEO
           ELSE
              MOVE CRC-REVIEWER-ID TO WS-QL-REVIEWER-ID
              MOVE WS-QUEUE-LINE TO QUEUEO
           END-IF.

           MOVE WS-ROW-TEXT(1) TO ROW1O.
           MOVE WS-ROW-TEXT(2) TO ROW2O.
           MOVE WS-ROW-TEXT(3) TO ROW3O.
           MOVE WS-ROW-TEXT(4) TO ROW4O.
           MOVE WS-ROW-TEXT(5) TO ROW5O.
           MOVE WS-ROW-TEXT(6) TO ROW6O.
           MOVE WS-ROW-TEXT(7) TO ROW7O.
           MOVE WS-ROW-TEXT(8) TO ROW8O.

           MOVE WS-MESSAGE TO MESSO.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-RECERT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-RECERT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RECERT-CONTAINER-NAME)
                CHANNEL(APP-RECERT-CHANNEL-NAME)
                FROM (RECERTIFICATION-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Recertification Container!'
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
