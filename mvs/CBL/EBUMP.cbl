       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBUMP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BARGAINING UNIT MEMBERSHIP' PROGRAM.
      *      - WHICH COLLECTIVE AGREEMENT COVERS AN EMPLOYEE FINALLY
      *        LIVES ON FILE: A MANAGER OR ADMINISTRATOR RECORDS THE
      *        EMPLOYEE'S 'EBUMEMB' MEMBERSHIP ('EBUNMST' UNIT CODE,
      *        JOIN DATE, EFFECTIVE DATE, DUES AMOUNT) WITH ACTION
      *        'E', OR WITHDRAWS IT WITH ACTION 'W'; A BLANK ACTION
      *        DISPLAYS WHAT IS ON FILE.
      *      - A BLANK DUES AMOUNT TAKES THE UNIT'S STANDARD DUES.
      *      - NEW AND CHANGED MEMBERSHIPS GO OUT AS TYPE 'D' DUES
      *        DEDUCTION RECORDS ON THE NIGHTLY 'EPAYFEED', EACH
      *        EXACTLY ONCE, THE SAME WAY 'EBENP' ENROLLMENTS DO.
      *      - A SATELLITE SCREEN IN THE 'EBENP' FAMILY, REACHED
      *        DIRECTLY THROUGH ITS OWN 'EBUM' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BARGAINING UNIT MEMBERSHIP MAPSET.
      *      - BARGAINING UNIT MEMBERSHIP CONTAINER.
      *      - BARGAINING UNIT MEMBERSHIP FILE RECORD.
      *      - BARGAINING UNIT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EBUMMAP.
       COPY EBUMCTR.
       COPY EBUMEMB.
       COPY EBUNMST.
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
          05 WS-DUES-AMOUNT       PIC S9(5)V99 USAGE IS COMP-3.
          05 WS-AMOUNT-EDIT       PIC Z(4)9.99.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 MEMBERSHIP-FOUND            VALUE 'Y'.
          05 WS-UNIT-FOUND-FLAG   PIC X(1).
             88 UNIT-FOUND                  VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 EMPLOYEE-FOUND              VALUE 'Y'.
          05 WS-TARGET-NAME       PIC X(38).
          05 WS-TODAY             PIC X(8).
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
                CONTAINER(APP-BUMEMB-CONTAINER-NAME)
                CHANNEL(APP-BUMEMB-CHANNEL-NAME)
                INTO (MEMBERSHIP-CONTAINER)
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
                MOVE 'Error Retrieving Membership Container!'
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

      *    MEMBERSHIP DRIVES A PAYROLL DEDUCTION, SO IT IS A
      *    MANAGER-AND-UP FUNCTION LIKE BENEFITS ENROLLMENT.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Union Membership!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE MEMBERSHIP-CONTAINER.
           INITIALIZE UNION-MEMBERSHIP-RECORD.
           INITIALIZE BARGAINING-UNIT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EBUMMO.

           MOVE 'Welcome to the Bargaining Unit Membership screen!'
              TO WS-MESSAGE.
           SET BMC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-BUMEMB-MAP-NAME)
                MAPSET(APP-BUMEMB-MAPSET-NAME)
                INTO (EBUMMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-MEMBERSHIP-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-MEMBERSHIP-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-MEMBERSHIP-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE BARGAINING-UNIT-RECORD.
           INITIALIZE WS-UNIT-FOUND-FLAG.

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE EMPLIDI TO BMC-TARGET-EMPLOYEE-ID
           END-IF.

           IF BMC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2120-LOOKUP-EMPLOYEE.

           IF NOT EMPLOYEE-FOUND THEN
              MOVE 'No Such Employee On File!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-MEMBERSHIP.

           IF MEMBERSHIP-FOUND THEN
              MOVE BUM-UNIT-CODE TO BGU-UNIT-CODE
              PERFORM 2160-LOOKUP-UNIT
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF MEMBERSHIP-FOUND THEN
                   MOVE 'Membership Displayed!' TO WS-MESSAGE
                ELSE
                   MOVE 'No Bargaining Unit Membership On File!'
                      TO WS-MESSAGE
                END-IF
           WHEN 'E'
                PERFORM 2200-RECORD-MEMBERSHIP
           WHEN 'W'
                PERFORM 2400-WITHDRAW-MEMBERSHIP
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E Or W!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2120-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE SPACES TO WS-TARGET-NAME.
           MOVE BMC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

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
                   MOVE EMP-PRIMARY-NAME TO WS-TARGET-NAME
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2150-LOOKUP-MEMBERSHIP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-MEMBERSHIP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           MOVE BMC-TARGET-EMPLOYEE-ID TO BUM-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-BUMEMB-FILE-NAME)
                RIDFLD(BUM-KEY)
                INTO (UNION-MEMBERSHIP-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE UNION-MEMBERSHIP-RECORD
                MOVE BMC-TARGET-EMPLOYEE-ID TO BUM-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'Error Reading Membership File!' TO WS-MESSAGE
           END-EVALUATE.

       2160-LOOKUP-UNIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-LOOKUP-UNIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-UNIT-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-BUNMST-FILE-NAME)
                RIDFLD(BGU-UNIT-CODE)
                INTO (BARGAINING-UNIT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-UNIT-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE BARGAINING-UNIT-RECORD
           WHEN OTHER
                INITIALIZE BARGAINING-UNIT-RECORD
                MOVE 'Error Reading Bargaining Unit File!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2200-RECORD-MEMBERSHIP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RECORD-MEMBERSHIP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF UNITCDL IS EQUAL TO ZERO OR UNITCDI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter A Bargaining Unit Code!'
                 TO WS-MESSAGE
              MOVE -1 TO UNITCDL
              EXIT PARAGRAPH
           END-IF.

      *    THE UNIT MUST EXIST AND STILL BE OPEN - ITS NAME GOES ON
      *    THE SCREEN EITHER WAY.
           MOVE FUNCTION UPPER-CASE(UNITCDI) TO BGU-UNIT-CODE.
           PERFORM 2160-LOOKUP-UNIT.

           IF NOT UNIT-FOUND THEN
              MOVE 'Unknown Bargaining Unit Code!' TO WS-MESSAGE
              MOVE -1 TO UNITCDL
              EXIT PARAGRAPH
           END-IF.

           IF NOT BGU-ST-ACTIVE THEN
              MOVE 'That Bargaining Unit Has Been Closed!'
                 TO WS-MESSAGE
              MOVE -1 TO UNITCDL
              EXIT PARAGRAPH
           END-IF.

           IF JOINDTL IS EQUAL TO ZERO OR JOINDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Join Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO JOINDTL
              EXIT PARAGRAPH
           END-IF.

           IF EFFDTL IS EQUAL TO ZERO OR EFFDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Effective Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO EFFDTL
              EXIT PARAGRAPH
           END-IF.

           IF EFFDTI IS LESS THAN JOINDTI THEN
              MOVE 'Validation Error: Effective Date Before Join Date!'
                 TO WS-MESSAGE
              MOVE -1 TO EFFDTL
              EXIT PARAGRAPH
           END-IF.

      *    NO AMOUNT KEYED MEANS THE UNIT'S STANDARD DUES.
           IF DUESAML IS EQUAL TO ZERO OR DUESAMI IS EQUAL TO SPACES
              MOVE BGU-DUES-AMOUNT TO WS-DUES-AMOUNT
           ELSE
              COMPUTE WS-DUES-AMOUNT = FUNCTION NUMVAL(DUESAMI)
           END-IF.

           IF WS-DUES-AMOUNT IS LESS THAN ZEROES THEN
              MOVE 'Validation Error: Dues Cannot Be Negative!'
                 TO WS-MESSAGE
              MOVE -1 TO DUESAML
              EXIT PARAGRAPH
           END-IF.

           IF MEMBERSHIP-FOUND THEN
              PERFORM 2250-REWRITE-MEMBERSHIP
           ELSE
              PERFORM 2230-MOVE-MEMBERSHIP-FIELDS
              MOVE SPACES TO BUM-FED-PLAN-CODE

              EXEC CICS WRITE
                   FILE(APP-BUMEMB-FILE-NAME)
                   RIDFLD(BUM-KEY)
                   FROM (UNION-MEMBERSHIP-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                   MOVE 'Membership Recorded - Dues Feed Tonight!'
                      TO WS-MESSAGE
              WHEN DFHRESP(DUPREC)
                   PERFORM 2250-REWRITE-MEMBERSHIP
              WHEN OTHER
                   MOVE 'Error Writing Membership!' TO WS-MESSAGE
              END-EVALUATE
           END-IF.

      *    THE FED PLAN CODE IS LEFT AS IT STANDS - 'EPAYFEED' NEEDS IT
      *    TO STOP THE OLD UNIT'S DUES WHEN THE UNIT CHANGES.
       2230-MOVE-MEMBERSHIP-FIELDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-MOVE-MEMBERSHIP-FIELDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE BMC-TARGET-EMPLOYEE-ID TO BUM-EMPLOYEE-ID.
           MOVE BGU-UNIT-CODE TO BUM-UNIT-CODE.
           MOVE JOINDTI TO BUM-JOIN-DATE.
           MOVE EFFDTI TO BUM-EFFECTIVE-DATE.
           SET BUM-ST-ACTIVE TO TRUE.
           MOVE WS-DUES-AMOUNT TO BUM-DUES-AMOUNT.
      *    A FRESH CHANGE ALWAYS RE-FEEDS.
           MOVE SPACES TO BUM-FED-FLAG.
           MOVE BMC-USER-ID TO BUM-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUM-RECORDED-DATE.

       2250-REWRITE-MEMBERSHIP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-MEMBERSHIP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-BUMEMB-FILE-NAME)
                RIDFLD(BUM-KEY)
                INTO (UNION-MEMBERSHIP-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Membership For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2230-MOVE-MEMBERSHIP-FIELDS.

           EXEC CICS REWRITE
                FILE(APP-BUMEMB-FILE-NAME)
                FROM (UNION-MEMBERSHIP-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-RECORD-FOUND-FLAG
              MOVE 'Membership Corrected - Dues Feed Tonight!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Membership!' TO WS-MESSAGE
           END-IF.

       2400-WITHDRAW-MEMBERSHIP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-WITHDRAW-MEMBERSHIP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MEMBERSHIP-FOUND THEN
              MOVE 'No Bargaining Unit Membership On File!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF BUM-ST-WITHDRAWN THEN
              MOVE 'No Change - Membership Already Withdrawn!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE WITHDRAWAL TAKES EFFECT ON THE KEYED DATE, OR TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF EFFDTL IS GREATER THAN ZERO AND
              EFFDTI IS NOT EQUAL TO SPACES THEN
              IF EFFDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Effective Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO EFFDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE EFFDTI TO WS-TODAY
           END-IF.

           EXEC CICS READ
                FILE(APP-BUMEMB-FILE-NAME)
                RIDFLD(BUM-KEY)
                INTO (UNION-MEMBERSHIP-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Membership For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SET BUM-ST-WITHDRAWN TO TRUE.
           MOVE WS-TODAY TO BUM-EFFECTIVE-DATE.
      *    THE WITHDRAWAL ITSELF MUST FEED SO PAYROLL STOPS THE DUES.
           MOVE SPACES TO BUM-FED-FLAG.
           MOVE BMC-USER-ID TO BUM-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUM-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BUMEMB-FILE-NAME)
                FROM (UNION-MEMBERSHIP-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Membership Withdrawn - Dues Stop Tonight!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Membership!' TO WS-MESSAGE
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
                CONTAINER(APP-BUMEMB-CONTAINER-NAME)
                CHANNEL(APP-BUMEMB-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Membership Container!'
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
              MOVE MON-USER-ID TO BMC-USER-ID
              MOVE MON-USER-CATEGORY TO BMC-USER-CATEGORY
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
           MOVE APP-BUMEMB-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
                MAP(APP-BUMEMB-MAP-NAME)
                MAPSET(APP-BUMEMB-MAPSET-NAME)
                FROM (EBUMMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-BUMEMB-CHANNEL-NAME)
                TRANSID(APP-BUMEMB-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF BMC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE BMC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF BMC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE BMC-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE WS-TARGET-NAME TO PRNAMEO
           END-IF.

           IF BGU-UNIT-CODE IS NOT EQUAL TO SPACES THEN
              MOVE BGU-UNIT-CODE TO UNITCDO
              MOVE BGU-UNIT-NAME TO UNITNMO
              MOVE BGU-UNION-NAME TO UNIONO
           END-IF.

           IF MEMBERSHIP-FOUND THEN
              IF BGU-UNIT-CODE IS EQUAL TO SPACES THEN
                 MOVE BUM-UNIT-CODE TO UNITCDO
              END-IF
              MOVE BUM-JOIN-DATE TO JOINDTO
              MOVE BUM-EFFECTIVE-DATE TO EFFDTO
              MOVE BUM-DUES-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO DUESAMO

              EVALUATE TRUE
              WHEN BUM-ST-ACTIVE AND BUM-FED
                   MOVE 'Active/Fed' TO CURSTSO
              WHEN BUM-ST-ACTIVE
                   MOVE 'Active' TO CURSTSO
              WHEN BUM-ST-WITHDRAWN AND BUM-FED
                   MOVE 'Withdrawn/Fed' TO CURSTSO
              WHEN BUM-ST-WITHDRAWN
                   MOVE 'Withdrawn' TO CURSTSO
              WHEN OTHER
                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO JOINDTO EFFDTO DUESAMO CURSTSO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
           WHEN MESSO(1:7) IS EQUAL TO 'Unknown'
           WHEN MESSO(1:4) IS EQUAL TO 'That'
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
                CONTAINER(APP-BUMEMB-CONTAINER-NAME)
                CHANNEL(APP-BUMEMB-CHANNEL-NAME)
                FROM (MEMBERSHIP-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Membership Container!'
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
