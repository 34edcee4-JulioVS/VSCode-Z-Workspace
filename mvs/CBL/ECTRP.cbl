       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECTRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'CONTINGENT WORKER CONTRACT' MAINTENANCE PROGRAM.
      *      - KEEPS THE 'ECTRWRK' CONTRACT RECORD OF A CONTRACTOR OR
      *        TEMP ('EEMPTYP' TYPE 'CT' OR 'TM'): SUPPLYING AGENCY,
      *        PURCHASE ORDER AND ITS COMMITTED AMOUNT, CONTRACT START
      *        AND END DATES, RATE (HOURLY OR DAILY) AND THE APPROVING
      *        MANAGER.
      *      - TYPE AN EMPLOYEE ID AND ENTER (OR ACTION 'I') TO SHOW
      *        THE CONTRACT; ACTION 'A' ADDS ONE (A NEW ENGAGEMENT
      *        FOR A WORKER WHOSE LAST CONTRACT HAS ENDED REPLACES
      *        IT); ACTION 'U' CHANGES IT. MOVING THE END DATE LATER
      *        IS AN EXTENSION AND IS COUNTED ON THE RECORD; BRINGING
      *        IT FORWARD RELEASES THE WORKER EARLY. THE END DATE MAY
      *        NOT BE SET BEFORE TODAY.
      *      - THE WORKER'S 'EMP-END-DATE' IS KEPT IN STEP WITH THE
      *        CONTRACT END DATE (WITH ITS OWN 'EAUDIT' UPDATE EVENT),
      *        SO THE BADGE FEED AND THE NIGHTLY 'ECTREXP' EXPIRY STEP
      *        ACT ON THE SAME DAY. EVERY CONTRACT SAVE LEAVES A
      *        SATELLITE AUDIT EVENT.
      *      - MANAGERS KEEP THE CONTRACTS OF THEIR OWN DIRECT REPORTS
      *        (A BLANK APPROVER DEFAULTS TO THEMSELVES);
      *        ADMINISTRATORS KEEP ANY.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ECTR' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - CONTRACT MAPSET.
      *      - CONTRACT ADMIN CONTAINER.
      *      - CONTRACT FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - EMPLOYMENT TYPE RECORD.
      *      - REGISTERED USER RECORD.
      *      - AUDIT TRAIL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ECTRMAP.
       COPY ECTRCTR.
       COPY ECTRWRK.
       COPY EMPMAST.
       COPY EEMPTYP.
       COPY EREGUSR.
       COPY EAUDIT.
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
          05 WS-WORKER-ID         PIC 9(8).
          05 WS-WORKER-END-DATE   PIC X(8).
          05 WS-PO-AMOUNT         PIC 9(9)V99.
          05 WS-RATE              PIC 9(5)V99.
          05 WS-APPROVER-ID       PIC 9(8).
          05 WS-APPROVER-NAME     PIC X(38).
          05 WS-PRIOR-END-DATE    PIC X(8).
          05 WS-EXTENDED-FLAG     PIC X(1).
             88 CONTRACT-EXTENDED           VALUE 'Y'.
          05 WS-EDIT-AMOUNT       PIC Z(8)9.99.
          05 WS-EDIT-RATE         PIC Z(4)9.99.
          05 WS-BEFORE-IMAGE      PIC X(268).
          05 WS-STATUS-LINE.
             10 WS-SL-STATUS      PIC X(8).
             10 FILLER            PIC X(2).
             10 FILLER            PIC X(9)  VALUE 'ORIG END '.
             10 WS-SL-ORIG-END    PIC X(8).
             10 FILLER            PIC X(2).
             10 FILLER            PIC X(11) VALUE 'EXTENSIONS '.
             10 WS-SL-EXTENSIONS  PIC Z9.
             10 FILLER            PIC X(2).
             10 FILLER            PIC X(8)  VALUE 'CHANGED '.
             10 WS-SL-CHANGED-BY  PIC X(8).
             10 FILLER            PIC X(1).
             10 WS-SL-CHANGED-ON  PIC X(8).
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
          88 VALIDATION-FAILED              VALUE SPACES.
      *
      *    SATELLITE AUDIT WORK AREA - EVERY CONTRACT SAVE LEAVES A
      *    BEFORE/AFTER EVENT ON THE SAME 'EAUDIT' CHAIN THE MASTER
      *    CHANGES RIDE (SEE 'EAUDITP').
       01 WS-SATELLITE-AUDIT.
          05 WS-AUD-BEFORE-IMAGE  PIC X(268) VALUE SPACES.
          05 WS-AUD-AFTER-IMAGE   PIC X(268) VALUE SPACES.
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
                CONTAINER(APP-CTRWRK-CONTAINER-NAME)
                CHANNEL(APP-CTRWRK-CHANNEL-NAME)
                INTO (CONTRACT-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Contract Container!'
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

      *    CONTRACTS ARE KEPT BY THE WORKERS' MANAGERS AND BY
      *    ADMINISTRATORS - NOBODY ELSE.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Contract Maintenance!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           IF MON-CT-MANAGER THEN
              PERFORM 1200-RESOLVE-OWN-EMPLOYEE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE CONTRACT-ADMIN-CONTAINER.
           INITIALIZE CONTINGENT-CONTRACT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ECTRMO.

           MOVE 'Welcome to the Contingent Worker Contract screen!'
              TO WS-MESSAGE.
           SET CTC-CT-STANDARD TO TRUE.

      *    THE SIGNED-ON ACCOUNT'S OWN EMPLOYEE ID COMES OFF ITS
      *    'EREGUSR' REGISTRATION RECORD, THE SAME WAY 'EEXSP'
      *    RESOLVES IT.
       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE CTC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO CTC-OWN-EMPLOYEE-ID
           WHEN DFHRESP(NOTFND)
                MOVE 'User Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Users File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

           IF CTC-OWN-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Record Linked To Your Account!'
                 TO WS-MESSAGE
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
                MAP(APP-CTRWRK-MAP-NAME)
                MAPSET(APP-CTRWRK-MAPSET-NAME)
                INTO (ECTRMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-CONTRACT-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-CONTRACT-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-CONTRACT-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO EMPNAMO EMPTYPO APPRNMO CTRSTSO.

           IF EMPLIDL IS EQUAL TO ZERO OR EMPLIDI IS NOT NUMERIC OR
              EMPLIDI IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Employee ID Must Be Numeric!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE EMPLIDI TO WS-WORKER-ID.

           IF ACTNL IS EQUAL TO ZERO OR ACTNI IS EQUAL TO SPACES THEN
              MOVE 'I' TO ACTNI
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN 'I'
                PERFORM 2150-READ-WORKER
                IF VALIDATION-PASSED THEN
                   PERFORM 3000-SHOW-CONTRACT
                END-IF
           WHEN 'A'
                PERFORM 2400-VALIDATE-CONTRACT-FIELDS
                IF VALIDATION-PASSED THEN
                   PERFORM 2150-READ-WORKER
                END-IF
                IF VALIDATION-PASSED THEN
                   PERFORM 2200-ADD-CONTRACT
                END-IF
           WHEN 'U'
                PERFORM 2400-VALIDATE-CONTRACT-FIELDS
                IF VALIDATION-PASSED THEN
                   PERFORM 2150-READ-WORKER
                END-IF
                IF VALIDATION-PASSED THEN
                   PERFORM 2300-UPDATE-CONTRACT
                END-IF
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be I, A Or U!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

      *    THE WORKER MUST BE ON THE MASTER, AND A MANAGER MAY ONLY
      *    WORK THEIR OWN DIRECT REPORTS.
       2150-READ-WORKER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-READ-WORKER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.
           MOVE WS-WORKER-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Employee Found With That ID!' TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE EMP-PRIMARY-NAME TO EMPNAMO.
           MOVE EMP-END-DATE TO WS-WORKER-END-DATE.

           IF MON-CT-MANAGER AND
              EMP-MANAGER-ID IS NOT EQUAL TO CTC-OWN-EMPLOYEE-ID THEN
              MOVE 'Validation Error: Not One Of Your Direct Reports!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

      *    NO 'EEMPTYP' RECORD READS AS FULL-TIME.
           MOVE WS-WORKER-ID TO ETY-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMPTYPE-FILE-NAME)
                RIDFLD(ETY-EMPLOYEE-ID)
                INTO (EMPLOYMENT-TYPE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE ETY-DETAILS
           END-IF.

           EVALUATE TRUE
           WHEN ETY-TYPE-CONTRACTOR
                MOVE 'CONTRACTOR' TO EMPTYPO
           WHEN ETY-TYPE-TEMPORARY
                MOVE 'TEMPORARY' TO EMPTYPO
           WHEN ETY-TYPE-PART-TIME
                MOVE 'PART-TIME' TO EMPTYPO
           WHEN ETY-TYPE-SEASONAL
                MOVE 'SEASONAL' TO EMPTYPO
           WHEN OTHER
                MOVE 'FULL-TIME' TO EMPTYPO
           END-EVALUATE.

           SET VALIDATION-PASSED TO TRUE.

       2200-ADD-CONTRACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ADD-CONTRACT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONLY A CONTRACTOR OR TEMP IS ENGAGED ON A CONTRACT.
           IF NOT ETY-TYPE-CONTRACTOR AND NOT ETY-TYPE-TEMPORARY THEN
              MOVE 'Validation Error: Worker Is Not A Contractor/Temp!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF NOT EMP-ACTIVE THEN
              MOVE 'Validation Error: Worker Is Not Active!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE CONTINGENT-CONTRACT-RECORD.
           MOVE WS-WORKER-ID TO CWC-EMPLOYEE-ID.
           PERFORM 2450-MOVE-FIELDS-TO-RECORD.
           MOVE CWC-END-DATE TO CWC-ORIGINAL-END-DATE.
           MOVE ZEROES TO CWC-EXTENSION-COUNT.
           SET CWC-ACTIVE TO TRUE.
           MOVE CTC-USER-ID TO CWC-RECORDED-BY.
           MOVE WS-TODAY TO CWC-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-CTRWRK-FILE-NAME)
                RIDFLD(CWC-KEY)
                FROM (CONTINGENT-CONTRACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SPACES TO WS-AUD-BEFORE-IMAGE
                MOVE CONTINGENT-CONTRACT-RECORD TO WS-AUD-AFTER-IMAGE
                PERFORM 7500-WRITE-SATELLITE-AUDIT
                PERFORM 2500-SYNC-EMPLOYEE-END-DATE
                PERFORM 3000-SHOW-CONTRACT
                MOVE 'Contract Added!' TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
      *         AN EARLIER CONTRACT IS ON FILE - REPLACE IT IF ENDED.
                PERFORM 2250-RENEW-ENDED-CONTRACT
           WHEN OTHER
                MOVE 'Error Writing Contract!' TO WS-MESSAGE
           END-EVALUATE.

       2250-RENEW-ENDED-CONTRACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-RENEW-ENDED-CONTRACT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-CTRWRK-FILE-NAME)
                RIDFLD(CWC-KEY)
                INTO (CONTINGENT-CONTRACT-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Contract For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF CWC-ACTIVE THEN
              EXEC CICS UNLOCK
                   FILE(APP-CTRWRK-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Validation Error: Contract On File - Use Action U!'
                 TO WS-MESSAGE
              MOVE -1 TO ACTNL
              EXIT PARAGRAPH
           END-IF.

           MOVE CONTINGENT-CONTRACT-RECORD TO WS-AUD-BEFORE-IMAGE.

           INITIALIZE CWC-DETAILS.
           PERFORM 2450-MOVE-FIELDS-TO-RECORD.
           MOVE CWC-END-DATE TO CWC-ORIGINAL-END-DATE.
           MOVE ZEROES TO CWC-EXTENSION-COUNT.
           SET CWC-ACTIVE TO TRUE.
           MOVE CTC-USER-ID TO CWC-RECORDED-BY.
           MOVE WS-TODAY TO CWC-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-CTRWRK-FILE-NAME)
                FROM (CONTINGENT-CONTRACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE CONTINGENT-CONTRACT-RECORD TO WS-AUD-AFTER-IMAGE
              PERFORM 7500-WRITE-SATELLITE-AUDIT
              PERFORM 2500-SYNC-EMPLOYEE-END-DATE
              PERFORM 3000-SHOW-CONTRACT
              MOVE 'New Contract Replaces The Ended One!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Contract!' TO WS-MESSAGE
           END-IF.

       2300-UPDATE-CONTRACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-UPDATE-CONTRACT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WS-WORKER-ID TO CWC-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-CTRWRK-FILE-NAME)
                RIDFLD(CWC-KEY)
                INTO (CONTINGENT-CONTRACT-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Contract On File - Use Action A!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Contract For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    AN ENDED CONTRACT HAS ALREADY TERMINATED THE WORKER - A
      *    RETURN IS A NEW ENGAGEMENT, KEYED WITH ACTION 'A'.
           IF CWC-ENDED THEN
              EXEC CICS UNLOCK
                   FILE(APP-CTRWRK-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Validation Error: Contract Ended - Use Action A!'
                 TO WS-MESSAGE
              MOVE -1 TO ACTNL
              EXIT PARAGRAPH
           END-IF.

           MOVE CONTINGENT-CONTRACT-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE CWC-END-DATE TO WS-PRIOR-END-DATE.

           PERFORM 2450-MOVE-FIELDS-TO-RECORD.

           MOVE 'N' TO WS-EXTENDED-FLAG.
           IF CWC-END-DATE IS GREATER THAN WS-PRIOR-END-DATE THEN
              SET CONTRACT-EXTENDED TO TRUE
              IF CWC-EXTENSION-COUNT IS LESS THAN 99 THEN
                 ADD 1 TO CWC-EXTENSION-COUNT
              END-IF
           END-IF.

           MOVE CTC-USER-ID TO CWC-CHANGED-BY.
           MOVE WS-TODAY TO CWC-CHANGED-DATE.

           EXEC CICS REWRITE
                FILE(APP-CTRWRK-FILE-NAME)
                FROM (CONTINGENT-CONTRACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Contract!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE CONTINGENT-CONTRACT-RECORD TO WS-AUD-AFTER-IMAGE.
           PERFORM 7500-WRITE-SATELLITE-AUDIT.
           PERFORM 2500-SYNC-EMPLOYEE-END-DATE.
           PERFORM 3000-SHOW-CONTRACT.

           IF CONTRACT-EXTENDED THEN
              MOVE 'Contract Extended!' TO WS-MESSAGE
           ELSE
              MOVE 'Contract Updated!' TO WS-MESSAGE
           END-IF.

      *    EVERY FIELD IS REQUIRED ON BOTH ADD AND CHANGE. THE
      *    APPROVER IS CHECKED HERE, BEFORE THE WORKER IS READ, AS
      *    BOTH USE THE SAME MASTER RECORD AREA.
       2400-VALIDATE-CONTRACT-FIELDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-VALIDATE-CONTRACT-FIELDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.

           IF AGCODEL IS EQUAL TO ZERO OR AGCODEI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Agency Code!'
                 TO WS-MESSAGE
              MOVE -1 TO AGCODEL
              EXIT PARAGRAPH
           END-IF.

           IF AGNAMEL IS EQUAL TO ZERO OR AGNAMEI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Agency Name!'
                 TO WS-MESSAGE
              MOVE -1 TO AGNAMEL
              EXIT PARAGRAPH
           END-IF.

           IF PONUML IS EQUAL TO ZERO OR PONUMI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Purchase Order Number!'
                 TO WS-MESSAGE
              MOVE -1 TO PONUML
              EXIT PARAGRAPH
           END-IF.

           IF POAMTL IS EQUAL TO ZERO OR POAMTI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The PO Amount!'
                 TO WS-MESSAGE
              MOVE -1 TO POAMTL
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PO-AMOUNT = FUNCTION NUMVAL(POAMTI).

           IF WS-PO-AMOUNT IS NOT GREATER THAN ZEROES THEN
              MOVE 'Validation Error: PO Amount Must Be Positive!'
                 TO WS-MESSAGE
              MOVE -1 TO POAMTL
              EXIT PARAGRAPH
           END-IF.

           IF STRTDTL IS EQUAL TO ZERO OR STRTDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Start Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO STRTDTL
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(STRTDTI)) IS NOT EQUAL TO 0
              MOVE 'Validation Error: Start Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO STRTDTL
              EXIT PARAGRAPH
           END-IF.

           IF ENDDTL IS EQUAL TO ZERO OR ENDDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: End Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO ENDDTL
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(ENDDTI)) IS NOT EQUAL TO 0
              MOVE 'Validation Error: End Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO ENDDTL
              EXIT PARAGRAPH
           END-IF.

           IF ENDDTI IS LESS THAN STRTDTI THEN
              MOVE 'Validation Error: End Date Before Start Date!'
                 TO WS-MESSAGE
              MOVE -1 TO ENDDTL
              EXIT PARAGRAPH
           END-IF.

      *    THE NIGHTLY EXPIRY STEP ENDS A CONTRACT THE DAY AFTER ITS
      *    END DATE - TODAY IS THE EARLIEST RELEASE THAT CAN BE KEYED.
           IF ENDDTI IS LESS THAN WS-TODAY THEN
              MOVE 'Validation Error: End Date Cannot Be In The Past!'
                 TO WS-MESSAGE
              MOVE -1 TO ENDDTL
              EXIT PARAGRAPH
           END-IF.

           IF RATEL IS EQUAL TO ZERO OR RATEI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Rate!' TO WS-MESSAGE
              MOVE -1 TO RATEL
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RATE = FUNCTION NUMVAL(RATEI).

           IF WS-RATE IS NOT GREATER THAN ZEROES THEN
              MOVE 'Validation Error: Rate Must Be Positive!'
                 TO WS-MESSAGE
              MOVE -1 TO RATEL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(RBASISI) TO CWC-RATE-BASIS.
           IF RBASISL IS EQUAL TO ZERO OR NOT CWC-RATE-BASIS-VALID
              MOVE 'Validation Error: Rate Basis Must Be H Or D!'
                 TO WS-MESSAGE
              MOVE -1 TO RBASISL
              EXIT PARAGRAPH
           END-IF.

      *    A MANAGER WHO LEAVES THE APPROVER BLANK APPROVES IT.
           IF (APPRIDL IS EQUAL TO ZERO OR APPRIDI IS EQUAL TO SPACES)
              AND MON-CT-MANAGER THEN
              MOVE CTC-OWN-EMPLOYEE-ID TO APPRIDI
           END-IF.

           IF APPRIDI IS NOT NUMERIC OR APPRIDI IS EQUAL TO ZEROES
              MOVE 'Validation Error: Approver ID Must Be Numeric!'
                 TO WS-MESSAGE
              MOVE -1 TO APPRIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE APPRIDI TO WS-APPROVER-ID.

           IF WS-APPROVER-ID IS EQUAL TO WS-WORKER-ID THEN
              MOVE 'Validation Error: Worker Cannot Self-Approve!'
                 TO WS-MESSAGE
              MOVE -1 TO APPRIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-APPROVER-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT EMP-ACTIVE THEN
              MOVE 'Validation Error: Approver Not An Active Employee!'
                 TO WS-MESSAGE
              MOVE -1 TO APPRIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-PRIMARY-NAME TO WS-APPROVER-NAME.

           SET VALIDATION-PASSED TO TRUE.

       2450-MOVE-FIELDS-TO-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-MOVE-FIELDS-TO-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION UPPER-CASE(AGCODEI) TO CWC-AGENCY-CODE.
           MOVE AGNAMEI TO CWC-AGENCY-NAME.
           MOVE FUNCTION UPPER-CASE(PONUMI) TO CWC-PO-NUMBER.
           MOVE WS-PO-AMOUNT TO CWC-PO-AMOUNT.
           MOVE STRTDTI TO CWC-START-DATE.
           MOVE ENDDTI TO CWC-END-DATE.
           MOVE WS-RATE TO CWC-RATE.
           MOVE FUNCTION UPPER-CASE(RBASISI) TO CWC-RATE-BASIS.
           MOVE WS-APPROVER-ID TO CWC-APPROVER-ID.

      *    THE WORKER'S MASTER END DATE FOLLOWS THE CONTRACT, WITH THE
      *    SAME 'EAUDIT' UPDATE EVENT AN 'EUPDP' CHANGE WOULD LEAVE.
       2500-SYNC-EMPLOYEE-END-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-SYNC-EMPLOYEE-END-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-WORKER-END-DATE IS EQUAL TO CWC-END-DATE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE CWC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE CWC-END-DATE TO EMP-END-DATE.

           EXEC CICS REWRITE
                FILE(APP-EMP-MASTER-FILE-NAME)
                FROM (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE CWC-END-DATE TO WS-WORKER-END-DATE.
           PERFORM 7000-WRITE-AUDIT-TRAIL.

      *-----------------------------------------------------------------
       DISPLAY-CONTRACT SECTION.
      *-----------------------------------------------------------------

       3000-SHOW-CONTRACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-SHOW-CONTRACT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WS-WORKER-ID TO CWC-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-CTRWRK-FILE-NAME)
                RIDFLD(CWC-KEY)
                INTO (CONTINGENT-CONTRACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Contract On File For This Worker!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Contract File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE CWC-AGENCY-CODE TO AGCODEO.
           MOVE CWC-AGENCY-NAME TO AGNAMEO.
           MOVE CWC-PO-NUMBER TO PONUMO.
           MOVE CWC-PO-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO POAMTO.
           MOVE CWC-START-DATE TO STRTDTO.
           MOVE CWC-END-DATE TO ENDDTO.
           MOVE CWC-RATE TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO RATEO.
           MOVE CWC-RATE-BASIS TO RBASISO.
           MOVE CWC-APPROVER-ID TO APPRIDO.
           MOVE SPACES TO ACTNO.

           MOVE CWC-APPROVER-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-PRIMARY-NAME TO APPRNMO
           ELSE
              MOVE '(NOT ON FILE)' TO APPRNMO
           END-IF.

           IF CWC-ACTIVE THEN
              MOVE 'ACTIVE' TO WS-SL-STATUS
           ELSE
              MOVE 'ENDED' TO WS-SL-STATUS
           END-IF.
           MOVE CWC-ORIGINAL-END-DATE TO WS-SL-ORIG-END.
           MOVE CWC-EXTENSION-COUNT TO WS-SL-EXTENSIONS.

           IF CWC-CHANGED-BY IS NOT EQUAL TO SPACES THEN
              MOVE CWC-CHANGED-BY TO WS-SL-CHANGED-BY
              MOVE CWC-CHANGED-DATE TO WS-SL-CHANGED-ON
           ELSE
              MOVE CWC-RECORDED-BY TO WS-SL-CHANGED-BY
              MOVE CWC-RECORDED-DATE TO WS-SL-CHANGED-ON
           END-IF.

           MOVE WS-STATUS-LINE TO CTRSTSO.

           MOVE 'Contract Displayed!' TO WS-MESSAGE.

      *-----------------------------------------------------------------
       AUDIT-TRAIL SECTION.
      *-----------------------------------------------------------------

       7000-WRITE-AUDIT-TRAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7000-WRITE-AUDIT-TRAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE AUDIT-TRAIL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE CTC-USER-ID TO AUD-USER-ID.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE WS-BEFORE-IMAGE TO AUD-RECORD-BEFORE.
           MOVE EMPLOYEE-MASTER-RECORD TO AUD-RECORD-AFTER.

           EXEC CICS START
                TRANSID(APP-AUDIT-TRANSACTION-ID)
                TERMID(EIBTRMID)
                FROM (AUDIT-TRAIL-RECORD)
                REQID(APP-AUDIT-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
      *         AN AUDIT FAILURE MUST NEVER BLOCK THE SAVE ITSELF.
                CONTINUE
           END-EVALUATE.

      *    THE SAME FIRE-AND-FORGET START 'EUPDP' USES - 'EAUDITP'
      *    DRAINS THE QUEUE AND WRITES THE LIVE 'EAUDIT' CLUSTER, SO
      *    SATELLITE EVENTS RIDE THE NIGHTLY ARCHIVE/LOAD CHAIN INTO
      *    'EAUDHST' LIKE EVERY MASTER CHANGE.
       7500-WRITE-SATELLITE-AUDIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7500-WRITE-SATELLITE-AUDIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE AUDIT-TRAIL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE CTC-USER-ID TO AUD-USER-ID.
           SET AUD-ACTION-SATELLITE TO TRUE.
           MOVE APP-CTRWRK-FILE-NAME TO AUD-SATELLITE-FILE.
           MOVE WS-AUD-BEFORE-IMAGE TO AUD-RECORD-BEFORE.
           MOVE WS-AUD-AFTER-IMAGE TO AUD-RECORD-AFTER.

           EXEC CICS START
                TRANSID(APP-AUDIT-TRANSACTION-ID)
                TERMID(EIBTRMID)
                FROM (AUDIT-TRAIL-RECORD)
                REQID(APP-AUDIT-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
      *         AN AUDIT FAILURE MUST NEVER BLOCK THE SAVE ITSELF.
                CONTINUE
           END-EVALUATE.

           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER-IMAGE.

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
                CONTAINER(APP-CTRWRK-CONTAINER-NAME)
                CHANNEL(APP-CTRWRK-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Contract Container!'
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
              MOVE MON-USER-ID TO CTC-USER-ID
              MOVE MON-USER-CATEGORY TO CTC-USER-CATEGORY
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
           MOVE APP-CTRWRK-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
                MAP(APP-CTRWRK-MAP-NAME)
                MAPSET(APP-CTRWRK-MAPSET-NAME)
                FROM (ECTRMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-CTRWRK-CHANNEL-NAME)
                TRANSID(APP-CTRWRK-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF CTC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE CTC-USER-ID TO LOGDINO
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
                CONTAINER(APP-CTRWRK-CONTAINER-NAME)
                CHANNEL(APP-CTRWRK-CHANNEL-NAME)
                FROM (CONTRACT-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Contract Container!'
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
