       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELONP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EMPLOYEE LOANS AND SALARY ADVANCES' PROGRAM.
      *      - THE SPREADSHEET OF ADVANCES AND STAFF LOANS FINALLY
      *        LIVES ON FILE, UNDER DUAL CONTROL: ONE MANAGER OR
      *        ADMINISTRATOR ENTERS OR CORRECTS THE 'ELOANDT' LOAN
      *        (ACTION 'E' - TYPE, PRINCIPAL, START DATE, MONTHLY
      *        INSTALMENT), AND A *DIFFERENT* ADMINISTRATOR APPROVES
      *        (ACTION 'A') OR REJECTS (ACTION 'R') IT - THE SAME
      *        TWO-PERSON PATTERN 'EBNKP' USES. ALL THREE ACTIONS ARE
      *        JOURNALED TO 'ESECJRN'.
      *      - ONLY APPROVED LOANS ARE REPAID: 'EPAYFEED' SENDS EACH
      *        MONTH'S INSTALMENT AS A TYPE 'D' DEDUCTION AND
      *        'EPAYRECN' BRINGS THE BALANCE DOWN WHEN PAYROLL
      *        ACCEPTS IT. AN APPROVED LOAN CAN NO LONGER BE CHANGED.
      *      - A BLANK ACTION DISPLAYS THE LOAN ON FILE. A BLANK LOAN
      *        NUMBER MEANS LOAN 01.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ELON' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - LOANS MAPSET.
      *      - LOANS CONTAINER.
      *      - LOANS FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ELONMAP.
       COPY ELONCTR.
       COPY ELOANDT.
       COPY EMPMAST.
       COPY ESECJRN.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-SEC-RBA-FIELD     PIC S9(8) USAGE IS BINARY.
          05 WS-PRINCIPAL         PIC S9(7)V99 USAGE IS COMP-3.
          05 WS-INSTALMENT        PIC S9(7)V99 USAGE IS COMP-3.
          05 WS-AMOUNT-EDIT       PIC Z(6)9.99.
          05 WS-INSTAL-EDIT       PIC Z(4)9.99.
          05 WS-DECISION          PIC X(1).
             88 DECISION-APPROVE            VALUE 'A'.
             88 DECISION-REJECT             VALUE 'R'.
      *    WHAT GOES ON THE JOURNAL: LOAN NUMBER AND PRINCIPAL.
          05 WS-JOURNAL-VALUE.
             10 WS-JRN-LOAN-NUMBER PIC 9(2).
             10 FILLER            PIC X(1)  VALUE SPACES.
             10 WS-JRN-AMOUNT     PIC Z(6)9.99.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 LOAN-RECORD-FOUND           VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 EMPLOYEE-FOUND              VALUE 'Y'.
          05 WS-TARGET-NAME       PIC X(38).
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
                CONTAINER(APP-LOANDT-CONTAINER-NAME)
                CHANNEL(APP-LOANDT-CHANNEL-NAME)
                INTO (LOAN-CONTAINER)
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
                MOVE 'Error Retrieving Loan Container!'
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

      *    ENTERING A LOAN IS A MANAGER-AND-UP FUNCTION; THE
      *    APPROVAL ACTIONS BELOW ARE TIGHTER STILL.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Employee Loans!'
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
           INITIALIZE LOAN-CONTAINER.
           INITIALIZE EMPLOYEE-LOAN-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ELONMO.

           MOVE 'Welcome to the Employee Loans screen!'
              TO WS-MESSAGE.
           SET LNC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-LOANDT-MAP-NAME)
                MAPSET(APP-LOANDT-MAPSET-NAME)
                INTO (ELONMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-LOAN-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-LOAN-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-LOAN-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE EMPLIDI TO LNC-TARGET-EMPLOYEE-ID
           END-IF.

           IF LNC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF LOANNOL IS GREATER THAN ZERO AND
              LOANNOI IS NOT EQUAL TO SPACES THEN
              IF LOANNOI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Loan Number Must Be 01-99!'
                    TO WS-MESSAGE
                 MOVE -1 TO LOANNOL
                 EXIT PARAGRAPH
              END-IF
              MOVE LOANNOI TO LNC-TARGET-LOAN-NUMBER
           END-IF.

           IF LNC-TARGET-LOAN-NUMBER IS EQUAL TO ZEROES THEN
              MOVE 1 TO LNC-TARGET-LOAN-NUMBER
           END-IF.

      *    A LEAVER'S LOANS BELONG TO 'ETERMNB' AND FINAL PAY NOW -
      *    NOTHING NEW IS ENTERED OR APPROVED FOR THEM HERE.
           PERFORM 2120-LOOKUP-EMPLOYEE.

           IF NOT EMPLOYEE-FOUND THEN
              MOVE 'No Such Employee On File!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-LOAN.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF LOAN-RECORD-FOUND THEN
                   MOVE 'Loan Displayed!' TO WS-MESSAGE
                ELSE
                   MOVE 'No Loan On File By That Number!' TO WS-MESSAGE
                END-IF
           WHEN 'E'
                PERFORM 2200-ENTER-LOAN
           WHEN 'A'
                SET DECISION-APPROVE TO TRUE
                PERFORM 2400-DECIDE-LOAN
           WHEN 'R'
                SET DECISION-REJECT TO TRUE
                PERFORM 2400-DECIDE-LOAN
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E, A Or R!'
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
           MOVE LNC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

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

       2150-LOOKUP-LOAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-LOAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           MOVE LNC-TARGET-EMPLOYEE-ID TO LON-EMPLOYEE-ID.
           MOVE LNC-TARGET-LOAN-NUMBER TO LON-LOAN-NUMBER.

           EXEC CICS READ
                FILE(APP-LOANDT-FILE-NAME)
                RIDFLD(LON-KEY)
                INTO (EMPLOYEE-LOAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE EMPLOYEE-LOAN-RECORD
                MOVE LNC-TARGET-EMPLOYEE-ID TO LON-EMPLOYEE-ID
                MOVE LNC-TARGET-LOAN-NUMBER TO LON-LOAN-NUMBER
           WHEN OTHER
                MOVE 'Error Reading Loans File!' TO WS-MESSAGE
           END-EVALUATE.

      *    A FRESH ENTRY (OR A CORRECTION) ALWAYS GOES BACK TO THE
      *    PENDING STATE - NOTHING IS DEDUCTED UNTIL A SECOND PAIR OF
      *    EYES HAS APPROVED IT. ONCE APPROVED THE LOAN IS BEING
      *    REPAID AND IS NOT CHANGED HERE ANY MORE.
       2200-ENTER-LOAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ENTER-LOAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF LOAN-RECORD-FOUND AND
              NOT LON-ST-PENDING AND NOT LON-ST-REJECTED THEN
              MOVE 'That Loan Is Approved - It Can No Longer Change!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(LNTYPEI) IS NOT EQUAL TO 'A' AND
              FUNCTION UPPER-CASE(LNTYPEI) IS NOT EQUAL TO 'L' THEN
              MOVE 'Validation Error: Type Must Be A(dvance) Or L(oan)!'
                 TO WS-MESSAGE
              MOVE -1 TO LNTYPEL
              EXIT PARAGRAPH
           END-IF.

           IF PRINCL IS EQUAL TO ZERO OR PRINCI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Principal!'
                 TO WS-MESSAGE
              MOVE -1 TO PRINCL
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(PRINCI).

           IF WS-PRINCIPAL IS NOT GREATER THAN ZEROES THEN
              MOVE 'Validation Error: Principal Must Be Above Zero!'
                 TO WS-MESSAGE
              MOVE -1 TO PRINCL
              EXIT PARAGRAPH
           END-IF.

           IF STRTDTL IS EQUAL TO ZERO OR STRTDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Start Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO STRTDTL
              EXIT PARAGRAPH
           END-IF.

           IF INSTALL IS EQUAL TO ZERO OR INSTALI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Monthly Instalment!'
                 TO WS-MESSAGE
              MOVE -1 TO INSTALL
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-INSTALMENT = FUNCTION NUMVAL(INSTALI).

      *    THE INSTALMENT HAS TO FIT THE FEED'S DEDUCTION AMOUNT.
           IF WS-INSTALMENT IS NOT GREATER THAN ZEROES OR
              WS-INSTALMENT IS GREATER THAN 99999.99 THEN
              MOVE 'Validation Error: Instalment Must Be 0.01-99999.99!'
                 TO WS-MESSAGE
              MOVE -1 TO INSTALL
              EXIT PARAGRAPH
           END-IF.

           IF WS-INSTALMENT IS GREATER THAN WS-PRINCIPAL THEN
              MOVE 'Validation Error: Instalment Exceeds Principal!'
                 TO WS-MESSAGE
              MOVE -1 TO INSTALL
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE LNC-TARGET-LOAN-NUMBER TO WS-JRN-LOAN-NUMBER.
           IF LOAN-RECORD-FOUND THEN
              MOVE 'LOAN CHANGE' TO SEC-ACTION
              MOVE LON-PRINCIPAL TO WS-JRN-AMOUNT
              MOVE WS-JOURNAL-VALUE TO SEC-OLD-VALUE
           ELSE
              MOVE 'LOAN ENTER' TO SEC-ACTION
           END-IF.

           IF LOAN-RECORD-FOUND THEN
              PERFORM 2250-REWRITE-LOAN
           ELSE
              PERFORM 2230-MOVE-LOAN-FIELDS

              EXEC CICS WRITE
                   FILE(APP-LOANDT-FILE-NAME)
                   RIDFLD(LON-KEY)
                   FROM (EMPLOYEE-LOAN-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                   MOVE 'Loan Entered - Await Approval!' TO WS-MESSAGE
              WHEN DFHRESP(DUPREC)
                   PERFORM 2250-REWRITE-LOAN
              WHEN OTHER
                   MOVE 'Error Writing Loan!' TO WS-MESSAGE
                   EXIT PARAGRAPH
              END-EVALUATE
           END-IF.

           MOVE LON-PRINCIPAL TO WS-JRN-AMOUNT.
           MOVE WS-JOURNAL-VALUE TO SEC-NEW-VALUE.
           MOVE LNC-TARGET-EMPLOYEE-ID TO SEC-TARGET.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

      *    THE BALANCE STARTS AT THE FULL PRINCIPAL; NOTHING HAS BEEN
      *    FED OR SETTLED YET.
       2230-MOVE-LOAN-FIELDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-MOVE-LOAN-FIELDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE LNC-TARGET-EMPLOYEE-ID TO LON-EMPLOYEE-ID.
           MOVE LNC-TARGET-LOAN-NUMBER TO LON-LOAN-NUMBER.
           MOVE FUNCTION UPPER-CASE(LNTYPEI) TO LON-LOAN-TYPE.
           MOVE WS-PRINCIPAL TO LON-PRINCIPAL.
           MOVE STRTDTI TO LON-START-DATE.
           MOVE WS-INSTALMENT TO LON-INSTALMENT.
           MOVE WS-PRINCIPAL TO LON-BALANCE.
           SET LON-ST-PENDING TO TRUE.
           MOVE LNC-USER-ID TO LON-ENTERED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LON-ENTERED-DATE.
           MOVE SPACES TO LON-APPROVED-BY.
           MOVE SPACES TO LON-APPROVED-DATE.
           MOVE SPACES TO LON-LAST-FED-PERIOD.
           MOVE SPACES TO LON-LAST-FED-DATE.
           MOVE ZEROES TO LON-INFLIGHT-AMOUNT.
           MOVE ZEROES TO LON-FINAL-PAY-AMOUNT.
           MOVE SPACES TO LON-FINAL-PAY-DATE.

       2250-REWRITE-LOAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-LOAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-LOANDT-FILE-NAME)
                RIDFLD(LON-KEY)
                INTO (EMPLOYEE-LOAN-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Loan For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2230-MOVE-LOAN-FIELDS.

           EXEC CICS REWRITE
                FILE(APP-LOANDT-FILE-NAME)
                FROM (EMPLOYEE-LOAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-RECORD-FOUND-FLAG
              MOVE 'Loan Changed - Await Approval!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Loan!' TO WS-MESSAGE
           END-IF.

      *    THE SECOND PAIR OF EYES - AN ADMINISTRATOR, AND NEVER THE
      *    ONE WHO KEYED THE LOAN - EITHER APPROVES OR REJECTS IT.
       2400-DECIDE-LOAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DECIDE-LOAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'Only Administrators Approve Or Reject Loans!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT LOAN-RECORD-FOUND THEN
              MOVE 'No Loan On File By That Number!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT LON-ST-PENDING THEN
              MOVE 'That Loan Is Not Awaiting Approval!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF LON-ENTERED-BY IS EQUAL TO LNC-USER-ID THEN
              MOVE 'You Cannot Approve Your Own Entry!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-LOANDT-FILE-NAME)
                RIDFLD(LON-KEY)
                INTO (EMPLOYEE-LOAN-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Loan For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF DECISION-APPROVE THEN
              SET LON-ST-APPROVED TO TRUE
           ELSE
              SET LON-ST-REJECTED TO TRUE
           END-IF.
           MOVE LNC-USER-ID TO LON-APPROVED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LON-APPROVED-DATE.

           EXEC CICS REWRITE
                FILE(APP-LOANDT-FILE-NAME)
                FROM (EMPLOYEE-LOAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Loan!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           IF DECISION-APPROVE THEN
              MOVE 'Loan Approved - Instalments Feed From Start Date!'
                 TO WS-MESSAGE
              MOVE 'LOAN APPROVE' TO SEC-ACTION
           ELSE
              MOVE 'Loan Rejected!' TO WS-MESSAGE
              MOVE 'LOAN REJECT' TO SEC-ACTION
           END-IF.

           MOVE LNC-TARGET-LOAN-NUMBER TO WS-JRN-LOAN-NUMBER.
           MOVE LON-PRINCIPAL TO WS-JRN-AMOUNT.
           MOVE WS-JOURNAL-VALUE TO SEC-NEW-VALUE.
           MOVE LNC-TARGET-EMPLOYEE-ID TO SEC-TARGET.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

      *    THE SAME JOURNAL 'EBNKP' WRITES - A FAILURE HERE MUST
      *    NEVER BLOCK THE ACTION.
       7900-JOURNAL-SECURITY-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7900-JOURNAL-SECURITY-EVENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP.
           MOVE LNC-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-LOANDT-PROGRAM-NAME TO SEC-PROGRAM.
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
                CONTINUE
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
                CONTAINER(APP-LOANDT-CONTAINER-NAME)
                CHANNEL(APP-LOANDT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Loan Container!'
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
              MOVE MON-USER-ID TO LNC-USER-ID
              MOVE MON-USER-CATEGORY TO LNC-USER-CATEGORY
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
           MOVE APP-LOANDT-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
                MAP(APP-LOANDT-MAP-NAME)
                MAPSET(APP-LOANDT-MAPSET-NAME)
                FROM (ELONMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-LOANDT-CHANNEL-NAME)
                TRANSID(APP-LOANDT-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF LNC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE LNC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF LNC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE LNC-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE WS-TARGET-NAME TO PRNAMEO
              MOVE LNC-TARGET-LOAN-NUMBER TO LOANNOO
           END-IF.

           IF LOAN-RECORD-FOUND THEN
              MOVE LON-LOAN-TYPE TO LNTYPEO
              MOVE LON-PRINCIPAL TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO PRINCO
              MOVE LON-START-DATE TO STRTDTO
              MOVE LON-INSTALMENT TO WS-INSTAL-EDIT
              MOVE WS-INSTAL-EDIT TO INSTALO
              MOVE LON-BALANCE TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO BALNCEO
              MOVE LON-ENTERED-BY TO ENTBYO
              MOVE LON-APPROVED-BY TO APRBYO

              EVALUATE TRUE
              WHEN LON-ST-PENDING
                   MOVE 'Pending' TO CURSTSO
              WHEN LON-ST-APPROVED AND
                   LON-INFLIGHT-AMOUNT IS GREATER THAN ZEROES
                   MOVE 'Repaying/Fed' TO CURSTSO
              WHEN LON-ST-APPROVED
                   MOVE 'Repaying' TO CURSTSO
              WHEN LON-ST-REJECTED
                   MOVE 'Rejected' TO CURSTSO
              WHEN LON-ST-CLEARED
                   MOVE 'Cleared' TO CURSTSO
              WHEN LON-ST-FINAL-PAY
                   MOVE 'Final Pay' TO CURSTSO
              WHEN OTHER
                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO LNTYPEO PRINCO STRTDTO INSTALO BALNCEO
                             ENTBYO APRBYO CURSTSO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
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
                CONTAINER(APP-LOANDT-CONTAINER-NAME)
                CHANNEL(APP-LOANDT-CHANNEL-NAME)
                FROM (LOAN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Loan Container!'
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
