      *      - A BLANK ACTION DISPLAYS WHAT IS ON FILE (ACCOUNT
      *        NUMBERS DISPLAY MASKED TO THE LAST FOUR).
      *      - REACHED DIRECTLY THROUGH ITS OWN 'EBNK' TRANSACTION.
      *      - A VERIFICATION IS STAMPED WITH THE PAY PERIOD IT
      *        BELONGS TO ('EPAYPRD'); ONE MADE AFTER THE PERIOD'S
      *        'EPAYCAL' CUT-OFF IS STILL TAKEN, BUT THE USER IS TOLD
      *        THE NEW ACCOUNT IS HELD FOR THE NEXT PERIOD, AND
      *        'EPAYFEED' KEEPS IT BACK UNTIL THEN.
      *      - THE BANK CODE MUST BE AN OPEN BANK ON THE 'EBNKREF'
      *        CLEARING-HOUSE DIRECTORY, AND THE ACCOUNT NUMBER MUST
      *        FIT THAT BANK'S FORMAT AND PASS ITS CHECK DIGIT - WHEN
      *        THE DETAILS ARE KEYED, AND AGAIN AT VERIFICATION IN
      *        CASE THE BANK HAS CLOSED IN BETWEEN. DETAILS THE
      *        MONTHLY 'EBNKCHK' RUN HAS FLAGGED (BANK CLOSED, MERGED
      *        OR GONE FROM THE DIRECTORY) SAY SO WHEN DISPLAYED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - BANK DETAILS MAPSET.
      *      - BANK DETAILS CONTAINER.
      *      - BANK DETAILS FILE RECORD.
      *      - BANK REFERENCE DIRECTORY RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - PAY PERIOD RESOLVER ARGUMENTS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EBNKMAP.
       COPY EBNKCTR.
       COPY EBANKDT.
       COPY EBNKREF.
       COPY ESECJRN.
       COPY EPPDARG.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
          05 WS-MASKED-ACCOUNT    PIC X(17).
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 BANK-RECORD-FOUND           VALUE 'Y'.
          05 WS-CHECK-BANK-CODE   PIC X(8).
          05 WS-CHECK-ACCOUNT     PIC X(17).
          05 WS-BANK-CHECK-FLAG   PIC X(1).
             88 BANK-CHECK-PASSED           VALUE 'Y'.
      *
       01 WS-CHECK-DIGIT-WORK.
          05 WS-ACCT-LENGTH       PIC 9(2)  USAGE IS BINARY.
          05 WS-ACCT-START        PIC 9(2)  USAGE IS BINARY.
          05 WS-ACCT-POSITION     PIC 9(2)  USAGE IS BINARY.
          05 WS-ACCT-WEIGHT       PIC 9(2)  USAGE IS BINARY.
          05 WS-ACCT-DIGIT        PIC 9(1).
          05 WS-ACCT-PRODUCT      PIC 9(3).
          05 WS-ACCT-SUM          PIC 9(5).
          05 WS-ACCT-QUOTIENT     PIC 9(5).
          05 WS-ACCT-REMAINDER    PIC 9(2).
          05 WS-ACCT-CHECK-DIGIT  PIC 9(2).
          05 WS-ACCT-DOUBLE-FLAG  PIC X(1).
             88 ACCT-DOUBLE-DIGIT           VALUE 'Y'.
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF BANK-RECORD-FOUND THEN
                   EVALUATE TRUE
                   WHEN BNK-BANK-CLOSED
                        MOVE 'Bank Has Closed - Enter New Details!'
                           TO WS-MESSAGE
                   WHEN BNK-BANK-MERGED
                        MOVE 'Bank Has Merged - Enter New Details!'
                           TO WS-MESSAGE
                   WHEN BNK-BANK-UNKNOWN
                        MOVE 'Bank Not In Directory - New Details!'
                           TO WS-MESSAGE
                   WHEN OTHER
                        MOVE 'Bank Details Displayed!' TO WS-MESSAGE
                   END-EVALUATE
                ELSE
                   MOVE 'No Bank Details On File!' TO WS-MESSAGE
                END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(BNKCODI) TO WS-CHECK-BANK-CODE.
           MOVE FUNCTION TRIM(ACCTNOI) TO WS-CHECK-ACCOUNT.
           PERFORM 2210-CHECK-BANK-REFERENCE.
           IF NOT BANK-CHECK-PASSED THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           IF BANK-RECORD-FOUND THEN
              MOVE 'BANK CHANGE' TO SEC-ACTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BNK-ENTERED-DATE.
           MOVE SPACES TO BNK-VERIFIED-BY.
           MOVE SPACES TO BNK-VERIFIED-DATE.
           SET BNK-BANK-CURRENT TO TRUE.
           MOVE SPACES TO BNK-BANK-FLAGGED-DATE.

           IF BANK-RECORD-FOUND THEN
              PERFORM 2250-REWRITE-BANK-DETAILS
           MOVE BKC-TARGET-EMPLOYEE-ID TO SEC-TARGET.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

      *    THE BANK MUST BE IN THE 'EBNKREF' DIRECTORY AND STILL OPEN,
      *    AND THE ACCOUNT NUMBER MUST SUIT IT. THE CALLER FILLS IN
      *    'WS-CHECK-BANK-CODE' AND 'WS-CHECK-ACCOUNT'.
       2210-CHECK-BANK-REFERENCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-CHECK-BANK-REFERENCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-BANK-CHECK-FLAG.
           MOVE WS-CHECK-BANK-CODE TO BRF-BANK-CODE.

           EXEC CICS READ
                FILE(APP-BNKREF-FILE-NAME)
                RIDFLD(BRF-BANK-CODE)
                INTO (BANK-REFERENCE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Validation Error: Bank Code Not In Directory!'
                   TO WS-MESSAGE
                MOVE -1 TO BNKCODL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Bank Directory!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE TRUE
           WHEN BRF-ST-CLOSED
                MOVE 'Validation Error: That Bank Has Closed!'
                   TO WS-MESSAGE
                MOVE -1 TO BNKCODL
                EXIT PARAGRAPH
           WHEN BRF-ST-MERGED
                MOVE SPACES TO WS-MESSAGE
                STRING 'Validation Error: Bank Has Merged Into '
                          DELIMITED BY SIZE
                       BRF-MERGED-INTO DELIMITED BY SPACE
                       '!' DELIMITED BY SIZE
                   INTO WS-MESSAGE
                END-STRING
                MOVE -1 TO BNKCODL
                EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 2220-CHECK-ACCOUNT-FORMAT.

      *    LENGTH AND CHARACTER SET FIRST - A CHECK DIGIT ONLY MEANS
      *    ANYTHING ON A NUMBER OF THE RIGHT SHAPE.
       2220-CHECK-ACCOUNT-FORMAT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2220-CHECK-ACCOUNT-FORMAT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-ACCT-LENGTH.
           INSPECT WS-CHECK-ACCOUNT TALLYING WS-ACCT-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-ACCT-LENGTH IS LESS THAN BRF-ACCOUNT-MIN-LENGTH OR
              WS-ACCT-LENGTH IS GREATER THAN BRF-ACCOUNT-MAX-LENGTH OR
              WS-ACCT-LENGTH IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Wrong Length For This Bank!'
                 TO WS-MESSAGE
              MOVE -1 TO ACCTNOL
              EXIT PARAGRAPH
           END-IF.

           IF WS-ACCT-LENGTH IS LESS THAN 17 THEN
              IF WS-CHECK-ACCOUNT(WS-ACCT-LENGTH + 1:)
                 IS NOT EQUAL TO SPACES THEN
                 MOVE 'Validation Error: No Spaces In Account Number!'
                    TO WS-MESSAGE
                 MOVE -1 TO ACCTNOL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF BRF-ACCOUNT-NUMERIC OR NOT BRF-CHECK-NONE THEN
              IF WS-CHECK-ACCOUNT(1:WS-ACCT-LENGTH) IS NOT NUMERIC
                 MOVE 'Validation Error: Account Number Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO ACCTNOL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET BANK-CHECK-PASSED TO TRUE.

           EVALUATE TRUE
           WHEN BRF-CHECK-MOD10
                PERFORM 2230-CHECK-MOD10
           WHEN BRF-CHECK-MOD11
                PERFORM 2240-CHECK-MOD11
           END-EVALUATE.

           IF NOT BANK-CHECK-PASSED THEN
              MOVE 'Validation Error: Account Number Check Digit Wrong!'
                 TO WS-MESSAGE
              MOVE -1 TO ACCTNOL
           END-IF.

      *    MODULUS 10 (LUHN) - SEE 'EBNKREF'.
       2230-CHECK-MOD10.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-CHECK-MOD10' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-ACCT-SUM.
           MOVE 'N' TO WS-ACCT-DOUBLE-FLAG.
           PERFORM 2235-ADD-MOD10-DIGIT
              VARYING WS-ACCT-POSITION FROM WS-ACCT-LENGTH BY -1
              UNTIL WS-ACCT-POSITION IS LESS THAN 1.

           DIVIDE WS-ACCT-SUM BY 10 GIVING WS-ACCT-QUOTIENT
              REMAINDER WS-ACCT-REMAINDER.
           IF WS-ACCT-REMAINDER IS NOT EQUAL TO ZERO THEN
              MOVE SPACES TO WS-BANK-CHECK-FLAG
           END-IF.

       2235-ADD-MOD10-DIGIT.
           MOVE WS-CHECK-ACCOUNT(WS-ACCT-POSITION:1) TO WS-ACCT-DIGIT.
           IF ACCT-DOUBLE-DIGIT THEN
              COMPUTE WS-ACCT-PRODUCT = WS-ACCT-DIGIT * 2
              IF WS-ACCT-PRODUCT IS GREATER THAN 9 THEN
                 SUBTRACT 9 FROM WS-ACCT-PRODUCT
              END-IF
              MOVE 'N' TO WS-ACCT-DOUBLE-FLAG
           ELSE
              MOVE WS-ACCT-DIGIT TO WS-ACCT-PRODUCT
              MOVE 'Y' TO WS-ACCT-DOUBLE-FLAG
           END-IF.
           ADD WS-ACCT-PRODUCT TO WS-ACCT-SUM.

      *    MODULUS 11, WEIGHTS 2-7 - SEE 'EBNKREF'.
       2240-CHECK-MOD11.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2240-CHECK-MOD11' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-ACCT-LENGTH IS LESS THAN 2 THEN
              MOVE SPACES TO WS-BANK-CHECK-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-ACCT-SUM.
           MOVE 2 TO WS-ACCT-WEIGHT.
           COMPUTE WS-ACCT-START = WS-ACCT-LENGTH - 1.
           PERFORM 2245-ADD-MOD11-DIGIT
              VARYING WS-ACCT-POSITION FROM WS-ACCT-START BY -1
              UNTIL WS-ACCT-POSITION IS LESS THAN 1.

           DIVIDE WS-ACCT-SUM BY 11 GIVING WS-ACCT-QUOTIENT
              REMAINDER WS-ACCT-REMAINDER.
           COMPUTE WS-ACCT-CHECK-DIGIT = 11 - WS-ACCT-REMAINDER.
           IF WS-ACCT-CHECK-DIGIT IS EQUAL TO 11 THEN
              MOVE ZERO TO WS-ACCT-CHECK-DIGIT
           END-IF.

      *    A REMAINDER OF 1 (CHECK DIGIT 10) NEVER MATCHES.
           MOVE WS-CHECK-ACCOUNT(WS-ACCT-LENGTH:1) TO WS-ACCT-DIGIT.
           IF WS-ACCT-CHECK-DIGIT IS NOT EQUAL TO WS-ACCT-DIGIT THEN
              MOVE SPACES TO WS-BANK-CHECK-FLAG
           END-IF.

       2245-ADD-MOD11-DIGIT.
           MOVE WS-CHECK-ACCOUNT(WS-ACCT-POSITION:1) TO WS-ACCT-DIGIT.
           COMPUTE WS-ACCT-PRODUCT = WS-ACCT-DIGIT * WS-ACCT-WEIGHT.
           ADD WS-ACCT-PRODUCT TO WS-ACCT-SUM.
           ADD 1 TO WS-ACCT-WEIGHT.
           IF WS-ACCT-WEIGHT IS GREATER THAN 7 THEN
              MOVE 2 TO WS-ACCT-WEIGHT
           END-IF.

       2250-REWRITE-BANK-DETAILS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-BANK-DETAILS' TO WS-DEBUG-AID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BNK-ENTERED-DATE.
           MOVE SPACES TO BNK-VERIFIED-BY.
           MOVE SPACES TO BNK-VERIFIED-DATE.
           SET BNK-BANK-CURRENT TO TRUE.
           MOVE SPACES TO BNK-BANK-FLAGGED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BNKDTL-FILE-NAME)
              EXIT PARAGRAPH
           END-IF.

      *    THE BANK MAY HAVE CLOSED SINCE THE DETAILS WERE KEYED.
           MOVE BNK-BANK-CODE TO WS-CHECK-BANK-CODE.
           MOVE BNK-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT.
           PERFORM 2210-CHECK-BANK-REFERENCE.
           IF NOT BANK-CHECK-PASSED THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2450-RESOLVE-PAY-PERIOD.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-BNKDTL-FILE-NAME)
                RIDFLD(BNK-EMPLOYEE-ID)
           MOVE SPACES TO BNK-FED-FLAG.
           MOVE BKC-USER-ID TO BNK-VERIFIED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BNK-VERIFIED-DATE.
           MOVE PPD-PAY-PERIOD TO BNK-PAY-PERIOD.

           EXEC CICS REWRITE
                FILE(APP-BNKDTL-FILE-NAME)
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Bank Details Verified - Feed Tonight!'
                 TO WS-MESSAGE
              PERFORM 2460-NOTE-HELD-OVER

              INITIALIZE SECURITY-JOURNAL-RECORD
              MOVE 'BANK VERIFY' TO SEC-ACTION
              MOVE 'Error Updating Bank Details!' TO WS-MESSAGE
           END-IF.

       2450-RESOLVE-PAY-PERIOD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-RESOLVE-PAY-PERIOD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHICH PAY PERIOD DOES A VERIFICATION MADE NOW BELONG TO?
           INITIALIZE PAY-PERIOD-ARGUMENTS.

           EXEC CICS LINK
                PROGRAM(APP-PAYPRD-PROGRAM-NAME)
                COMMAREA(PAY-PERIOD-ARGUMENTS)
                LENGTH(LENGTH OF PAY-PERIOD-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Linking To Pay Period Resolver!'
                 TO WS-MESSAGE
           END-IF.

       2460-NOTE-HELD-OVER.
      *    A VERIFICATION THAT MISSED THE CUT-OFF IS KEPT, BUT THE
      *    USER MUST KNOW THE OLD ACCOUNT IS PAID THIS PERIOD.
           IF PPD-HELD-OVER THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Bank Details Verified After Cut-Off - Held For '
                        DELIMITED BY SIZE
                     'Pay Period ' DELIMITED BY SIZE
                     PPD-PAY-PERIOD DELIMITED BY SIZE
                     '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.

      *    THE SAME JOURNAL 'ECATP' AND 'ECPAP' WRITE - A FAILURE
      *    HERE MUST NEVER BLOCK THE ACTION.
       7900-JOURNAL-SECURITY-EVENT.
           MOVE BKC-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-BNKDTL-PROGRAM-NAME TO SEC-PROGRAM.
      *    ANYTHING DONE UNDER BREAK-GLASS ACCESS IS MARKED AS SUCH.
           IF MON-BG-ELEVATED THEN
              SET SEC-BREAK-GLASS TO TRUE
           ELSE
              MOVE SPACES TO SEC-BREAK-GLASS-FLAG
           END-IF.

           EXEC CICS WRITE
                FILE(APP-SECJRNL-FILE-NAME)
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
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-BNKDTL-CHANNEL-NAME)
                TRANSID(APP-BNKDTL-TRANSACTION-ID)

           IF BANK-RECORD-FOUND THEN
              MOVE BNK-BANK-CODE TO BNKCODO
              PERFORM 9110-LOOKUP-BANK-NAME

      *       THE ACCOUNT DISPLAYS MASKED TO ITS LAST FOUR - SCREENS
      *       GET SHOULDER-SURFED.
              END-EVALUATE
           ELSE
              MOVE SPACES TO BNKCODO ACCTNOO ENTBYO VFYBYO CURSTSO
                             BNKNAMO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

      *    THE BANK'S NAME OFF THE 'EBNKREF' DIRECTORY, FOR THE USER
      *    TO CHECK AGAINST WHAT THE EMPLOYEE SUPPLIED.
       9110-LOOKUP-BANK-NAME.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9110-LOOKUP-BANK-NAME' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE BNK-BANK-CODE TO BRF-BANK-CODE.

           EXEC CICS READ
                FILE(APP-BNKREF-FILE-NAME)
                RIDFLD(BRF-BANK-CODE)
                INTO (BANK-REFERENCE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE BRF-BANK-NAME TO BNKNAMO
           ELSE
              MOVE SPACES TO BNKNAMO
           END-IF.

       9150-PUT-ADMIN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ADMIN-CONTAINER' TO WS-DEBUG-AID.
