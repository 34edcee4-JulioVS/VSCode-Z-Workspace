       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRNSUB.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - AD HOC RERUN SUBMITTER.
      *      - RUNS AN APPROVED 'ERRNREQ' RERUN REQUEST (RAISED AND
      *        APPROVED ON THE 'ERRN' SCREEN) THROUGH THE INTERNAL
      *        READER THE SAME WAY THE 'ECYCDRV' CYCLE DRIVER RELEASES
      *        CHAIN JOBS - NOBODY EDITS OR SUBMITS RERUN JCL BY HAND.
      *      - SYSIN, ONE CARD: COLS 1-8 = ACTION, 10-17 = JOB NAME,
      *        19-32 = REQUEST TIMESTAMP (THE 'ERRNREQ' KEY).
      *           'SUBMIT'  (SPOOLED BY THE SCREEN AT APPROVAL) READS
      *                     THE JOB'S OWN JCL LIBRARY MEMBER ON DD
      *                     'JCLIN' AND SUBMITS IT WITH THE REQUEST'S
      *                     SYSIN CARD IN PLACE OF THE ONE ON THE
      *                     STEP THAT RUNS THE JOB (ADDING A SYSIN DD
      *                     WHERE THE STEP HAS NONE), THE 'CYCNEXT'
      *                     HAND-OVER STEP TAKEN OUT - AN OFF-CYCLE
      *                     RUN MUST NEVER ADVANCE THE NIGHTLY CHAIN
      *                     - AND A 'RERUNLNK' STEP ADDED AT THE END.
      *                     THE WHOLE DECK IS BUILT BEFORE ANY OF IT
      *                     GOES TO THE READER, SO A MEMBER THAT
      *                     CANNOT TAKE THE CARD SUBMITS NOTHING.
      *           'LINK'    (THE 'RERUNLNK' STEP, RUN EVEN AFTER AN
      *                     ABEND) FINDS THE JOB'S 'ERUNHST' RUN
      *                     SINCE THE SUBMIT AND RECORDS IT ON THE
      *                     REQUEST - COMPLETE WITH RETURN CODE 4 OR
      *                     LESS, FAILED OTHERWISE OR WITH NO RUN
      *                     LOGGED - SO THE 'ERHQ' SCREEN CAN SHOW WHY
      *                     THE OFF-CYCLE RUN HAPPENED.
      *      - ONLY AN APPROVED REQUEST IS EVER SUBMITTED, AND ONLY
      *        ONCE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRNREQ-FILE ASSIGN TO ERRNREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RRQ-KEY
                FILE STATUS IS WS-ERRNREQ-STATUS.

           SELECT ERUNHST-FILE ASSIGN TO ERUNHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUN-KEY
                FILE STATUS IS WS-ERUNHST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT JCL-MEMBER-FILE ASSIGN TO JCLIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JCLIN-STATUS.

           SELECT SUBMIT-FILE ASSIGN TO INTRDR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INTRDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRNREQ-FILE.
       COPY ERRNREQ.

       FD  ERUNHST-FILE.
       COPY ERUNHST.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD          PIC X(80).

       FD  JCL-MEMBER-FILE
           RECORDING MODE IS F.
       01  JCL-MEMBER-CARD              PIC X(80).

       FD  SUBMIT-FILE
           RECORDING MODE IS F.
       01  SUBMIT-CARD                  PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ERRNREQ-STATUS        PIC X(2).
             88 ERRNREQ-OK                      VALUE '00'.
          05 WS-ERUNHST-STATUS        PIC X(2).
             88 ERUNHST-OK                      VALUE '00'.
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-JCLIN-STATUS          PIC X(2).
          05 WS-INTRDR-STATUS         PIC X(2).
          05 WS-JCL-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-JCL-MEMBER               VALUE 'Y'.
          05 WS-RUN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ERUNHST                  VALUE 'Y'.
          05 WS-ACTION                PIC X(8)  VALUE SPACES.
             88 ACTION-SUBMIT                   VALUE 'SUBMIT'.
             88 ACTION-LINK                     VALUE 'LINK'.
          05 WS-REQUEST-KEY.
             10 WS-REQ-JOB-NAME       PIC X(8)  VALUE SPACES.
             10 WS-REQ-TIME           PIC X(14) VALUE SPACES.
          05 WS-NOW                   PIC X(14) VALUE SPACES.
          05 WS-CARDS-READ            PIC 9(8)  VALUE ZEROES.
          05 WS-CARDS-WRITTEN         PIC 9(8)  VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  VALUE ZEROES.
          05 WS-TALLY                 PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TARGET-PGM            PIC X(12) VALUE SPACES.
          05 WS-TARGET-LEN            PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-IDX                   PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    WHERE THE MEMBER SCAN IS.
       01 WS-SCAN-SWITCHES.
          05 WS-TARGET-STEP-FLAG      PIC X(1)  VALUE 'N'.
             88 IN-TARGET-STEP                  VALUE 'Y'.
          05 WS-CYCNEXT-STEP-FLAG     PIC X(1)  VALUE 'N'.
             88 IN-CYCNEXT-STEP                 VALUE 'Y'.
          05 WS-SYSIN-DATA-FLAG       PIC X(1)  VALUE 'N'.
             88 SKIPPING-SYSIN-DATA             VALUE 'Y'.
          05 WS-DD-CONT-FLAG          PIC X(1)  VALUE 'N'.
             88 SKIPPING-DD-CONTINUATION        VALUE 'Y'.
          05 WS-CARD-PLACED-FLAG      PIC X(1)  VALUE 'N'.
             88 PARM-CARD-PLACED                VALUE 'Y'.
          05 WS-JOB-END-FLAG          PIC X(1)  VALUE 'N'.
             88 JOB-END-REACHED                 VALUE 'Y'.
          05 WS-DECK-FLAG             PIC X(1)  VALUE 'Y'.
             88 DECK-OK                         VALUE 'Y'.
             88 DECK-BAD                        VALUE 'N'.

      *    THE DECK IS BUILT HERE IN FULL BEFORE ANY OF IT IS RELEASED
      *    TO THE INTERNAL READER.
       01 WS-DECK-TABLE.
          05 WS-DECK-COUNT            PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DECK-CARD OCCURS 600 TIMES
                                      PIC X(80).

       01 WS-OUT-CARD                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.

           EVALUATE TRUE
           WHEN ACTION-SUBMIT
                PERFORM 2000-SUBMIT-REQUEST
           WHEN ACTION-LINK
                PERFORM 5000-LINK-RUN
           WHEN OTHER
                DISPLAY 'ERRNSUB - UNKNOWN ACTION CARD: ' WS-ACTION
                ADD 1 TO WS-ERROR-COUNT
                MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'ERRNSUB - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ CONTROL-CARD-FILE
              AT END
                 DISPLAY 'ERRNSUB - EMPTY SYSIN - NOTHING TO DO'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.

           MOVE CONTROL-CARD-RECORD(1:8) TO WS-ACTION.
           MOVE CONTROL-CARD-RECORD(10:8) TO WS-REQ-JOB-NAME.
           MOVE CONTROL-CARD-RECORD(19:14) TO WS-REQ-TIME.
           CLOSE CONTROL-CARD-FILE.

           OPEN I-O ERRNREQ-FILE.
           IF NOT ERRNREQ-OK
              DISPLAY 'ERRNSUB - UNABLE TO OPEN ERRNREQ, STATUS='
                 WS-ERRNREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-REQUEST-KEY TO RRQ-KEY.
           READ ERRNREQ-FILE
              INVALID KEY
                 DISPLAY 'ERRNSUB - NO SUCH RERUN REQUEST: '
                    WS-REQUEST-KEY
                 MOVE 8 TO RETURN-CODE
                 CLOSE ERRNREQ-FILE
                 STOP RUN
           END-READ.

      *-----------------------------------------------------------------
       SUBMIT-SECTION SECTION.
      *-----------------------------------------------------------------

       2000-SUBMIT-REQUEST.
           IF NOT RRQ-ST-APPROVED
              DISPLAY 'ERRNSUB - REQUEST ' WS-REQUEST-KEY
                 ' IS NOT APPROVED (STATUS ' RRQ-STATUS
                 ') - NOTHING SUBMITTED'
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JCL-MEMBER-FILE.
           IF WS-JCLIN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'ERRNSUB - UNABLE TO OPEN JCLIN MEMBER '
                 RRQ-JCL-MEMBER ', STATUS=' WS-JCLIN-STATUS
              PERFORM 2900-MARK-SUBMIT-ERROR
              EXIT PARAGRAPH
           END-IF.

      *    'PGM=' PLUS THE JOB NAME IDENTIFIES THE STEP THAT RUNS IT.
           MOVE ZEROES TO WS-TALLY.
           INSPECT RRQ-JOB-NAME TALLYING WS-TALLY
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-TARGET-PGM.
           STRING 'PGM=' DELIMITED BY SIZE
              RRQ-JOB-NAME DELIMITED BY SPACE
              INTO WS-TARGET-PGM.
           COMPUTE WS-TARGET-LEN = WS-TALLY + 4.

           PERFORM 2100-READ-NEXT-MEMBER-CARD.
           PERFORM 2200-SCAN-MEMBER-CARD
              UNTIL END-OF-JCL-MEMBER OR JOB-END-REACHED
                 OR DECK-BAD.

           CLOSE JCL-MEMBER-FILE.

           IF DECK-OK
              PERFORM 3000-CLOSE-OUT-DECK
           END-IF.

           IF DECK-BAD
              PERFORM 2900-MARK-SUBMIT-ERROR
              EXIT PARAGRAPH
           END-IF.

           PERFORM 4000-RELEASE-DECK.

           IF WS-INTRDR-STATUS IS NOT EQUAL TO '00'
              PERFORM 2900-MARK-SUBMIT-ERROR
              EXIT PARAGRAPH
           END-IF.

           SET RRQ-ST-SUBMITTED TO TRUE.
           MOVE WS-NOW TO RRQ-SUBMITTED-TIME.
           REWRITE RERUN-REQUEST-RECORD
           END-REWRITE.

           DISPLAY 'ERRNSUB - ' RRQ-JOB-NAME ' SUBMITTED FROM MEMBER '
              RRQ-JCL-MEMBER ' FOR REQUEST ' RRQ-REQUEST-TIME.

       2100-READ-NEXT-MEMBER-CARD.
           READ JCL-MEMBER-FILE
              AT END
                 SET END-OF-JCL-MEMBER TO TRUE
           END-READ.

           IF NOT END-OF-JCL-MEMBER
              ADD 1 TO WS-CARDS-READ
           END-IF.

      *    ONE CARD OF THE MEMBER. SKIPPED SYSIN DATA ENDS AT '/*' OR
      *    THE NEXT '//' STATEMENT, WHICH IS THEN TAKEN AS NORMAL.
       2200-SCAN-MEMBER-CARD.
           IF SKIPPING-SYSIN-DATA
              IF JCL-MEMBER-CARD(1:2) IS EQUAL TO '/*'
                 MOVE 'N' TO WS-SYSIN-DATA-FLAG
                 MOVE '/*' TO WS-OUT-CARD
                 PERFORM 2800-ADD-DECK-CARD
                 PERFORM 2100-READ-NEXT-MEMBER-CARD
                 EXIT PARAGRAPH
              END-IF
              IF JCL-MEMBER-CARD(1:2) IS NOT EQUAL TO '//'
                 PERFORM 2100-READ-NEXT-MEMBER-CARD
                 EXIT PARAGRAPH
              END-IF
              MOVE 'N' TO WS-SYSIN-DATA-FLAG
              MOVE '/*' TO WS-OUT-CARD
              PERFORM 2800-ADD-DECK-CARD
           END-IF.

      *    CONTINUATION CARDS OF A REPLACED SYSIN DATASET DD.
           IF SKIPPING-DD-CONTINUATION
              IF JCL-MEMBER-CARD(1:3) IS EQUAL TO '// '
                 PERFORM 2100-READ-NEXT-MEMBER-CARD
                 EXIT PARAGRAPH
              END-IF
              MOVE 'N' TO WS-DD-CONT-FLAG
           END-IF.

           EVALUATE TRUE
           WHEN JCL-MEMBER-CARD(1:3) IS EQUAL TO '//*'
                IF NOT IN-CYCNEXT-STEP
                   MOVE JCL-MEMBER-CARD TO WS-OUT-CARD
                   PERFORM 2800-ADD-DECK-CARD
                END-IF
           WHEN JCL-MEMBER-CARD(1:2) IS EQUAL TO '//' AND
                JCL-MEMBER-CARD(3:70) IS EQUAL TO SPACES
                PERFORM 2500-LEAVE-STEP
                SET JOB-END-REACHED TO TRUE
           WHEN JCL-MEMBER-CARD(1:2) IS EQUAL TO '//'
                PERFORM 2300-CHECK-EXEC-CARD
           WHEN OTHER
                IF NOT IN-CYCNEXT-STEP
                   MOVE JCL-MEMBER-CARD TO WS-OUT-CARD
                   PERFORM 2800-ADD-DECK-CARD
                END-IF
           END-EVALUATE.

           IF NOT JOB-END-REACHED
              PERFORM 2100-READ-NEXT-MEMBER-CARD
           END-IF.

       2300-CHECK-EXEC-CARD.
           MOVE ZEROES TO WS-TALLY.
           INSPECT JCL-MEMBER-CARD TALLYING WS-TALLY FOR ALL ' EXEC '.

           IF WS-TALLY IS EQUAL TO ZEROES
              PERFORM 2400-CHECK-DD-CARD
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2500-LEAVE-STEP.

      *    THE CHAIN HAND-OVER STEP IS LEFT OUT OF AN OFF-CYCLE RUN.
           MOVE ZEROES TO WS-TALLY.
           INSPECT JCL-MEMBER-CARD TALLYING WS-TALLY
              FOR ALL 'PGM=ECYCDRV'.
           IF WS-TALLY IS GREATER THAN ZEROES
              SET IN-CYCNEXT-STEP TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CYCNEXT-STEP-FLAG.

           MOVE ZEROES TO WS-TALLY.
           INSPECT JCL-MEMBER-CARD TALLYING WS-TALLY
              FOR ALL WS-TARGET-PGM(1:WS-TARGET-LEN).
           IF WS-TALLY IS GREATER THAN ZEROES AND
              NOT PARM-CARD-PLACED
              SET IN-TARGET-STEP TO TRUE
           END-IF.

           MOVE JCL-MEMBER-CARD TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

      *    THE TARGET STEP'S OWN SYSIN GIVES WAY TO THE REQUEST'S
      *    CARD - INLINE DATA IS DROPPED, A DATASET IS REPLACED.
       2400-CHECK-DD-CARD.
           IF IN-CYCNEXT-STEP
              EXIT PARAGRAPH
           END-IF.

           IF IN-TARGET-STEP AND RRQ-HAS-PARM-CARD AND
              JCL-MEMBER-CARD(1:8) IS EQUAL TO '//SYSIN '
              PERFORM 2600-WRITE-PARM-CARD
              MOVE ZEROES TO WS-TALLY
              INSPECT JCL-MEMBER-CARD TALLYING WS-TALLY
                 FOR ALL 'DSN='
              IF WS-TALLY IS EQUAL TO ZEROES
                 SET SKIPPING-SYSIN-DATA TO TRUE
              ELSE
                 MOVE '/*' TO WS-OUT-CARD
                 PERFORM 2800-ADD-DECK-CARD
                 SET SKIPPING-DD-CONTINUATION TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE JCL-MEMBER-CARD TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

      *    A TARGET STEP WITH NO SYSIN OF ITS OWN GETS ONE AT ITS END.
       2500-LEAVE-STEP.
           IF IN-TARGET-STEP AND RRQ-HAS-PARM-CARD AND
              NOT PARM-CARD-PLACED
              PERFORM 2600-WRITE-PARM-CARD
              MOVE '/*' TO WS-OUT-CARD
              PERFORM 2800-ADD-DECK-CARD
           END-IF.

           MOVE 'N' TO WS-TARGET-STEP-FLAG.

       2600-WRITE-PARM-CARD.
           MOVE '//SYSIN    DD   *' TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.
           MOVE RRQ-PARM-CARD TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.
           SET PARM-CARD-PLACED TO TRUE.

       2800-ADD-DECK-CARD.
           IF WS-DECK-COUNT IS NOT LESS THAN 600
              DISPLAY 'ERRNSUB - MEMBER ' RRQ-JCL-MEMBER
                 ' TOO LONG TO SUBMIT'
              SET DECK-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DECK-COUNT.
           MOVE WS-OUT-CARD TO WS-DECK-CARD(WS-DECK-COUNT).

       2900-MARK-SUBMIT-ERROR.
           SET RRQ-ST-SUBMIT-ERROR TO TRUE.
           MOVE WS-NOW TO RRQ-SUBMITTED-TIME.
           REWRITE RERUN-REQUEST-RECORD
           END-REWRITE.

           DISPLAY 'ERRNSUB - REQUEST ' WS-REQUEST-KEY
              ' NOT SUBMITTED - MARKED IN ERROR'.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE 8 TO RETURN-CODE.

      *-----------------------------------------------------------------
       DECK-SECTION SECTION.
      *-----------------------------------------------------------------

      *    THE MEMBER HAS BEEN READ: CHECK THE CARD FOUND ITS STEP, THEN
      *    ADD THE LINK STEP AND THE NULL STATEMENT.
       3000-CLOSE-OUT-DECK.
           IF NOT JOB-END-REACHED
              PERFORM 2500-LEAVE-STEP
           END-IF.

           IF RRQ-HAS-PARM-CARD AND NOT PARM-CARD-PLACED
              DISPLAY 'ERRNSUB - NO STEP RUNS PGM=' RRQ-JOB-NAME
                 ' IN MEMBER ' RRQ-JCL-MEMBER
              SET DECK-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE '//*' TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE SPACES TO WS-OUT-CARD.
           STRING '//* OFF-CYCLE RERUN - REQUEST ' DELIMITED BY SIZE
              RRQ-JOB-NAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              RRQ-REQUEST-TIME DELIMITED BY SIZE
              ' - LINK THE RUN BACK' DELIMITED BY SIZE
              INTO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE '//RERUNLNK EXEC PGM=ERRNSUB,COND=EVEN' TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE '//STEPLIB  DD   DSN=Z45864.PSVS.LOADLIB,DISP=SHR'
              TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE SPACES TO WS-OUT-CARD.
           STRING '//ERUNHST  DD   DSN=Z45864.KSDS.ERUNHST,'
                 DELIMITED BY SIZE
              'DISP=SHR,RLS=CR' DELIMITED BY SIZE
              INTO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE SPACES TO WS-OUT-CARD.
           STRING '//ERRNREQ  DD   DSN=Z45864.KSDS.ERRNREQ,'
                 DELIMITED BY SIZE
              'DISP=SHR,RLS=CR' DELIMITED BY SIZE
              INTO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE '//SYSIN    DD   *' TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE SPACES TO WS-OUT-CARD.
           MOVE 'LINK' TO WS-OUT-CARD(1:8).
           MOVE RRQ-JOB-NAME TO WS-OUT-CARD(10:8).
           MOVE RRQ-REQUEST-TIME TO WS-OUT-CARD(19:14).
           PERFORM 2800-ADD-DECK-CARD.

           MOVE '/*' TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

           MOVE '//' TO WS-OUT-CARD.
           PERFORM 2800-ADD-DECK-CARD.

       4000-RELEASE-DECK.
           OPEN OUTPUT SUBMIT-FILE.
           IF WS-INTRDR-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'ERRNSUB - UNABLE TO OPEN INTRDR, STATUS='
                 WS-INTRDR-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM 4100-WRITE-DECK-CARD
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX IS GREATER THAN WS-DECK-COUNT.

           CLOSE SUBMIT-FILE.

       4100-WRITE-DECK-CARD.
           MOVE WS-DECK-CARD(WS-IDX) TO SUBMIT-CARD.
           WRITE SUBMIT-CARD.
           ADD 1 TO WS-CARDS-WRITTEN.

      *-----------------------------------------------------------------
       LINK-SECTION SECTION.
      *-----------------------------------------------------------------

      *    THE LATEST RUN THE JOB LOGGED SINCE THE SUBMIT IS THE ONE
      *    THIS REQUEST PRODUCED.
       5000-LINK-RUN.
           IF NOT RRQ-ST-SUBMITTED
              DISPLAY 'ERRNSUB - REQUEST ' WS-REQUEST-KEY
                 ' IS NOT AWAITING A RUN (STATUS ' RRQ-STATUS ')'
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ERUNHST-FILE.
           IF NOT ERUNHST-OK
              DISPLAY 'ERRNSUB - UNABLE TO OPEN ERUNHST, STATUS='
                 WS-ERUNHST-STATUS
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RRQ-RUN-TIMESTAMP.
           MOVE ZEROES TO RRQ-RUN-RETURN-CODE.

           MOVE RRQ-JOB-NAME TO RUN-JOB-NAME.
           MOVE RRQ-SUBMITTED-TIME TO RUN-TIMESTAMP.

           START ERUNHST-FILE
              KEY IS NOT LESS THAN RUN-KEY
              INVALID KEY
                 SET END-OF-ERUNHST TO TRUE
           END-START.

           IF NOT END-OF-ERUNHST
              PERFORM 5100-READ-NEXT-RUN
           END-IF.

           PERFORM 5200-TAKE-ONE-RUN UNTIL END-OF-ERUNHST.

           CLOSE ERUNHST-FILE.

           IF RRQ-RUN-TIMESTAMP IS EQUAL TO SPACES
              SET RRQ-ST-FAILED TO TRUE
              DISPLAY 'ERRNSUB - ' RRQ-JOB-NAME
                 ' LOGGED NO RUN - REQUEST MARKED FAILED'
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              IF RRQ-RUN-RETURN-CODE IS GREATER THAN 4
                 SET RRQ-ST-FAILED TO TRUE
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 SET RRQ-ST-COMPLETE TO TRUE
              END-IF
              DISPLAY 'ERRNSUB - ' RRQ-JOB-NAME ' RUN '
                 RRQ-RUN-TIMESTAMP ' RC ' RRQ-RUN-RETURN-CODE
                 ' LINKED TO REQUEST ' RRQ-REQUEST-TIME
           END-IF.

           REWRITE RERUN-REQUEST-RECORD
           END-REWRITE.

       5100-READ-NEXT-RUN.
           READ ERUNHST-FILE NEXT
              AT END
                 SET END-OF-ERUNHST TO TRUE
           END-READ.

       5200-TAKE-ONE-RUN.
           IF RUN-JOB-NAME IS NOT EQUAL TO RRQ-JOB-NAME
              SET END-OF-ERUNHST TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE RUN-TIMESTAMP TO RRQ-RUN-TIMESTAMP.
           MOVE RUN-RETURN-CODE TO RRQ-RUN-RETURN-CODE.
           ADD 1 TO WS-CARDS-READ.

           PERFORM 5100-READ-NEXT-RUN.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.
           CLOSE ERRNREQ-FILE.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ERRNSUB ' TO RLG-JOB-NAME.
           MOVE WS-CARDS-READ TO RLG-INPUT-COUNT.
           MOVE WS-CARDS-WRITTEN TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           MOVE RETURN-CODE TO RLG-RETURN-CODE.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.
