       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPANRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SPAN-OF-CONTROL AND MANAGEMENT-LAYERS ANALYSIS.
      *      - BATCH PROGRAM, RUN QUARTERLY AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy' - IT ALREADY
      *        CARRIES EACH EMPLOYEE'S 'EDEPMST' DEPARTMENT AND
      *        'EDIVMST' DIVISION) AND THE 'ESPNHST' VSAM <KSDS>
      *        HISTORY CLUSTER (OPENED IN RLS MODE - SEE THE 'RLS='
      *        PARAMETER ON THE ACCOMPANYING JCL).
      *      - 'EORGRPT' PRINTS THE CHART; THIS JOB MEASURES IT.
      *        EVERY ACTIVE EMPLOYEE'S 'EMP-MANAGER-ID' CHAIN IS
      *        WALKED TO THE TOP, GIVING EACH MANAGER THEIR DIRECT
      *        AND TOTAL (ALL LEVELS) REPORT COUNTS AND THEIR LAYER
      *        FROM THE TOP (THE TOP OF A CHAIN IS LAYER 1). AN
      *        EMPLOYEE WHOSE MANAGER IS BLANK, THEMSELVES, OR NOT AN
      *        ACTIVE EMPLOYEE STARTS A CHAIN OF THEIR OWN.
      *      - MANAGERS ARE FLAGGED 'NARROW' WITH ONE OR TWO DIRECT
      *        REPORTS, 'WIDE' ABOVE THE MAXIMUM SPAN, AND 'DEEP'
      *        WHEN THEIR REPORTS SIT BELOW THE TARGET NUMBER OF
      *        LAYERS. A CHAIN THAT LOOPS BACK ON ITSELF IS CUT OFF
      *        AND FLAGGED 'LOOP' FOR THE DATA TO BE PUT RIGHT.
      *      - AVERAGE SPAN (DIRECT REPORTS PER MANAGER) IS GIVEN PER
      *        DEPARTMENT, PER DIVISION AND FOR THE ORGANIZATION, EACH
      *        SET AGAINST THE PREVIOUS RUN ON 'ESPNHST' - LAST
      *        QUARTER'S, ON THE NORMAL SCHEDULE - AND THIS RUN'S
      *        FIGURES ARE THEN WRITTEN AWAY FOR THE NEXT ONE. A
      *        RERUN ON THE SAME DATE REPLACES THAT DATE'S FIGURES.
      *      - 'SYSIN' FORMAT: THE MAXIMUM SPAN, COLUMNS 1-3 (DEFAULT
      *        12); THE TARGET NUMBER OF LAYERS, COLUMNS 5-6 (DEFAULT
      *        6).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT ESPNHST-FILE ASSIGN TO ESPNHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SPH-KEY
                FILE STATUS IS WS-ESPNHST-STATUS.

           SELECT SPAN-REPORT-FILE ASSIGN TO SPANRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SPANRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  ESPNHST-FILE.
       COPY ESPNHST.

       FD  SPAN-REPORT-FILE
           RECORDING MODE IS F.
       01  SPAN-REPORT-LINE             PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-MAXIMUM-SPAN           PIC X(3).
           05 FILLER                    PIC X(1).
           05 CC-TARGET-LAYERS          PIC X(2).
           05 FILLER                    PIC X(74).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-SEQUENCE-FLAG         PIC X(1)  VALUE 'N'.
             88 EXTRACT-OUT-OF-SEQUENCE         VALUE 'Y'.
          05 WS-ESPNHST-STATUS        PIC X(2).
             88 ESPNHST-OK                      VALUE '00'.
             88 ESPNHST-DUPLICATE               VALUE '22'.
          05 WS-SPANRPT-STATUS        PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-HST-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-HISTORY                  VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-MAXIMUM-SPAN          PIC 9(3)  VALUE 012.
          05 WS-TARGET-LAYERS         PIC 9(2)  VALUE 06.
      *    A CHAIN STILL CLIMBING AFTER THIS MANY STEPS CAN ONLY BE
      *    ONE THAT LOOPS BACK ON ITSELF.
          05 WS-MAX-CHAIN-STEPS       PIC 9(3)  USAGE IS BINARY
                                                 VALUE 50.
          05 WS-LAST-EMPLOYEE-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-NOT-LOADED-COUNT      PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MANAGER-COUNT         PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FLAGGED-COUNT         PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LOOP-COUNT            PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SNAPPED-COUNT         PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    EVERY ACTIVE EMPLOYEE ON THE EXTRACT, IN EMPLOYEE ID ORDER
      *    AS THE EXTRACT DELIVERS THEM - WHICH IS WHAT LETS EACH
      *    MANAGER BE FOUND BY HALVING THE TABLE RATHER THAN BY A
      *    FULL SCAN PER EMPLOYEE.
       01 WS-EMPLOYEE-TABLE.
          05 WS-ET-COUNT              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ET-IDX                PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ET-ENTRY OCCURS 20000 TIMES.
             10 WS-ET-EMPLOYEE-ID     PIC 9(8).
             10 WS-ET-MANAGER-ID      PIC 9(8).
             10 WS-ET-NAME            PIC X(38).
             10 WS-ET-MANAGER-IDX     PIC 9(5)  USAGE IS BINARY.
             10 WS-ET-DEPT-IDX        PIC 9(4)  USAGE IS BINARY.
             10 WS-ET-DIRECT          PIC 9(5)  USAGE IS BINARY.
             10 WS-ET-TOTAL           PIC 9(5)  USAGE IS BINARY.
             10 WS-ET-LAYER           PIC 9(3)  USAGE IS BINARY.
             10 WS-ET-LOOP-FLAG       PIC X(1).
                88 WS-ET-IN-LOOP                VALUE 'Y'.

      *    MANAGER LOOK-UP BY BINARY CHOP OVER THE EMPLOYEE TABLE.
       01 WS-CHOP-VARS.
          05 WS-CHOP-TARGET-ID        PIC 9(8)  VALUE ZEROES.
          05 WS-CHOP-LOW              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHOP-HIGH             PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHOP-MID              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHOP-FOUND-IDX        PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ONE EMPLOYEE'S CLIMB UP THEIR MANAGER CHAIN.
       01 WS-WALK-VARS.
          05 WS-WALK-IDX              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WALK-STEPS            PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    PER-DEPARTMENT FIGURES, WITH THE DIVISION EACH BELONGS TO.
       01 WS-DEPT-TABLE.
          05 WS-DC-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DC-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DC-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DC-ENTRY OCCURS 500 TIMES.
             10 WS-DC-DEPT-ID         PIC 9(8).
             10 WS-DC-DEPT-NAME       PIC X(38).
             10 WS-DC-DIV-IDX         PIC 9(4)  USAGE IS BINARY.
             10 WS-DC-STATS.
                15 WS-DC-EMPLOYEES    PIC 9(6)  USAGE IS BINARY.
                15 WS-DC-MANAGERS     PIC 9(5)  USAGE IS BINARY.
                15 WS-DC-DIRECT-SUM   PIC 9(7)  USAGE IS BINARY.
                15 WS-DC-MAX-LAYER    PIC 9(3)  USAGE IS BINARY.
                15 WS-DC-NARROW       PIC 9(5)  USAGE IS BINARY.
                15 WS-DC-WIDE         PIC 9(5)  USAGE IS BINARY.
                15 WS-DC-DEEP         PIC 9(6)  USAGE IS BINARY.

      *    PER-DIVISION FIGURES.
       01 WS-DIVISION-TABLE.
          05 WS-VC-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VC-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VC-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VC-ENTRY OCCURS 200 TIMES.
             10 WS-VC-DIV-ID          PIC 9(4).
             10 WS-VC-DIV-NAME        PIC X(30).
             10 WS-VC-STATS.
                15 WS-VC-EMPLOYEES    PIC 9(6)  USAGE IS BINARY.
                15 WS-VC-MANAGERS     PIC 9(5)  USAGE IS BINARY.
                15 WS-VC-DIRECT-SUM   PIC 9(7)  USAGE IS BINARY.
                15 WS-VC-MAX-LAYER    PIC 9(3)  USAGE IS BINARY.
                15 WS-VC-NARROW       PIC 9(5)  USAGE IS BINARY.
                15 WS-VC-WIDE         PIC 9(5)  USAGE IS BINARY.
                15 WS-VC-DEEP         PIC 9(6)  USAGE IS BINARY.

      *    THE WHOLE ORGANIZATION.
       01 WS-TOTAL-STATS.
          05 WS-TT-EMPLOYEES          PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TT-MANAGERS           PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TT-DIRECT-SUM         PIC 9(7)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TT-MAX-LAYER          PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TT-NARROW             PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TT-WIDE               PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TT-DEEP               PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE SCOPE (DEPARTMENT, DIVISION OR TOTAL) BEING PRINTED
      *    AND SNAPPED, WITH ITS PREVIOUS RUN FROM 'ESPNHST'.
       01 WS-SCOPE-WORK.
          05 WS-SC-TYPE               PIC X(1).
          05 WS-SC-ID                 PIC 9(8).
          05 WS-SC-NAME               PIC X(38).
          05 WS-SC-STATS.
             10 WS-SC-EMPLOYEES       PIC 9(6)  USAGE IS BINARY.
             10 WS-SC-MANAGERS        PIC 9(5)  USAGE IS BINARY.
             10 WS-SC-DIRECT-SUM      PIC 9(7)  USAGE IS BINARY.
             10 WS-SC-MAX-LAYER       PIC 9(3)  USAGE IS BINARY.
             10 WS-SC-NARROW          PIC 9(5)  USAGE IS BINARY.
             10 WS-SC-WIDE            PIC 9(5)  USAGE IS BINARY.
             10 WS-SC-DEEP            PIC 9(6)  USAGE IS BINARY.
          05 WS-SC-AVERAGE-SPAN       PIC 9(3)V99 VALUE ZEROES.
          05 WS-SC-PRIOR-FLAG         PIC X(1)  VALUE 'N'.
             88 WS-SC-PRIOR-FOUND               VALUE 'Y'.
          05 WS-SC-PRIOR-DATE         PIC X(8).
          05 WS-SC-PRIOR-MANAGERS     PIC 9(5)  VALUE ZEROES.
          05 WS-SC-PRIOR-SPAN         PIC 9(3)V99 VALUE ZEROES.
          05 WS-SC-SPAN-DELTA         PIC S9(3)V99 VALUE ZEROES.
          05 WS-SC-MANAGER-DELTA      PIC S9(5) VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(42)
             VALUE 'SPAN OF CONTROL AND LAYERS - MAXIMUM SPAN '.
          05 WS-RPT-HDG-MAX-SPAN      PIC ZZ9.
          05 FILLER                   PIC X(17)
             VALUE ', TARGET LAYERS '.
          05 WS-RPT-HDG-LAYERS        PIC Z9.
          05 FILLER                   PIC X(16) VALUE SPACES.

       01 WS-SECTION-HEADING.
          05 WS-RPT-SECTION-TITLE     PIC X(40).
          05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-MANAGER-COLUMN-HEADING.
          05 FILLER                   PIC X(34)
             VALUE '  EMP ID  MANAGER'.
          05 FILLER                   PIC X(30)
             VALUE '  DEPT ID  LYR DIRECT  TOTAL'.
          05 FILLER                   PIC X(16) VALUE 'FLAGS'.

       01 WS-MANAGER-DETAIL-LINE.
          05 WS-RPT-MG-EMP-ID         PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MG-NAME           PIC X(24).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-MG-DEPT-ID        PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MG-LAYER          PIC ZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MG-DIRECT         PIC Z(4)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MG-TOTAL          PIC Z(4)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MG-SPAN-FLAG      PIC X(6).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-MG-DEEP-FLAG      PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-MG-LOOP-FLAG      PIC X(4).

       01 WS-SCOPE-COLUMN-HEADING.
          05 FILLER                   PIC X(25) VALUE SPACES.
          05 FILLER                   PIC X(30)
             VALUE ' MGRS    SPAN  LYR NARR WIDE  '.
          05 FILLER                   PIC X(25)
             VALUE 'PRIOR RN SPN CHG MGR CHG'.

       01 WS-SCOPE-DETAIL-LINE.
          05 WS-RPT-SC-NAME           PIC X(24).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SC-MANAGERS       PIC Z(4)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SC-AVG-SPAN       PIC ZZ9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SC-LAYERS         PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SC-NARROW         PIC Z(3)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SC-WIDE           PIC Z(3)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SC-PRIOR-DATE     PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SC-SPAN-DELTA     PIC +ZZ9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SC-MGR-DELTA      PIC +(4)9.
          05 FILLER                   PIC X(3)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(32).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(40) VALUE SPACES.

      ******************************************************************
      *   EMPLOYEE MASTER RECORD, AS CARRIED ON THE NIGHTLY EXTRACT
      *   (SEE 'EEMPEXT.cpy').
      ******************************************************************
       COPY EMPMAST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-EMPLOYEE UNTIL END-OF-EMPMAST.

      *    FIGURES TAKEN FROM A SHORT, DAMAGED OR OUT-OF-ORDER
      *    EXTRACT ARE NEITHER PRINTED NOR WRITTEN AWAY AS THIS
      *    QUARTER'S HISTORY.
           IF EXTRACT-PROVEN AND NOT EXTRACT-OUT-OF-SEQUENCE
              PERFORM 3000-WALK-CHAINS
              PERFORM 4000-PRINT-MANAGERS
              PERFORM 5000-PRINT-SCOPES
              PERFORM 6000-PRODUCE-SUMMARY
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-MAXIMUM-SPAN IS NUMERIC AND
                       CC-MAXIMUM-SPAN IS NOT EQUAL TO ZEROES
                       MOVE CC-MAXIMUM-SPAN TO WS-MAXIMUM-SPAN
                    END-IF
                    IF CC-TARGET-LAYERS IS NUMERIC AND
                       CC-TARGET-LAYERS IS NOT EQUAL TO ZEROES
                       MOVE CC-TARGET-LAYERS TO WS-TARGET-LAYERS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'ESPANRPT - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ESPNHST-FILE.
           IF NOT ESPNHST-OK
              DISPLAY 'ESPANRPT - UNABLE TO OPEN ESPNHST, STATUS='
                 WS-ESPNHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SPAN-REPORT-FILE.

           MOVE WS-MAXIMUM-SPAN TO WS-RPT-HDG-MAX-SPAN.
           MOVE WS-TARGET-LAYERS TO WS-RPT-HDG-LAYERS.
           MOVE WS-REPORT-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST
              IF EXT-TRAILER
                 PERFORM 1150-CHECK-EXTRACT-TRAILER
                 SET END-OF-EMPMAST TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       1150-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-LOAD-EMPLOYEE.
      *    THE MANAGER LOOK-UP RELIES ON EMPLOYEE ID ORDER.
           IF EMP-EMPLOYEE-ID IS NOT GREATER THAN WS-LAST-EMPLOYEE-ID
              SET EXTRACT-OUT-OF-SEQUENCE TO TRUE
           END-IF.
           MOVE EMP-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID.

           IF EMP-ACTIVE THEN
              IF WS-ET-COUNT IS LESS THAN 20000 THEN
                 ADD 1 TO WS-ET-COUNT
                 MOVE WS-ET-COUNT TO WS-ET-IDX
                 MOVE EMP-EMPLOYEE-ID TO WS-ET-EMPLOYEE-ID(WS-ET-IDX)
                 MOVE EMP-MANAGER-ID TO WS-ET-MANAGER-ID(WS-ET-IDX)
                 MOVE EMP-PRIMARY-NAME TO WS-ET-NAME(WS-ET-IDX)
                 MOVE ZEROES TO WS-ET-MANAGER-IDX(WS-ET-IDX)
                 MOVE ZEROES TO WS-ET-DIRECT(WS-ET-IDX)
                 MOVE ZEROES TO WS-ET-TOTAL(WS-ET-IDX)
                 MOVE ZEROES TO WS-ET-LAYER(WS-ET-IDX)
                 MOVE 'N' TO WS-ET-LOOP-FLAG(WS-ET-IDX)
                 PERFORM 2100-FIND-DEPT-ENTRY
                 MOVE WS-DC-FOUND-IDX TO WS-ET-DEPT-IDX(WS-ET-IDX)
              ELSE
                 ADD 1 TO WS-NOT-LOADED-COUNT
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *    FINDS (OR ADDS) THE CURRENT EMPLOYEE'S DEPARTMENT, AND
      *    WITH A NEW ONE ITS DIVISION. A FULL TABLE LEAVES THE
      *    EMPLOYEE OUT OF THE DEPARTMENT FIGURES ONLY.
       2100-FIND-DEPT-ENTRY.
           MOVE ZEROES TO WS-DC-SCAN-IDX.
           MOVE ZEROES TO WS-DC-FOUND-IDX.

           PERFORM 2110-SCAN-NEXT-DEPT
              UNTIL WS-DC-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-DC-SCAN-IDX IS NOT LESS THAN WS-DC-COUNT.

           IF WS-DC-FOUND-IDX IS EQUAL TO ZEROES AND
              WS-DC-COUNT IS LESS THAN 500 THEN
              ADD 1 TO WS-DC-COUNT
              MOVE WS-DC-COUNT TO WS-DC-FOUND-IDX
              MOVE EMP-DEPARTMENT-ID TO WS-DC-DEPT-ID(WS-DC-COUNT)
              IF EXT-DEPT-FOUND
                 MOVE EXT-DEPARTMENT-NAME
                    TO WS-DC-DEPT-NAME(WS-DC-COUNT)
              ELSE
                 MOVE 'UNKNOWN DEPARTMENT'
                    TO WS-DC-DEPT-NAME(WS-DC-COUNT)
              END-IF
              INITIALIZE WS-DC-STATS(WS-DC-COUNT)
              PERFORM 2200-FIND-DIVISION-ENTRY
              MOVE WS-VC-FOUND-IDX TO WS-DC-DIV-IDX(WS-DC-COUNT)
           END-IF.

       2110-SCAN-NEXT-DEPT.
           ADD 1 TO WS-DC-SCAN-IDX.

           IF WS-DC-DEPT-ID(WS-DC-SCAN-IDX) IS EQUAL TO
              EMP-DEPARTMENT-ID
              MOVE WS-DC-SCAN-IDX TO WS-DC-FOUND-IDX
           END-IF.

      *    A DEPARTMENT NOT ON 'EDEPMST', OR WHOSE DIVISION IS NOT
      *    ON 'EDIVMST', FALLS UNDER DIVISION ZERO.
       2200-FIND-DIVISION-ENTRY.
           IF NOT EXT-DEPT-FOUND OR NOT EXT-DIV-FOUND
              MOVE ZEROES TO EXT-DIVISION-ID
              MOVE 'NO DIVISION' TO EXT-DIVISION-NAME
           END-IF.

           MOVE ZEROES TO WS-VC-SCAN-IDX.
           MOVE ZEROES TO WS-VC-FOUND-IDX.

           PERFORM 2210-SCAN-NEXT-DIVISION
              UNTIL WS-VC-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-VC-SCAN-IDX IS NOT LESS THAN WS-VC-COUNT.

           IF WS-VC-FOUND-IDX IS EQUAL TO ZEROES AND
              WS-VC-COUNT IS LESS THAN 200 THEN
              ADD 1 TO WS-VC-COUNT
              MOVE WS-VC-COUNT TO WS-VC-FOUND-IDX
              MOVE EXT-DIVISION-ID TO WS-VC-DIV-ID(WS-VC-COUNT)
              MOVE EXT-DIVISION-NAME TO WS-VC-DIV-NAME(WS-VC-COUNT)
              INITIALIZE WS-VC-STATS(WS-VC-COUNT)
           END-IF.

       2210-SCAN-NEXT-DIVISION.
           ADD 1 TO WS-VC-SCAN-IDX.

           IF WS-VC-DIV-ID(WS-VC-SCAN-IDX) IS EQUAL TO
              EXT-DIVISION-ID
              MOVE WS-VC-SCAN-IDX TO WS-VC-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
       CHAIN-WALK SECTION.
      *-----------------------------------------------------------------

      *    FIRST TIE EVERY EMPLOYEE TO THEIR MANAGER'S TABLE ENTRY,
      *    THEN CLIMB EACH ONE'S CHAIN TO THE TOP.
       3000-WALK-CHAINS.
           MOVE ZEROES TO WS-ET-IDX.
           PERFORM 3100-LINK-TO-MANAGER
              UNTIL WS-ET-IDX IS NOT LESS THAN WS-ET-COUNT.

           MOVE ZEROES TO WS-ET-IDX.
           PERFORM 3200-CLIMB-CHAIN
              UNTIL WS-ET-IDX IS NOT LESS THAN WS-ET-COUNT.

      *    A BLANK MANAGER, THE EMPLOYEE THEMSELVES, OR A MANAGER WHO
      *    IS NOT AN ACTIVE EMPLOYEE ALL LEAVE THE LINK AT ZERO - THE
      *    EMPLOYEE HEADS A CHAIN.
       3100-LINK-TO-MANAGER.
           ADD 1 TO WS-ET-IDX.

           IF WS-ET-MANAGER-ID(WS-ET-IDX) IS GREATER THAN ZEROES AND
              WS-ET-MANAGER-ID(WS-ET-IDX) IS NOT EQUAL TO
              WS-ET-EMPLOYEE-ID(WS-ET-IDX) THEN
              MOVE WS-ET-MANAGER-ID(WS-ET-IDX) TO WS-CHOP-TARGET-ID
              PERFORM 3150-CHOP-FOR-EMPLOYEE
              MOVE WS-CHOP-FOUND-IDX TO WS-ET-MANAGER-IDX(WS-ET-IDX)
           END-IF.

       3150-CHOP-FOR-EMPLOYEE.
           MOVE ZEROES TO WS-CHOP-FOUND-IDX.
           MOVE 1 TO WS-CHOP-LOW.
           MOVE WS-ET-COUNT TO WS-CHOP-HIGH.

           PERFORM 3160-CHOP-ONE-HALF
              UNTIL WS-CHOP-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-CHOP-LOW IS GREATER THAN WS-CHOP-HIGH.

       3160-CHOP-ONE-HALF.
           COMPUTE WS-CHOP-MID = (WS-CHOP-LOW + WS-CHOP-HIGH) / 2.

           EVALUATE TRUE
              WHEN WS-ET-EMPLOYEE-ID(WS-CHOP-MID) IS EQUAL TO
                   WS-CHOP-TARGET-ID
                 MOVE WS-CHOP-MID TO WS-CHOP-FOUND-IDX
              WHEN WS-ET-EMPLOYEE-ID(WS-CHOP-MID) IS LESS THAN
                   WS-CHOP-TARGET-ID
                 COMPUTE WS-CHOP-LOW = WS-CHOP-MID + 1
              WHEN OTHER
                 IF WS-CHOP-MID IS EQUAL TO 1
                    MOVE ZEROES TO WS-CHOP-HIGH
                 ELSE
                    COMPUTE WS-CHOP-HIGH = WS-CHOP-MID - 1
                 END-IF
           END-EVALUATE.

      *    THE EMPLOYEE COUNTS AS A DIRECT REPORT OF THEIR MANAGER AND
      *    AS ONE MORE TOTAL REPORT OF EVERY MANAGER ABOVE; THE STEPS
      *    TAKEN TO THE TOP GIVE THEIR LAYER.
       3200-CLIMB-CHAIN.
           ADD 1 TO WS-ET-IDX.

           MOVE WS-ET-MANAGER-IDX(WS-ET-IDX) TO WS-WALK-IDX.
           MOVE ZEROES TO WS-WALK-STEPS.

           IF WS-WALK-IDX IS GREATER THAN ZEROES
              ADD 1 TO WS-ET-DIRECT(WS-WALK-IDX)
           END-IF.

           PERFORM 3210-CLIMB-ONE-LEVEL
              UNTIL WS-WALK-IDX IS EQUAL TO ZEROES
                 OR WS-WALK-STEPS IS NOT LESS THAN WS-MAX-CHAIN-STEPS.

           COMPUTE WS-ET-LAYER(WS-ET-IDX) = WS-WALK-STEPS + 1.

           IF WS-WALK-IDX IS GREATER THAN ZEROES
              SET WS-ET-IN-LOOP(WS-ET-IDX) TO TRUE
              ADD 1 TO WS-LOOP-COUNT
           END-IF.

       3210-CLIMB-ONE-LEVEL.
           ADD 1 TO WS-ET-TOTAL(WS-WALK-IDX).
           ADD 1 TO WS-WALK-STEPS.
           MOVE WS-ET-MANAGER-IDX(WS-WALK-IDX) TO WS-WALK-IDX.

      *-----------------------------------------------------------------
       MANAGER-REPORT SECTION.
      *-----------------------------------------------------------------

      *    ONE LINE PER MANAGER; EVERY EMPLOYEE, MANAGER OR NOT, ALSO
      *    FEEDS THEIR DEPARTMENT, DIVISION AND ORGANIZATION FIGURES.
       4000-PRINT-MANAGERS.
           MOVE 'MANAGERS' TO WS-RPT-SECTION-TITLE.
           MOVE WS-SECTION-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-MANAGER-COLUMN-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE ZEROES TO WS-ET-IDX.
           PERFORM 4100-TALLY-EMPLOYEE
              UNTIL WS-ET-IDX IS NOT LESS THAN WS-ET-COUNT.

       4100-TALLY-EMPLOYEE.
           ADD 1 TO WS-ET-IDX.
           MOVE WS-ET-DEPT-IDX(WS-ET-IDX) TO WS-DC-FOUND-IDX.
           IF WS-DC-FOUND-IDX IS GREATER THAN ZEROES
              MOVE WS-DC-DIV-IDX(WS-DC-FOUND-IDX) TO WS-VC-FOUND-IDX
           ELSE
              MOVE ZEROES TO WS-VC-FOUND-IDX
           END-IF.

           ADD 1 TO WS-TT-EMPLOYEES.
           IF WS-ET-LAYER(WS-ET-IDX) IS GREATER THAN WS-TT-MAX-LAYER
              MOVE WS-ET-LAYER(WS-ET-IDX) TO WS-TT-MAX-LAYER
           END-IF.
           IF WS-ET-LAYER(WS-ET-IDX) IS GREATER THAN WS-TARGET-LAYERS
              ADD 1 TO WS-TT-DEEP
           END-IF.

           IF WS-DC-FOUND-IDX IS GREATER THAN ZEROES
              ADD 1 TO WS-DC-EMPLOYEES(WS-DC-FOUND-IDX)
              IF WS-ET-LAYER(WS-ET-IDX) IS GREATER THAN
                 WS-DC-MAX-LAYER(WS-DC-FOUND-IDX)
                 MOVE WS-ET-LAYER(WS-ET-IDX)
                    TO WS-DC-MAX-LAYER(WS-DC-FOUND-IDX)
              END-IF
              IF WS-ET-LAYER(WS-ET-IDX) IS GREATER THAN
                 WS-TARGET-LAYERS
                 ADD 1 TO WS-DC-DEEP(WS-DC-FOUND-IDX)
              END-IF
           END-IF.

           IF WS-VC-FOUND-IDX IS GREATER THAN ZEROES
              ADD 1 TO WS-VC-EMPLOYEES(WS-VC-FOUND-IDX)
              IF WS-ET-LAYER(WS-ET-IDX) IS GREATER THAN
                 WS-VC-MAX-LAYER(WS-VC-FOUND-IDX)
                 MOVE WS-ET-LAYER(WS-ET-IDX)
                    TO WS-VC-MAX-LAYER(WS-VC-FOUND-IDX)
              END-IF
              IF WS-ET-LAYER(WS-ET-IDX) IS GREATER THAN
                 WS-TARGET-LAYERS
                 ADD 1 TO WS-VC-DEEP(WS-VC-FOUND-IDX)
              END-IF
           END-IF.

           IF WS-ET-DIRECT(WS-ET-IDX) IS GREATER THAN ZEROES
              PERFORM 4200-PRINT-MANAGER-LINE
           END-IF.

       4200-PRINT-MANAGER-LINE.
           ADD 1 TO WS-MANAGER-COUNT.

           MOVE WS-ET-EMPLOYEE-ID(WS-ET-IDX) TO WS-RPT-MG-EMP-ID.
           MOVE WS-ET-NAME(WS-ET-IDX) TO WS-RPT-MG-NAME.
           IF WS-DC-FOUND-IDX IS GREATER THAN ZEROES
              MOVE WS-DC-DEPT-ID(WS-DC-FOUND-IDX) TO WS-RPT-MG-DEPT-ID
           ELSE
              MOVE ZEROES TO WS-RPT-MG-DEPT-ID
           END-IF.
           MOVE WS-ET-LAYER(WS-ET-IDX) TO WS-RPT-MG-LAYER.
           MOVE WS-ET-DIRECT(WS-ET-IDX) TO WS-RPT-MG-DIRECT.
           MOVE WS-ET-TOTAL(WS-ET-IDX) TO WS-RPT-MG-TOTAL.
           MOVE SPACES TO WS-RPT-MG-SPAN-FLAG.
           MOVE SPACES TO WS-RPT-MG-DEEP-FLAG.
           MOVE SPACES TO WS-RPT-MG-LOOP-FLAG.

           ADD 1 TO WS-TT-MANAGERS.
           ADD WS-ET-DIRECT(WS-ET-IDX) TO WS-TT-DIRECT-SUM.
           IF WS-DC-FOUND-IDX IS GREATER THAN ZEROES
              ADD 1 TO WS-DC-MANAGERS(WS-DC-FOUND-IDX)
              ADD WS-ET-DIRECT(WS-ET-IDX)
                 TO WS-DC-DIRECT-SUM(WS-DC-FOUND-IDX)
           END-IF.
           IF WS-VC-FOUND-IDX IS GREATER THAN ZEROES
              ADD 1 TO WS-VC-MANAGERS(WS-VC-FOUND-IDX)
              ADD WS-ET-DIRECT(WS-ET-IDX)
                 TO WS-VC-DIRECT-SUM(WS-VC-FOUND-IDX)
           END-IF.

           IF WS-ET-DIRECT(WS-ET-IDX) IS LESS THAN 3
              MOVE 'NARROW' TO WS-RPT-MG-SPAN-FLAG
              ADD 1 TO WS-TT-NARROW
              IF WS-DC-FOUND-IDX IS GREATER THAN ZEROES
                 ADD 1 TO WS-DC-NARROW(WS-DC-FOUND-IDX)
              END-IF
              IF WS-VC-FOUND-IDX IS GREATER THAN ZEROES
                 ADD 1 TO WS-VC-NARROW(WS-VC-FOUND-IDX)
              END-IF
           END-IF.

           IF WS-ET-DIRECT(WS-ET-IDX) IS GREATER THAN WS-MAXIMUM-SPAN
              MOVE 'WIDE' TO WS-RPT-MG-SPAN-FLAG
              ADD 1 TO WS-TT-WIDE
              IF WS-DC-FOUND-IDX IS GREATER THAN ZEROES
                 ADD 1 TO WS-DC-WIDE(WS-DC-FOUND-IDX)
              END-IF
              IF WS-VC-FOUND-IDX IS GREATER THAN ZEROES
                 ADD 1 TO WS-VC-WIDE(WS-VC-FOUND-IDX)
              END-IF
           END-IF.

      *    A MANAGER AT OR BELOW THE TARGET LAYER HAS REPORTS BEYOND
      *    IT.
           IF WS-ET-LAYER(WS-ET-IDX) IS NOT LESS THAN WS-TARGET-LAYERS
              MOVE 'DEEP' TO WS-RPT-MG-DEEP-FLAG
           END-IF.

           IF WS-ET-IN-LOOP(WS-ET-IDX)
              MOVE 'LOOP' TO WS-RPT-MG-LOOP-FLAG
           END-IF.

           IF WS-RPT-MG-SPAN-FLAG IS NOT EQUAL TO SPACES OR
              WS-RPT-MG-DEEP-FLAG IS NOT EQUAL TO SPACES OR
              WS-RPT-MG-LOOP-FLAG IS NOT EQUAL TO SPACES
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

           MOVE WS-MANAGER-DETAIL-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SCOPE-REPORT SECTION.
      *-----------------------------------------------------------------

      *    DEPARTMENTS, THEN DIVISIONS, THEN THE ORGANIZATION - EACH
      *    PRINTED AGAINST ITS PREVIOUS RUN AND SNAPPED FOR THE NEXT.
       5000-PRINT-SCOPES.
           MOVE SPACES TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE 'AVERAGE SPAN BY DEPARTMENT' TO WS-RPT-SECTION-TITLE.
           MOVE WS-SECTION-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-SCOPE-COLUMN-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE ZEROES TO WS-DC-SCAN-IDX.
           PERFORM 5100-PRINT-DEPARTMENT
              UNTIL WS-DC-SCAN-IDX IS NOT LESS THAN WS-DC-COUNT.

           MOVE SPACES TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE 'AVERAGE SPAN BY DIVISION' TO WS-RPT-SECTION-TITLE.
           MOVE WS-SECTION-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-SCOPE-COLUMN-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE ZEROES TO WS-VC-SCAN-IDX.
           PERFORM 5200-PRINT-DIVISION
              UNTIL WS-VC-SCAN-IDX IS NOT LESS THAN WS-VC-COUNT.

           MOVE SPACES TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE 'ORGANIZATION' TO WS-RPT-SECTION-TITLE.
           MOVE WS-SECTION-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-SCOPE-COLUMN-HEADING TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'T' TO WS-SC-TYPE.
           MOVE ZEROES TO WS-SC-ID.
           MOVE 'ALL EMPLOYEES' TO WS-SC-NAME.
           MOVE WS-TOTAL-STATS TO WS-SC-STATS.
           PERFORM 5300-REPORT-SCOPE.

       5100-PRINT-DEPARTMENT.
           ADD 1 TO WS-DC-SCAN-IDX.

           MOVE 'D' TO WS-SC-TYPE.
           MOVE WS-DC-DEPT-ID(WS-DC-SCAN-IDX) TO WS-SC-ID.
           MOVE WS-DC-DEPT-NAME(WS-DC-SCAN-IDX) TO WS-SC-NAME.
           MOVE WS-DC-STATS(WS-DC-SCAN-IDX) TO WS-SC-STATS.
           PERFORM 5300-REPORT-SCOPE.

       5200-PRINT-DIVISION.
           ADD 1 TO WS-VC-SCAN-IDX.

           MOVE 'V' TO WS-SC-TYPE.
           MOVE WS-VC-DIV-ID(WS-VC-SCAN-IDX) TO WS-SC-ID.
           MOVE WS-VC-DIV-NAME(WS-VC-SCAN-IDX) TO WS-SC-NAME.
           MOVE WS-VC-STATS(WS-VC-SCAN-IDX) TO WS-SC-STATS.
           PERFORM 5300-REPORT-SCOPE.

       5300-REPORT-SCOPE.
           IF WS-SC-MANAGERS IS GREATER THAN ZEROES
              COMPUTE WS-SC-AVERAGE-SPAN ROUNDED =
                 WS-SC-DIRECT-SUM / WS-SC-MANAGERS
           ELSE
              MOVE ZEROES TO WS-SC-AVERAGE-SPAN
           END-IF.

           PERFORM 5400-FIND-PRIOR-RUN.

           MOVE WS-SC-NAME TO WS-RPT-SC-NAME.
           MOVE WS-SC-MANAGERS TO WS-RPT-SC-MANAGERS.
           MOVE WS-SC-AVERAGE-SPAN TO WS-RPT-SC-AVG-SPAN.
           MOVE WS-SC-MAX-LAYER TO WS-RPT-SC-LAYERS.
           MOVE WS-SC-NARROW TO WS-RPT-SC-NARROW.
           MOVE WS-SC-WIDE TO WS-RPT-SC-WIDE.

           IF WS-SC-PRIOR-FOUND
              MOVE WS-SC-PRIOR-DATE TO WS-RPT-SC-PRIOR-DATE
              COMPUTE WS-SC-SPAN-DELTA =
                 WS-SC-AVERAGE-SPAN - WS-SC-PRIOR-SPAN
              COMPUTE WS-SC-MANAGER-DELTA =
                 WS-SC-MANAGERS - WS-SC-PRIOR-MANAGERS
           ELSE
              MOVE 'NO PRIOR' TO WS-RPT-SC-PRIOR-DATE
              MOVE ZEROES TO WS-SC-SPAN-DELTA
              MOVE ZEROES TO WS-SC-MANAGER-DELTA
           END-IF.
           MOVE WS-SC-SPAN-DELTA TO WS-RPT-SC-SPAN-DELTA.
           MOVE WS-SC-MANAGER-DELTA TO WS-RPT-SC-MGR-DELTA.

           MOVE WS-SCOPE-DETAIL-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 5500-SNAPSHOT-SCOPE.

      *    THE LATEST RUN FOR THIS SCOPE BEFORE TODAY - A SCOPE'S
      *    RUNS READ BACK OLDEST FIRST, SO THE LAST ONE SEEN WINS.
       5400-FIND-PRIOR-RUN.
           MOVE 'N' TO WS-SC-PRIOR-FLAG.
           MOVE 'N' TO WS-HST-EOF-FLAG.
           MOVE WS-SC-TYPE TO SPH-SCOPE-TYPE.
           MOVE WS-SC-ID TO SPH-SCOPE-ID.
           MOVE LOW-VALUES TO SPH-RUN-DATE.

           START ESPNHST-FILE KEY IS NOT LESS THAN SPH-KEY
              INVALID KEY
                 SET END-OF-HISTORY TO TRUE
           END-START.

           PERFORM 5410-READ-NEXT-HISTORY
              UNTIL END-OF-HISTORY.

       5410-READ-NEXT-HISTORY.
           READ ESPNHST-FILE NEXT RECORD
              AT END
                 SET END-OF-HISTORY TO TRUE
           END-READ.

           IF NOT END-OF-HISTORY THEN
              IF SPH-SCOPE-TYPE IS NOT EQUAL TO WS-SC-TYPE OR
                 SPH-SCOPE-ID IS NOT EQUAL TO WS-SC-ID OR
                 SPH-RUN-DATE IS NOT LESS THAN WS-TODAY
                 SET END-OF-HISTORY TO TRUE
              ELSE
                 SET WS-SC-PRIOR-FOUND TO TRUE
                 MOVE SPH-RUN-DATE TO WS-SC-PRIOR-DATE
                 MOVE SPH-MANAGER-COUNT TO WS-SC-PRIOR-MANAGERS
                 MOVE SPH-AVERAGE-SPAN TO WS-SC-PRIOR-SPAN
              END-IF
           END-IF.

      *    A RERUN ON THE SAME DATE REPLACES THE EARLIER FIGURES.
       5500-SNAPSHOT-SCOPE.
           INITIALIZE SPAN-HISTORY-RECORD.
           MOVE WS-SC-TYPE TO SPH-SCOPE-TYPE.
           MOVE WS-SC-ID TO SPH-SCOPE-ID.
           MOVE WS-TODAY TO SPH-RUN-DATE.
           MOVE WS-SC-EMPLOYEES TO SPH-EMPLOYEE-COUNT.
           MOVE WS-SC-MANAGERS TO SPH-MANAGER-COUNT.
           MOVE WS-SC-AVERAGE-SPAN TO SPH-AVERAGE-SPAN.
           MOVE WS-SC-MAX-LAYER TO SPH-MAX-LAYERS.
           MOVE WS-SC-NARROW TO SPH-NARROW-COUNT.
           MOVE WS-SC-WIDE TO SPH-WIDE-COUNT.
           MOVE WS-SC-DEEP TO SPH-DEEP-COUNT.
           MOVE WS-MAXIMUM-SPAN TO SPH-MAXIMUM-SPAN.
           MOVE WS-TARGET-LAYERS TO SPH-TARGET-LAYERS.

           WRITE SPAN-HISTORY-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

           IF ESPNHST-DUPLICATE
              REWRITE SPAN-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY 'ESPANRPT - REWRITE FAILED, KEY=' SPH-KEY
              END-REWRITE
           END-IF.

           ADD 1 TO WS-SNAPPED-COUNT.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       6000-PRODUCE-SUMMARY.
           MOVE SPACES TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIVE EMPLOYEES ANALYSED ......' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-ET-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'MANAGERS .......................' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-MANAGER-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'MANAGERS FLAGGED ...............' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'EMPLOYEES BEYOND TARGET LAYERS .' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-TT-DEEP TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'EMPLOYEES IN LOOPING CHAINS ....' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-LOOP-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'EMPLOYEES NOT LOADED (TABLE) ...' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-NOT-LOADED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPAN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE SPAN-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ESPANRPT' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) OR ONE OUT OF EMPLOYEE ID ORDER
      *    FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'ESPANRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.
           IF EXTRACT-OUT-OF-SEQUENCE
              DISPLAY 'ESPANRPT - EMPEXT NOT IN EMPLOYEE ID ORDER'
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ESPANRPT' TO RLG-JOB-NAME.
           MOVE WS-EXTRACT-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-SNAPPED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-FLAGGED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ESPANRPT - EMPLOYEES ANALYSED: ' WS-ET-COUNT.
           DISPLAY 'ESPANRPT - MANAGERS:           ' WS-MANAGER-COUNT.
           DISPLAY 'ESPANRPT - MANAGERS FLAGGED:   ' WS-FLAGGED-COUNT.
           DISPLAY 'ESPANRPT - SCOPES SNAPPED:     ' WS-SNAPPED-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE ESPNHST-FILE.
           CLOSE SPAN-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
