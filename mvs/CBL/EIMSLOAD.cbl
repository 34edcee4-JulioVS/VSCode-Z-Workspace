       IDENTIFICATION DIVISION.
       PROGRAM-ID. EIMSLOAD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - IMS DEPARTMENT DATABASE RELOAD.
      *      - DL/I BATCH PROGRAM (RUN UNDER 'DFSRRC00' WITH THE LOAD
      *        PSB 'EIMSLOAD', PROCOPT=L - SEE THE 'EIMSGEN' JOB) THAT
      *        LOADS THE FRESHLY DEFINED 'EDEPTDB' HDAM DATABASE FROM
      *        THE FLAT 'IMSXTR' SEGMENT FILE 'EIMSXTR' HAS JUST
      *        WRITTEN - ONE 'DEPT' ROOT PER DEPARTMENT, FOLLOWED BY
      *        ITS 'EMPL' CHILDREN, IN THE ORDER THE EXTRACT HOLDS
      *        THEM.
      *      - RUNS NIGHTLY AS PART OF THE 'EIMSXTR' JOB, SO THE
      *        'EIMSINQ' INQUIRY TRANSACTION ALWAYS ANSWERS FROM LAST
      *        NIGHT'S 'EMPMAST' AND 'EDEPMST'.
      *      - A ROOT THAT WILL NOT INSERT IS REPORTED AND ITS
      *        CHILDREN SKIPPED (THEY WOULD OTHERWISE LAND UNDER THE
      *        PREVIOUS DEPARTMENT); ANY OTHER BAD STATUS STOPS THE
      *        LOAD. EITHER WAY THE STEP ENDS RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMS-EXTRACT-FILE ASSIGN TO IMSXTR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-IMSXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMS-EXTRACT-FILE
           RECORDING MODE IS V.
       01  IMS-EXTRACT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-IMSXTR-STATUS         PIC X(2).
             88 IMSXTR-OK                       VALUE '00'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-IMSXTR                   VALUE 'Y'.
          05 WS-SKIP-FLAG             PIC X(1)  VALUE 'N'.
             88 SKIPPING-CHILDREN               VALUE 'Y'.
          05 WS-DEPT-LOADED-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EMP-LOADED-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      ******************************************************************
      *   DL/I CALL FUNCTIONS.
      ******************************************************************
       01 WS-DLI-FUNCTIONS.
          05 DLI-ISRT                 PIC X(4)  VALUE 'ISRT'.

      ******************************************************************
      *   UNQUALIFIED SSAS - A LOAD INSERTS EACH SEGMENT BY NAME ALONE,
      *   IN HIERARCHIC SEQUENCE.
      ******************************************************************
       01 SSA-UNQUAL-DEPT             PIC X(9)  VALUE 'DEPT     '.
       01 SSA-UNQUAL-EMPL             PIC X(9)  VALUE 'EMPL     '.

      ******************************************************************
      *   EXTRACT SEGMENT LAYOUTS (SEE 'EIMSSEG.cpy') AND THE
      *   DATABASE SEGMENT I/O AREAS (SEE 'EIMSDBS.cpy').
      ******************************************************************
       COPY EIMSSEG.
       COPY EIMSDBS.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.

       LINKAGE SECTION.
      ******************************************************************
      *   DB PCB MASK FOR 'EDEPTDB'.
      ******************************************************************
       01 EDEPTDB-PCB.
          05 DBDNAME                  PIC X(8).
          05 SEGMENT-LEVEL            PIC X(2).
          05 STATUS-CODE              PIC X(2).
          05 PROCOPT                  PIC X(4).
          05 RESERVED                 PIC S9(5) COMPUTATIONAL.
          05 SEGMENT-NAME             PIC X(8).
          05 KFBAREA-KEY-LENGTH       PIC S9(5) COMPUTATIONAL.
          05 NUMBER-OF-SENSEGS        PIC S9(5) COMPUTATIONAL.
          05 KFBAREA                  PIC X(16).

       PROCEDURE DIVISION USING EDEPTDB-PCB.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-SEGMENT UNTIL END-OF-IMSXTR.
           PERFORM 9000-TERMINATE.

           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT IMS-EXTRACT-FILE.
           IF NOT IMSXTR-OK
              DISPLAY 'EIMSLOAD - UNABLE TO OPEN IMSXTR, STATUS='
                 WS-IMSXTR-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 1100-READ-NEXT-SEGMENT.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-SEGMENT.
           READ IMS-EXTRACT-FILE
              AT END
                 SET END-OF-IMSXTR TO TRUE
           END-READ.

           IF NOT END-OF-IMSXTR
              ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    THE SEGMENT CODE SITS RIGHT AFTER THE 2-BYTE 'LL' PREFIX.
       2000-LOAD-SEGMENT.
           EVALUATE IMS-EXTRACT-RECORD(3:4)
           WHEN 'DEPT'
                PERFORM 2100-LOAD-DEPARTMENT
           WHEN 'EMPL'
                IF NOT SKIPPING-CHILDREN
                   PERFORM 2200-LOAD-EMPLOYEE
                END-IF
           WHEN OTHER
                DISPLAY 'EIMSLOAD - UNKNOWN SEGMENT CODE, RECORD='
                   WS-READ-COUNT
                ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-SEGMENT.

       2100-LOAD-DEPARTMENT.
           MOVE IMS-EXTRACT-RECORD(1:LENGTH OF DEPT-SEGMENT-RECORD)
              TO DEPT-SEGMENT-RECORD.
           MOVE DEPT-SEG-DEPARTMENT-ID TO IDP-DEPARTMENT-ID.
           MOVE DEPT-SEG-DEPARTMENT-NAME TO IDP-DEPARTMENT-NAME.
           MOVE DEPT-SEG-COST-CENTER TO IDP-COST-CENTER.

           CALL 'CBLTDLI' USING DLI-ISRT,
                                EDEPTDB-PCB,
                                DEPT-DB-SEGMENT,
                                SSA-UNQUAL-DEPT.

           IF STATUS-CODE OF EDEPTDB-PCB IS EQUAL TO SPACES
              MOVE 'N' TO WS-SKIP-FLAG
              ADD 1 TO WS-DEPT-LOADED-COUNT
           ELSE
              DISPLAY 'EIMSLOAD - DEPT INSERT FAILED, STATUS='
                 STATUS-CODE OF EDEPTDB-PCB ', DEPT='
                 IDP-DEPARTMENT-ID
              SET SKIPPING-CHILDREN TO TRUE
              ADD 1 TO WS-ERROR-COUNT
              PERFORM 2900-CHECK-LOAD-STATUS
           END-IF.

       2200-LOAD-EMPLOYEE.
           MOVE IMS-EXTRACT-RECORD(1:LENGTH OF EMP-SEGMENT-RECORD)
              TO EMP-SEGMENT-RECORD.
           MOVE EMP-SEG-EMPLOYEE-ID TO IEM-EMPLOYEE-ID.
           MOVE EMP-SEG-PRIMARY-NAME TO IEM-PRIMARY-NAME.
           MOVE EMP-SEG-JOB-TITLE TO IEM-JOB-TITLE.
           MOVE EMP-SEG-START-DATE TO IEM-START-DATE.
           MOVE EMP-SEG-MANAGER-ID TO IEM-MANAGER-ID.

           CALL 'CBLTDLI' USING DLI-ISRT,
                                EDEPTDB-PCB,
                                EMPL-DB-SEGMENT,
                                SSA-UNQUAL-EMPL.

           IF STATUS-CODE OF EDEPTDB-PCB IS EQUAL TO SPACES
              ADD 1 TO WS-EMP-LOADED-COUNT
           ELSE
              DISPLAY 'EIMSLOAD - EMPL INSERT FAILED, STATUS='
                 STATUS-CODE OF EDEPTDB-PCB ', EMP='
                 IEM-EMPLOYEE-ID
              ADD 1 TO WS-ERROR-COUNT
              PERFORM 2900-CHECK-LOAD-STATUS
           END-IF.

      *    A DUPLICATE ('LB') OR OUT-OF-SEQUENCE ('LC'/'LD'/'LE')
      *    SEGMENT IS THE EXTRACT'S PROBLEM AND IS SKIPPED; ANYTHING
      *    ELSE MEANS THE DATABASE ITSELF IS IN TROUBLE - STOP HERE.
       2900-CHECK-LOAD-STATUS.
           EVALUATE STATUS-CODE OF EDEPTDB-PCB
           WHEN 'LB'
           WHEN 'LC'
           WHEN 'LD'
           WHEN 'LE'
                CONTINUE
           WHEN OTHER
                DISPLAY 'EIMSLOAD - LOAD ABANDONED AT RECORD '
                   WS-READ-COUNT
                SET END-OF-IMSXTR TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EIMSLOAD' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-DEPT-LOADED-COUNT + WS-EMP-LOADED-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EIMSLOAD - EXTRACT RECORDS READ:    ' WS-READ-COUNT.
           DISPLAY 'EIMSLOAD - DEPARTMENT ROOTS LOADED: '
              WS-DEPT-LOADED-COUNT.
           DISPLAY 'EIMSLOAD - EMPLOYEE CHILDREN LOADED: '
              WS-EMP-LOADED-COUNT.
           DISPLAY 'EIMSLOAD - SEGMENTS IN ERROR:       '
              WS-ERROR-COUNT.

           CLOSE IMS-EXTRACT-FILE.

           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 8 TO RETURN-CODE
           END-IF.
