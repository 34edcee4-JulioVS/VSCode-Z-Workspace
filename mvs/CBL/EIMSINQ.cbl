       IDENTIFICATION DIVISION.
       PROGRAM-ID. EIMSINQ.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - IMS DEPARTMENT/EMPLOYEE INQUIRY TRANSACTION.
      *      - IMS MESSAGE PROCESSING PROGRAM (TRANSACTION 'EDEPINQ',
      *        PSB 'EIMSINQ' - SEE THE 'EIMSGEN' JOB) ANSWERING
      *        INQUIRIES FROM IMS TERMINALS AGAINST THE 'EDEPTDB'
      *        DATABASE THAT 'EIMSLOAD' RELOADS EVERY NIGHT FROM THE
      *        'EIMSXTR' EXTRACT - SO THE IMS SHOP CAN LOOK PEOPLE UP
      *        WITHOUT SIGNING ON TO OUR CICS REGION.
      *      - INPUT MESSAGE (FIXED COLUMNS AFTER THE TRANSACTION
      *        CODE):
      *           EDEPINQ DEPT NNNNNNNN [SSSSSSSS]
      *              - LISTS THE DEPARTMENT'S ACTIVE EMPLOYEES, A PAGE
      *                AT A TIME; THE OPTIONAL SECOND NUMBER RESUMES
      *                THE LIST AFTER THAT EMPLOYEE ID.
      *           EDEPINQ EMPL NNNNNNNN
      *              - SHOWS ONE EMPLOYEE'S DETAILS AND DEPARTMENT.
      *      - EVERY MESSAGE IS CHECKED AGAINST THE 'EREGUSR'
      *        REGISTERED-USER TABLE BY THE IMS SIGN-ON USER ID: THE
      *        USER MUST BE REGISTERED AND ACTIVE, AND ONLY MANAGER,
      *        ADMINISTRATOR AND AUDITOR CATEGORIES MAY SEE AN
      *        INDIVIDUAL EMPLOYEE'S DETAILS - THE SAME SPLIT OUR OWN
      *        SCREENS MAKE.
      *      - THE REPLY IS ONE OR MORE 79-BYTE LINE SEGMENTS INSERTED
      *        TO THE I/O PCB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REG-USER-ID
                FILE STATUS IS WS-EREGUSR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EREGUSR-FILE.
       COPY EREGUSR.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EREGUSR-STATUS        PIC X(2).
             88 EREGUSR-OK                      VALUE '00'.
          05 WS-QUEUE-FLAG            PIC X(1)  VALUE 'N'.
             88 QUEUE-EMPTY                     VALUE 'Y'.
          05 WS-ACCESS-FLAG           PIC X(1).
             88 ACCESS-GRANTED                  VALUE 'Y'.
          05 WS-LIST-COUNT            PIC 9(4)  USAGE IS BINARY.
          05 WS-LAST-LISTED-ID        PIC 9(8).
          05 WS-LIST-COUNT-EDIT       PIC Z(3)9.
          05 WS-DEPARTMENT-NAME       PIC X(38).
      *    HOW MANY EMPLOYEES ONE REPLY LISTS BEFORE OFFERING THE NEXT
      *    PAGE - SIZED FOR A 24-LINE TERMINAL.
          05 WS-PAGE-SIZE             PIC 9(4)  USAGE IS BINARY
                                                 VALUE 15.

      ******************************************************************
      *   DL/I CALL FUNCTIONS.
      ******************************************************************
       01 WS-DLI-FUNCTIONS.
          05 DLI-GU                   PIC X(4)  VALUE 'GU  '.
          05 DLI-GNP                  PIC X(4)  VALUE 'GNP '.
          05 DLI-ISRT                 PIC X(4)  VALUE 'ISRT'.

      ******************************************************************
      *   INPUT MESSAGE SEGMENT.
      ******************************************************************
       01 INPUT-MESSAGE-SEGMENT.
          05 IMQ-LL                   PIC S9(4) COMP.
          05 IMQ-ZZ                   PIC X(2).
          05 IMQ-TRANCODE             PIC X(8).
          05 FILLER                   PIC X(1).
          05 IMQ-FUNCTION             PIC X(4).
             88 IMQ-DEPARTMENT-LIST             VALUE 'DEPT'.
             88 IMQ-EMPLOYEE-DETAIL             VALUE 'EMPL'.
          05 FILLER                   PIC X(1).
          05 IMQ-KEY                  PIC X(8).
          05 IMQ-KEY-NUM REDEFINES IMQ-KEY
                                      PIC 9(8).
          05 FILLER                   PIC X(1).
          05 IMQ-START-AFTER          PIC X(8).
          05 IMQ-START-AFTER-NUM REDEFINES IMQ-START-AFTER
                                      PIC 9(8).
          05 FILLER                   PIC X(40).

      ******************************************************************
      *   OUTPUT MESSAGE SEGMENT - ONE REPLY LINE.
      ******************************************************************
       01 OUTPUT-MESSAGE-SEGMENT.
          05 IMO-LL                   PIC S9(4) COMP VALUE 83.
          05 IMO-ZZ                   PIC X(2)  VALUE LOW-VALUES.
          05 IMO-TEXT                 PIC X(79).

       01 WS-DEPARTMENT-LINE.
          05 FILLER                   PIC X(11) VALUE 'DEPARTMENT '.
          05 WS-DPL-DEPARTMENT-ID     PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-DPL-DEPARTMENT-NAME   PIC X(38).
          05 FILLER                   PIC X(4)  VALUE ' CC '.
          05 WS-DPL-COST-CENTER       PIC X(8).
          05 FILLER                   PIC X(8)  VALUE SPACES.

       01 WS-LIST-HEADING-LINE.
          05 FILLER                   PIC X(10) VALUE 'EMP ID'.
          05 FILLER                   PIC X(32) VALUE 'NAME'.
          05 FILLER                   PIC X(37) VALUE 'JOB TITLE'.

       01 WS-LIST-DETAIL-LINE.
          05 WS-LDL-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-LDL-PRIMARY-NAME      PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-LDL-JOB-TITLE         PIC X(37).

       01 WS-MORE-LINE.
          05 FILLER                   PIC X(29)
             VALUE 'MORE - FOR THE NEXT PAGE KEY '.
          05 FILLER                   PIC X(13) VALUE 'EDEPINQ DEPT '.
          05 WS-MRL-DEPARTMENT-ID     PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-MRL-LAST-ID           PIC 9(8).
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WS-END-LINE.
          05 FILLER                   PIC X(18)
             VALUE 'END OF DEPARTMENT '.
          05 FILLER                   PIC X(1)  VALUE '-'.
          05 WS-ENL-COUNT             PIC Z(3)9.
          05 FILLER                   PIC X(56)
             VALUE ' EMPLOYEE(S) LISTED ON THIS PAGE'.

       01 WS-EMPLOYEE-LINE-1.
          05 FILLER                   PIC X(9)  VALUE 'EMPLOYEE '.
          05 WS-EL1-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-EL1-PRIMARY-NAME      PIC X(38).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-EMPLOYEE-LINE-2.
          05 FILLER                   PIC X(11) VALUE 'JOB TITLE: '.
          05 WS-EL2-JOB-TITLE         PIC X(38).
          05 FILLER                   PIC X(30) VALUE SPACES.

       01 WS-EMPLOYEE-LINE-3.
          05 FILLER                   PIC X(12) VALUE 'DEPARTMENT: '.
          05 WS-EL3-DEPARTMENT-ID     PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-EL3-DEPARTMENT-NAME   PIC X(38).
          05 FILLER                   PIC X(19) VALUE SPACES.

       01 WS-EMPLOYEE-LINE-4.
          05 FILLER                   PIC X(9)  VALUE 'STARTED: '.
          05 WS-EL4-START-DATE        PIC X(8).
          05 FILLER                   PIC X(13) VALUE '   MANAGER: '.
          05 WS-EL4-MANAGER-ID        PIC 9(8).
          05 FILLER                   PIC X(41) VALUE SPACES.

       01 WS-DB-ERROR-LINE.
          05 FILLER                   PIC X(26)
             VALUE 'DATABASE ERROR - STATUS '.
          05 WS-DEL-STATUS            PIC X(2).
          05 FILLER                   PIC X(51)
             VALUE ' - PLEASE REPORT IT TO THE EMPLOYEE APP SUPPORT'.

      ******************************************************************
      *   SSAS - FULLY QUALIFIED, INCLUDING NULL COMMAND CODES.
      ******************************************************************
       01 SSA-UNQUAL-DEPT             PIC X(9)  VALUE 'DEPT     '.
       01 SSA-UNQUAL-EMPL             PIC X(9)  VALUE 'EMPL     '.

       01 SSA-QUAL-DEPT.
          05 FILLER                   PIC X(8)  VALUE 'DEPT    '.
          05 FILLER                   PIC X(1)  VALUE '*'.
          05 FILLER                   PIC X(4)  VALUE '----'.
          05 FILLER                   PIC X(1)  VALUE '('.
          05 FILLER                   PIC X(8)  VALUE 'DEPTID  '.
          05 FILLER                   PIC X(2)  VALUE '= '.
          05 SSA-DEPT-ID              PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE ')'.

       01 SSA-QUAL-EMPL.
          05 FILLER                   PIC X(8)  VALUE 'EMPL    '.
          05 FILLER                   PIC X(1)  VALUE '*'.
          05 FILLER                   PIC X(4)  VALUE '----'.
          05 FILLER                   PIC X(1)  VALUE '('.
          05 FILLER                   PIC X(8)  VALUE 'EMPID   '.
          05 SSA-EMPL-OPERATOR        PIC X(2)  VALUE '= '.
          05 SSA-EMPL-ID              PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE ')'.

      ******************************************************************
      *   DATABASE SEGMENT I/O AREAS (SEE 'EIMSDBS.cpy').
      ******************************************************************
       COPY EIMSDBS.

       LINKAGE SECTION.
      ******************************************************************
      *   PCB MASKS - THE I/O PCB, THEN THE 'EDEPTDB' DB PCB.
      ******************************************************************
       01 IO-PCB.
          05 IO-LTERM                 PIC X(8).
          05 FILLER                   PIC X(2).
          05 IO-STATUS-CODE           PIC X(2).
          05 IO-CURRENT-DATE          PIC X(4).
          05 IO-CURRENT-TIME          PIC X(4).
          05 IO-SEQ-NO                PIC X(4).
          05 IO-MOD-NAME              PIC X(8).
          05 IO-USER-ID               PIC X(8).

       01 EDEPTDB-PCB.
          05 DBDNAME                  PIC X(8).
          05 SEGMENT-LEVEL            PIC X(2).
          05 STATUS-CODE              PIC X(2).
          05 PROCOPT                  PIC X(4).
          05 RESERVED                 PIC S9(5) COMPUTATIONAL.
          05 SEGMENT-NAME             PIC X(8).
          05 KFBAREA-KEY-LENGTH       PIC S9(5) COMPUTATIONAL.
          05 NUMBER-OF-SENSEGS        PIC S9(5) COMPUTATIONAL.
          05 KFBAREA.
             10 KFB-DEPARTMENT-ID     PIC 9(8).
             10 KFB-EMPLOYEE-ID       PIC 9(8).

       PROCEDURE DIVISION USING IO-PCB, EDEPTDB-PCB.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MESSAGE UNTIL QUEUE-EMPTY.
           PERFORM 9000-TERMINATE.

           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

      *    WITHOUT THE USER TABLE NOBODY CAN BE CHECKED, SO NOTHING IS
      *    ANSWERED - THE MESSAGES STAY QUEUED FOR THE NEXT SCHEDULE.
       1000-INITIALIZE.
           OPEN INPUT EREGUSR-FILE.
           IF NOT EREGUSR-OK
              DISPLAY 'EIMSINQ - UNABLE TO OPEN EREGUSR, STATUS='
                 WS-EREGUSR-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-MESSAGE.
           CALL 'CBLTDLI' USING DLI-GU,
                                IO-PCB,
                                INPUT-MESSAGE-SEGMENT.

           EVALUATE IO-STATUS-CODE
           WHEN SPACES
                CONTINUE
           WHEN 'QC'
                SET QUEUE-EMPTY TO TRUE
                EXIT PARAGRAPH
           WHEN OTHER
                DISPLAY 'EIMSINQ - MESSAGE GU FAILED, STATUS='
                   IO-STATUS-CODE
                SET QUEUE-EMPTY TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 2100-CHECK-ACCESS.

           IF NOT ACCESS-GRANTED
              EXIT PARAGRAPH
           END-IF.

           IF IMQ-KEY IS NOT NUMERIC
              MOVE 'PLEASE KEY AN 8-DIGIT DEPARTMENT OR EMPLOYEE ID'
                 TO IMO-TEXT
              PERFORM 8000-INSERT-REPLY-LINE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN IMQ-DEPARTMENT-LIST
                PERFORM 3000-DEPARTMENT-INQUIRY
           WHEN IMQ-EMPLOYEE-DETAIL
                PERFORM 4000-EMPLOYEE-INQUIRY
           END-EVALUATE.

      *    THE IMS SIGN-ON ID MUST BE AN ACTIVE 'EREGUSR' USER; AN
      *    EMPLOYEE'S DETAILS ARE FOR MANAGERS, ADMINISTRATORS AND
      *    AUDITORS ONLY.
       2100-CHECK-ACCESS.
           MOVE 'N' TO WS-ACCESS-FLAG.

           IF NOT IMQ-DEPARTMENT-LIST AND NOT IMQ-EMPLOYEE-DETAIL
              MOVE 'USE: EDEPINQ DEPT NNNNNNNN [SSSSSSSS] OR EDEPINQ EMP
      -            'L NNNNNNNN'
                 TO IMO-TEXT
              PERFORM 8000-INSERT-REPLY-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE IO-USER-ID TO REG-USER-ID.
           READ EREGUSR-FILE
              INVALID KEY
                 MOVE SPACES TO REG-STATUS
           END-READ.

           IF NOT EREGUSR-OK OR NOT REG-ST-ACTIVE
              MOVE 'NOT AUTHORIZED - YOUR USER ID IS NOT AN ACTIVE EMPLO
      -            'YEE APP USER'
                 TO IMO-TEXT
              PERFORM 8000-INSERT-REPLY-LINE
              EXIT PARAGRAPH
           END-IF.

           IF IMQ-EMPLOYEE-DETAIL AND
              NOT (REG-CT-MANAGER OR REG-CT-ADMINISTRATOR OR
                   REG-CT-AUDITOR)
              MOVE 'NOT AUTHORIZED - EMPLOYEE DETAILS NEED MANAGER OR AU
      -            'DITOR ACCESS'
                 TO IMO-TEXT
              PERFORM 8000-INSERT-REPLY-LINE
              EXIT PARAGRAPH
           END-IF.

           SET ACCESS-GRANTED TO TRUE.

      *-----------------------------------------------------------------
       DEPARTMENT-INQUIRY SECTION.
      *-----------------------------------------------------------------

       3000-DEPARTMENT-INQUIRY.
           MOVE IMQ-KEY-NUM TO SSA-DEPT-ID.

           CALL 'CBLTDLI' USING DLI-GU,
                                EDEPTDB-PCB,
                                DEPT-DB-SEGMENT,
                                SSA-QUAL-DEPT.

           EVALUATE STATUS-CODE
           WHEN SPACES
                CONTINUE
           WHEN 'GE'
                MOVE 'DEPARTMENT NOT FOUND' TO IMO-TEXT
                PERFORM 8000-INSERT-REPLY-LINE
                EXIT PARAGRAPH
           WHEN OTHER
                PERFORM 8900-DATABASE-ERROR
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE IDP-DEPARTMENT-ID TO WS-DPL-DEPARTMENT-ID.
           MOVE IDP-DEPARTMENT-NAME TO WS-DPL-DEPARTMENT-NAME.
           MOVE IDP-COST-CENTER TO WS-DPL-COST-CENTER.
           MOVE WS-DEPARTMENT-LINE TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

           MOVE WS-LIST-HEADING-LINE TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

      *    A RESUMED LIST STARTS AFTER THE LAST EMPLOYEE ALREADY SHOWN.
           IF IMQ-START-AFTER IS NUMERIC
              MOVE '> ' TO SSA-EMPL-OPERATOR
              MOVE IMQ-START-AFTER-NUM TO SSA-EMPL-ID
           ELSE
              MOVE '>=' TO SSA-EMPL-OPERATOR
              MOVE ZEROES TO SSA-EMPL-ID
           END-IF.

           MOVE ZEROES TO WS-LIST-COUNT.
           MOVE ZEROES TO WS-LAST-LISTED-ID.
           MOVE SPACES TO STATUS-CODE.

           PERFORM 3100-LIST-NEXT-EMPLOYEE
              UNTIL STATUS-CODE IS NOT EQUAL TO SPACES
                 OR WS-LIST-COUNT IS NOT LESS THAN WS-PAGE-SIZE.

           IF STATUS-CODE IS NOT EQUAL TO SPACES AND
              STATUS-CODE IS NOT EQUAL TO 'GE'
              PERFORM 8900-DATABASE-ERROR
              EXIT PARAGRAPH
           END-IF.

      *    A FULL PAGE ONLY OFFERS A NEXT ONE IF SOMEBODY IS LEFT.
           IF WS-LIST-COUNT IS NOT LESS THAN WS-PAGE-SIZE
              MOVE '> ' TO SSA-EMPL-OPERATOR
              MOVE WS-LAST-LISTED-ID TO SSA-EMPL-ID
              CALL 'CBLTDLI' USING DLI-GNP,
                                   EDEPTDB-PCB,
                                   EMPL-DB-SEGMENT,
                                   SSA-QUAL-EMPL
           END-IF.

           IF WS-LIST-COUNT IS NOT LESS THAN WS-PAGE-SIZE AND
              STATUS-CODE IS EQUAL TO SPACES
              MOVE IDP-DEPARTMENT-ID TO WS-MRL-DEPARTMENT-ID
              MOVE WS-LAST-LISTED-ID TO WS-MRL-LAST-ID
              MOVE WS-MORE-LINE TO IMO-TEXT
           ELSE
              MOVE WS-LIST-COUNT TO WS-ENL-COUNT
              MOVE WS-END-LINE TO IMO-TEXT
           END-IF.
           PERFORM 8000-INSERT-REPLY-LINE.

       3100-LIST-NEXT-EMPLOYEE.
           CALL 'CBLTDLI' USING DLI-GNP,
                                EDEPTDB-PCB,
                                EMPL-DB-SEGMENT,
                                SSA-QUAL-EMPL.

           IF STATUS-CODE IS NOT EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           MOVE IEM-EMPLOYEE-ID TO WS-LAST-LISTED-ID.
           MOVE IEM-EMPLOYEE-ID TO WS-LDL-EMPLOYEE-ID.
           MOVE IEM-PRIMARY-NAME TO WS-LDL-PRIMARY-NAME.
           MOVE IEM-JOB-TITLE TO WS-LDL-JOB-TITLE.
           MOVE WS-LIST-DETAIL-LINE TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

      *-----------------------------------------------------------------
       EMPLOYEE-INQUIRY SECTION.
      *-----------------------------------------------------------------

      *    THE EMPLOYEE ID IS NOT THE ROOT KEY, SO THE GU SEARCHES
      *    EVERY DEPARTMENT FOR IT; THE KEY FEEDBACK AREA THEN SAYS
      *    WHICH DEPARTMENT IT WAS FOUND UNDER.
       4000-EMPLOYEE-INQUIRY.
           MOVE '= ' TO SSA-EMPL-OPERATOR.
           MOVE IMQ-KEY-NUM TO SSA-EMPL-ID.

           CALL 'CBLTDLI' USING DLI-GU,
                                EDEPTDB-PCB,
                                EMPL-DB-SEGMENT,
                                SSA-UNQUAL-DEPT,
                                SSA-QUAL-EMPL.

           EVALUATE STATUS-CODE
           WHEN SPACES
                CONTINUE
           WHEN 'GE'
                MOVE 'EMPLOYEE NOT FOUND - ONLY ACTIVE EMPLOYEES ARE HEL
      -              'D' TO IMO-TEXT
                PERFORM 8000-INSERT-REPLY-LINE
                EXIT PARAGRAPH
           WHEN OTHER
                PERFORM 8900-DATABASE-ERROR
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE KFB-DEPARTMENT-ID TO SSA-DEPT-ID.
           MOVE SPACES TO WS-DEPARTMENT-NAME.

           CALL 'CBLTDLI' USING DLI-GU,
                                EDEPTDB-PCB,
                                DEPT-DB-SEGMENT,
                                SSA-QUAL-DEPT.

           IF STATUS-CODE IS EQUAL TO SPACES
              MOVE IDP-DEPARTMENT-NAME TO WS-DEPARTMENT-NAME
           END-IF.

           MOVE IEM-EMPLOYEE-ID TO WS-EL1-EMPLOYEE-ID.
           MOVE IEM-PRIMARY-NAME TO WS-EL1-PRIMARY-NAME.
           MOVE WS-EMPLOYEE-LINE-1 TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

           MOVE IEM-JOB-TITLE TO WS-EL2-JOB-TITLE.
           MOVE WS-EMPLOYEE-LINE-2 TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

           MOVE SSA-DEPT-ID TO WS-EL3-DEPARTMENT-ID.
           MOVE WS-DEPARTMENT-NAME TO WS-EL3-DEPARTMENT-NAME.
           MOVE WS-EMPLOYEE-LINE-3 TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

           MOVE IEM-START-DATE TO WS-EL4-START-DATE.
           MOVE IEM-MANAGER-ID TO WS-EL4-MANAGER-ID.
           MOVE WS-EMPLOYEE-LINE-4 TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

      *-----------------------------------------------------------------
       REPLY SECTION.
      *-----------------------------------------------------------------

       8000-INSERT-REPLY-LINE.
           CALL 'CBLTDLI' USING DLI-ISRT,
                                IO-PCB,
                                OUTPUT-MESSAGE-SEGMENT.

           IF IO-STATUS-CODE IS NOT EQUAL TO SPACES
              DISPLAY 'EIMSINQ - REPLY ISRT FAILED, STATUS='
                 IO-STATUS-CODE ', LTERM=' IO-LTERM
           END-IF.

           MOVE SPACES TO IMO-TEXT.

      *    THE TERMINAL GETS A ONE-LINE APOLOGY; THE PCB IS LOGGED
      *    FOR SUPPORT, THE SAME FIELDS THE IMS SKELETONS DUMP.
       8900-DATABASE-ERROR.
           DISPLAY 'EIMSINQ - DL/I CALL FAILED, USER=' IO-USER-ID.
           DISPLAY 'DBDNAME = ' DBDNAME.
           DISPLAY 'SEGMENT-LEVEL = ' SEGMENT-LEVEL.
           DISPLAY 'STATUS-CODE = ' STATUS-CODE.
           DISPLAY 'SEGMENT-NAME = ' SEGMENT-NAME.
           DISPLAY 'KFBAREA = ' KFBAREA.

           MOVE STATUS-CODE TO WS-DEL-STATUS.
           MOVE WS-DB-ERROR-LINE TO IMO-TEXT.
           PERFORM 8000-INSERT-REPLY-LINE.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.
           CLOSE EREGUSR-FILE.
