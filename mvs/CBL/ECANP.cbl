       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECANP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'CANDIDATE PIPELINE' PROGRAM.
      *      - THE APPLICANTS FOR ONE 'EREQSTN' REQUISITION (KEYED AS
      *        DEPARTMENT PLUS REQUISITION NUMBER) AND WHERE EACH ONE
      *        HAS GOT TO:
      *          - ACTION 'A' ADDS AN APPLICANT (NAMES AND SOURCE) TO
      *            AN APPROVED, STILL-OPEN REQUISITION.
      *          - ACTION 'S' MOVES A CANDIDATE (BY NUMBER) ON TO A
      *            LATER STAGE - 'S'CREENED, 'I'NTERVIEWED, 'O'FFERED,
      *            'A'CCEPTED - OR 'D'ECLINED FROM ANY OPEN STAGE. AN
      *            OFFER CARRIES THE PROPOSED START DATE (AND
      *            EMPLOYMENT TYPE); ONLY AN OFFERED CANDIDATE CAN
      *            ACCEPT, AND ONLY ONE PER REQUISITION.
      *          - AN OFFER ALSO TAKES THE CANDIDATE'S DATE OF BIRTH
      *            AND GOVERNMENT ID NUMBER (CHECKED FOR FORM ONLY -
      *            'EHIRLOAD' REJECTS ONE ALREADY HELD); NEITHER IS
      *            EVER SHOWN BACK.
      *        EVERY STAGE REACHED IS DATED ON THE RECORD.
      *      - AN ACCEPTED OFFER IS TURNED INTO AN 'EHIRLOAD' INPUT
      *        RECORD BY 'ECANHIR', SO THE HIRE ARRIVES PRE-FILLED AND
      *        FILLS THIS REQUISITION.
      *      - THE KEYED REQUISITION'S CANDIDATES ARE ALWAYS LISTED.
      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY
      *        USERS, THE SAME AS 'EREQP'.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ECAN' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - CANDIDATE MAPSET.
      *      - CANDIDATE CONTAINER.
      *      - CANDIDATE FILE RECORD.
      *      - REQUISITION FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ECANMAP.
       COPY ECANCTR.
       COPY ECANDID.
       COPY EREQSTN.
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
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-CND-BROWSE           VALUE 'E'.
          05 WS-REQ-FOUND-FLAG    PIC X(1).
             88 REQUISITION-FOUND           VALUE 'Y'.
          05 WS-ACCEPTED-FLAG     PIC X(1).
             88 OFFER-ALREADY-ACCEPTED      VALUE 'Y'.
          05 WS-NEXT-CAND-NO      PIC 9(4)  VALUE ZEROES.
          05 WS-NEW-STAGE         PIC X(1).
          05 WS-RANK              PIC 9(1).
          05 WS-OLD-RANK          PIC 9(1).
          05 WS-NEW-RANK          PIC 9(1).
          05 WS-SOURCE            PIC X(2).
          05 WS-EMPLOYMENT-TYPE   PIC X(2).
             88 WS-EMPLOYMENT-TYPE-VALID    VALUE 'FT' 'PT' 'TM'
                                                  'SE' 'CT' SPACES.
          05 WS-MINIMUM-AGE-DATE  PIC 9(8)  VALUE ZEROES.
          05 WS-GOVT-ID           PIC X(15).
          05 WS-GOVID-LENGTH      PIC 9(2)  USAGE IS BINARY.
          05 WS-GOVID-SPACES      PIC 9(2)  USAGE IS BINARY.
          05 WS-GOVID-CHARACTERS  PIC X(15).
          05 WS-STAGE-TEXT        PIC X(11).
          05 WS-STAGE-DATE        PIC X(8).
          05 WS-REQ-STATUS-TEXT   PIC X(9).
          05 WS-REQ-TITLE-LINE    PIC X(60).
          05 WS-CAND-LINE         PIC X(72).
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
                CONTAINER(APP-CANDID-CONTAINER-NAME)
                CHANNEL(APP-CANDID-CHANNEL-NAME)
                INTO (CANDIDATE-CONTAINER)
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
                MOVE 'Error Retrieving Candidate Container!'
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

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Candidates!'
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
           INITIALIZE CANDIDATE-CONTAINER.
           INITIALIZE CANDIDATE-RECORD.
           INITIALIZE REQUISITION-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ECANMO.

           MOVE 'Welcome to the Candidate Pipeline screen!'
              TO WS-MESSAGE.
           SET CNC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-CANDID-MAP-NAME)
                MAPSET(APP-CANDID-MAPSET-NAME)
                INTO (ECANMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-CANDIDATE-ACTION
                PERFORM 3000-LIST-CANDIDATES
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
                PERFORM 3000-LIST-CANDIDATES
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-CANDIDATE-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-CANDIDATE-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF DEPTIDL IS GREATER THAN ZERO THEN
              IF DEPTIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Department Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO DEPTIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE DEPTIDI TO CNC-SCOPE-DEPARTMENT-ID
           END-IF.

           IF REQNOL IS GREATER THAN ZERO THEN
              IF REQNOI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Requisition No Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO REQNOL
                 EXIT PARAGRAPH
              END-IF
              MOVE REQNOI TO CNC-SCOPE-REQUISITION-NO
           END-IF.

           IF CNC-SCOPE-DEPARTMENT-ID IS EQUAL TO ZEROES OR
              CNC-SCOPE-REQUISITION-NO IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter Department And Req No!'
                 TO WS-MESSAGE
              MOVE -1 TO DEPTIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-READ-REQUISITION.

           IF NOT REQUISITION-FOUND THEN
              MOVE 'No Requisition With That Number!' TO WS-MESSAGE
              MOVE -1 TO REQNOL
              EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
           WHEN LOW-VALUES
                MOVE 'Candidates Displayed!' TO WS-MESSAGE
           WHEN 'A'
                PERFORM 2200-ADD-CANDIDATE
           WHEN 'S'
                PERFORM 2300-MOVE-CANDIDATE-STAGE
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A Or S!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2150-READ-REQUISITION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-READ-REQUISITION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-REQ-FOUND-FLAG.
           MOVE SPACES TO WS-REQ-TITLE-LINE.
           MOVE CNC-SCOPE-DEPARTMENT-ID TO RQN-DEPARTMENT-ID.
           MOVE CNC-SCOPE-REQUISITION-NO TO RQN-REQUISITION-NO.

           EXEC CICS READ
                FILE(APP-REQSTN-FILE-NAME)
                RIDFLD(RQN-KEY)
                INTO (REQUISITION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           SET REQUISITION-FOUND TO TRUE.

           EVALUATE TRUE
           WHEN RQN-PENDING
                MOVE 'Pending' TO WS-REQ-STATUS-TEXT
           WHEN RQN-APPROVED
                MOVE 'Open' TO WS-REQ-STATUS-TEXT
           WHEN RQN-FILLED
                MOVE 'Filled' TO WS-REQ-STATUS-TEXT
           WHEN RQN-CANCELLED
                MOVE 'Cancelled' TO WS-REQ-STATUS-TEXT
           WHEN OTHER
                MOVE SPACES TO WS-REQ-STATUS-TEXT
           END-EVALUATE.

           STRING RQN-JOB-TITLE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-REQ-STATUS-TEXT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              RQN-APPROVED-DATE DELIMITED BY SIZE
              INTO WS-REQ-TITLE-LINE.

      *    APPLICANTS ARE ONLY TAKEN AGAINST AN OPENING THAT HAS BEEN
      *    APPROVED AND IS STILL UNFILLED.
       2200-ADD-CANDIDATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ADD-CANDIDATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT RQN-APPROVED THEN
              MOVE 'That Requisition Is Not Open!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF PNAMEL IS EQUAL TO ZERO OR PNAMEI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Primary Name!'
                 TO WS-MESSAGE
              MOVE -1 TO PNAMEL
              EXIT PARAGRAPH
           END-IF.

           IF FNAMEL IS EQUAL TO ZERO OR FNAMEI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Full Name!'
                 TO WS-MESSAGE
              MOVE -1 TO FNAMEL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(SOURCEI) TO WS-SOURCE.
           MOVE WS-SOURCE TO CND-SOURCE.
           IF SOURCEL IS EQUAL TO ZERO OR NOT CND-SRC-VALID THEN
              MOVE 'Validation Error: Source Must Be RF/AG/JB/WB/IN/OT!'
                 TO WS-MESSAGE
              MOVE -1 TO SOURCEL
              EXIT PARAGRAPH
           END-IF.

      *    NEXT NUMBER = HIGHEST ON FILE FOR THE REQUISITION PLUS ONE.
           PERFORM 2250-FIND-NEXT-NUMBER.

           INITIALIZE CANDIDATE-RECORD.
           MOVE CNC-SCOPE-DEPARTMENT-ID TO CND-DEPARTMENT-ID.
           MOVE CNC-SCOPE-REQUISITION-NO TO CND-REQUISITION-NO.
           MOVE WS-NEXT-CAND-NO TO CND-CANDIDATE-NO.
           MOVE FUNCTION TRIM(PNAMEI) TO CND-PRIMARY-NAME.
           MOVE FUNCTION TRIM(FNAMEI) TO CND-FULL-NAME.
           IF HONORL IS GREATER THAN ZERO THEN
              MOVE FUNCTION TRIM(HONORI) TO CND-HONORIFIC
           END-IF.
           IF SNAMEL IS GREATER THAN ZERO AND
              SNAMEI IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION TRIM(SNAMEI) TO CND-SHORT-NAME
           ELSE
              MOVE CND-PRIMARY-NAME TO CND-SHORT-NAME
           END-IF.
           MOVE WS-SOURCE TO CND-SOURCE.
           SET CND-STAGE-APPLIED TO TRUE.
           MOVE SPACES TO CND-STAGE-DATES.
           MOVE WS-TODAY TO CND-APPLIED-DATE.
           MOVE SPACES TO CND-OFFER-START-DATE.
           MOVE SPACES TO CND-EMPLOYMENT-TYPE.
           MOVE CNC-USER-ID TO CND-LAST-UPDATED-BY.
           MOVE ZEROES TO CND-HIRED-EMPLOYEE-ID.

           EXEC CICS WRITE
                FILE(APP-CANDID-FILE-NAME)
                RIDFLD(CND-KEY)
                FROM (CANDIDATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Candidate ' DELIMITED BY SIZE
                 CND-CANDIDATE-NO DELIMITED BY SIZE
                 ' Added To The Pipeline!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
           ELSE
              MOVE 'Error Writing Candidate!' TO WS-MESSAGE
           END-IF.

       2250-FIND-NEXT-NUMBER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-FIND-NEXT-NUMBER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-NEXT-CAND-NO.
           INITIALIZE WS-BROWSE-FLAG.
           MOVE CNC-SCOPE-DEPARTMENT-ID TO CND-DEPARTMENT-ID.
           MOVE CNC-SCOPE-REQUISITION-NO TO CND-REQUISITION-NO.
           MOVE ZEROES TO CND-CANDIDATE-NO.

           EXEC CICS STARTBR
                FILE(APP-CANDID-FILE-NAME)
                RIDFLD(CND-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 2260-SCAN-NEXT-NUMBER UNTIL END-OF-CND-BROWSE
              EXEC CICS ENDBR
                   FILE(APP-CANDID-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           ADD 1 TO WS-NEXT-CAND-NO.

       2260-SCAN-NEXT-NUMBER.
           EXEC CICS READNEXT
                FILE(APP-CANDID-FILE-NAME)
                RIDFLD(CND-KEY)
                INTO (CANDIDATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CND-DEPARTMENT-ID IS NOT EQUAL TO
              CNC-SCOPE-DEPARTMENT-ID OR
              CND-REQUISITION-NO IS NOT EQUAL TO
              CNC-SCOPE-REQUISITION-NO
              SET END-OF-CND-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF CND-STAGE-ACCEPTED THEN
              SET OFFER-ALREADY-ACCEPTED TO TRUE
           END-IF.

           MOVE CND-CANDIDATE-NO TO WS-NEXT-CAND-NO.

      *    A CANDIDATE ONLY EVER MOVES FORWARD (STAGES MAY BE
      *    SKIPPED), EXCEPT THAT 'DECLINED' CLOSES ANY OPEN STAGE.
      *    ACCEPTED AND DECLINED ARE FINAL.
       2300-MOVE-CANDIDATE-STAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-MOVE-CANDIDATE-STAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF CANDNOL IS EQUAL TO ZERO OR CANDNOI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Enter The Candidate No!'
                 TO WS-MESSAGE
              MOVE -1 TO CANDNOL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(STAGEI) TO WS-NEW-STAGE.
           MOVE WS-NEW-STAGE TO CND-STAGE.
           IF STAGEL IS EQUAL TO ZERO OR
              CND-STAGE-APPLIED OR
              NOT (CND-STAGE-SCREENED OR CND-STAGE-INTERVIEWED OR
                   CND-STAGE-OFFERED OR CND-STAGE-ACCEPTED OR
                   CND-STAGE-DECLINED) THEN
              MOVE 'Validation Error: Stage Must Be S/I/O/A/D!'
                 TO WS-MESSAGE
              MOVE -1 TO STAGEL
              EXIT PARAGRAPH
           END-IF.
           PERFORM 2350-RANK-STAGE.
           MOVE WS-RANK TO WS-NEW-RANK.

      *    ONE ACCEPTED OFFER FILLS THE OPENING - CHECKED BEFORE THE
      *    CANDIDATE IS READ FOR UPDATE, SINCE IT BROWSES THE SAME
      *    FILE.
           IF WS-NEW-STAGE IS EQUAL TO 'A' THEN
              IF NOT RQN-APPROVED THEN
                 MOVE 'That Requisition Is Not Open!' TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-ACCEPTED-FLAG
              PERFORM 2250-FIND-NEXT-NUMBER
              IF OFFER-ALREADY-ACCEPTED THEN
                 MOVE 'That Requisition Already Has An Accepted Offer!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-NEW-STAGE IS EQUAL TO 'O' THEN
              IF STRTDTL IS EQUAL TO ZERO OR
                 STRTDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Start Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO STRTDTL
                 EXIT PARAGRAPH
              END-IF
              IF STRTDTI IS LESS THAN WS-TODAY THEN
                 MOVE 'Validation Error: Start Date Is In The Past!'
                    TO WS-MESSAGE
                 MOVE -1 TO STRTDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-EMPLOYMENT-TYPE
              IF ETYPEL IS GREATER THAN ZERO THEN
                 MOVE FUNCTION UPPER-CASE(ETYPEI) TO WS-EMPLOYMENT-TYPE
              END-IF
              IF NOT WS-EMPLOYMENT-TYPE-VALID THEN
                 MOVE 'Validation Error: Type Must Be FT/PT/TM/SE/CT!'
                    TO WS-MESSAGE
                 MOVE -1 TO ETYPEL
                 EXIT PARAGRAPH
              END-IF
      *       DATE OF BIRTH IS TAKEN WITH THE OFFER AND TRAVELS WITH
      *       THE HIRE RECORD - NO OFFER TO ANYONE UNDER WORKING AGE
      *       ON THE DAY THEY WOULD START.
              IF BRTHDTL IS EQUAL TO ZERO OR
                 BRTHDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Date of Birth Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO BRTHDTL
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(BRTHDTI)) IS NOT EQUAL TO 0
                 MOVE 'Validation Error: Date of Birth Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO BRTHDTL
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-MINIMUM-AGE-DATE =
                 FUNCTION NUMVAL(BRTHDTI)
               + APP-MINIMUM-HIRE-AGE * 10000
              IF FUNCTION NUMVAL(STRTDTI) < WS-MINIMUM-AGE-DATE THEN
                 MOVE 'Validation Error: Under Minimum Working Age!'
                    TO WS-MESSAGE
                 MOVE -1 TO BRTHDTL
                 EXIT PARAGRAPH
              END-IF
      *       SO IS THE GOVERNMENT ID - ONLY ITS FORM IS CHECKED
      *       HERE; WHETHER IT IS ALREADY HELD IS SETTLED AT HIRE.
              MOVE SPACES TO WS-GOVT-ID
              IF GOVIDL IS GREATER THAN ZERO AND
                 GOVIDI IS NOT EQUAL TO SPACES THEN
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GOVIDI))
                    TO WS-GOVT-ID
              END-IF
              IF WS-GOVT-ID IS EQUAL TO SPACES THEN
                 MOVE 'Validation Error: Government ID is required!'
                    TO WS-MESSAGE
                 MOVE -1 TO GOVIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE ZEROES TO WS-GOVID-SPACES
              COMPUTE WS-GOVID-LENGTH =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-GOVT-ID TRAILING))
              INSPECT WS-GOVT-ID(1:WS-GOVID-LENGTH)
                 TALLYING WS-GOVID-SPACES FOR ALL SPACES
              MOVE WS-GOVT-ID TO WS-GOVID-CHARACTERS
              INSPECT WS-GOVID-CHARACTERS
                 CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
                         TO SPACES
              IF WS-GOVID-LENGTH IS LESS THAN APP-GOVID-MINIMUM-LENGTH
                 OR WS-GOVID-SPACES IS GREATER THAN ZERO
                 OR WS-GOVID-CHARACTERS IS NOT EQUAL TO SPACES THEN
                 MOVE 'Validation Error: Government ID Is Not Valid!'
                    TO WS-MESSAGE
                 MOVE -1 TO GOVIDL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE CNC-SCOPE-DEPARTMENT-ID TO CND-DEPARTMENT-ID.
           MOVE CNC-SCOPE-REQUISITION-NO TO CND-REQUISITION-NO.
           MOVE CANDNOI TO CND-CANDIDATE-NO.

           EXEC CICS READ
                FILE(APP-CANDID-FILE-NAME)
                RIDFLD(CND-KEY)
                INTO (CANDIDATE-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'No Candidate With That Number!' TO WS-MESSAGE
              MOVE -1 TO CANDNOL
              EXIT PARAGRAPH
           END-IF.

           IF CND-STAGE-CLOSED THEN
              MOVE 'That Candidate Is Closed - No More Changes!'
                 TO WS-MESSAGE
              PERFORM 2390-RELEASE-CANDIDATE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2350-RANK-STAGE.
           MOVE WS-RANK TO WS-OLD-RANK.

           IF WS-NEW-STAGE IS NOT EQUAL TO 'D' AND
              WS-NEW-RANK IS NOT GREATER THAN WS-OLD-RANK THEN
              MOVE 'That Candidate Is Already At Or Past That Stage!'
                 TO WS-MESSAGE
              PERFORM 2390-RELEASE-CANDIDATE
              EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-STAGE IS EQUAL TO 'A' AND
              NOT CND-STAGE-OFFERED THEN
              MOVE 'That Candidate Has Not Been Offered The Post!'
                 TO WS-MESSAGE
              PERFORM 2390-RELEASE-CANDIDATE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-STAGE TO CND-STAGE.

           EVALUATE TRUE
           WHEN CND-STAGE-SCREENED
                MOVE WS-TODAY TO CND-SCREENED-DATE
           WHEN CND-STAGE-INTERVIEWED
                MOVE WS-TODAY TO CND-INTERVIEWED-DATE
           WHEN CND-STAGE-OFFERED
                MOVE WS-TODAY TO CND-OFFERED-DATE
                MOVE STRTDTI TO CND-OFFER-START-DATE
                MOVE WS-EMPLOYMENT-TYPE TO CND-EMPLOYMENT-TYPE
                MOVE BRTHDTI TO CND-BIRTH-DATE
                MOVE WS-GOVT-ID TO CND-GOVT-ID
           WHEN CND-STAGE-ACCEPTED
                MOVE WS-TODAY TO CND-ACCEPTED-DATE
           WHEN CND-STAGE-DECLINED
                MOVE WS-TODAY TO CND-DECLINED-DATE
           END-EVALUATE.
           MOVE CNC-USER-ID TO CND-LAST-UPDATED-BY.

           EXEC CICS REWRITE
                FILE(APP-CANDID-FILE-NAME)
                FROM (CANDIDATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Candidate!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF CND-STAGE-ACCEPTED THEN
              MOVE 'Offer Accepted - Hire Record Follows Tonight!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'Candidate Stage Updated!' TO WS-MESSAGE
           END-IF.

      *    PIPELINE ORDER OF THE STAGE CURRENTLY IN 'CND-STAGE'.
       2350-RANK-STAGE.
           EVALUATE TRUE
           WHEN CND-STAGE-APPLIED
                MOVE 1 TO WS-RANK
           WHEN CND-STAGE-SCREENED
                MOVE 2 TO WS-RANK
           WHEN CND-STAGE-INTERVIEWED
                MOVE 3 TO WS-RANK
           WHEN CND-STAGE-OFFERED
                MOVE 4 TO WS-RANK
           WHEN CND-STAGE-ACCEPTED
                MOVE 5 TO WS-RANK
           WHEN OTHER
                MOVE 6 TO WS-RANK
           END-EVALUATE.

       2390-RELEASE-CANDIDATE.
           EXEC CICS UNLOCK
                FILE(APP-CANDID-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

       3000-LIST-CANDIDATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-CANDIDATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN.
           MOVE SPACES TO CAN01O CAN02O CAN03O CAN04O
                          CAN05O CAN06O CAN07O CAN08O.

           IF CNC-SCOPE-DEPARTMENT-ID IS EQUAL TO ZEROES OR
              CNC-SCOPE-REQUISITION-NO IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-READ-REQUISITION.

           INITIALIZE WS-BROWSE-FLAG.
           MOVE CNC-SCOPE-DEPARTMENT-ID TO CND-DEPARTMENT-ID.
           MOVE CNC-SCOPE-REQUISITION-NO TO CND-REQUISITION-NO.
           MOVE ZEROES TO CND-CANDIDATE-NO.

           EXEC CICS STARTBR
                FILE(APP-CANDID-FILE-NAME)
                RIDFLD(CND-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-LIST-NEXT-CANDIDATE
              UNTIL END-OF-CND-BROWSE
                 OR WS-LINES-SHOWN IS NOT LESS THAN 8.

           EXEC CICS ENDBR
                FILE(APP-CANDID-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3100-LIST-NEXT-CANDIDATE.
           EXEC CICS READNEXT
                FILE(APP-CANDID-FILE-NAME)
                RIDFLD(CND-KEY)
                INTO (CANDIDATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CND-DEPARTMENT-ID IS NOT EQUAL TO
              CNC-SCOPE-DEPARTMENT-ID OR
              CND-REQUISITION-NO IS NOT EQUAL TO
              CNC-SCOPE-REQUISITION-NO
              SET END-OF-CND-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN CND-STAGE-APPLIED
                MOVE 'Applied' TO WS-STAGE-TEXT
                MOVE CND-APPLIED-DATE TO WS-STAGE-DATE
           WHEN CND-STAGE-SCREENED
                MOVE 'Screened' TO WS-STAGE-TEXT
                MOVE CND-SCREENED-DATE TO WS-STAGE-DATE
           WHEN CND-STAGE-INTERVIEWED
                MOVE 'Interviewed' TO WS-STAGE-TEXT
                MOVE CND-INTERVIEWED-DATE TO WS-STAGE-DATE
           WHEN CND-STAGE-OFFERED
                MOVE 'Offered' TO WS-STAGE-TEXT
                MOVE CND-OFFERED-DATE TO WS-STAGE-DATE
           WHEN CND-STAGE-ACCEPTED AND
                CND-HIRED-EMPLOYEE-ID IS GREATER THAN ZEROES
                MOVE 'Hired' TO WS-STAGE-TEXT
                MOVE CND-ACCEPTED-DATE TO WS-STAGE-DATE
           WHEN CND-STAGE-ACCEPTED
                MOVE 'Accepted' TO WS-STAGE-TEXT
                MOVE CND-ACCEPTED-DATE TO WS-STAGE-DATE
           WHEN CND-STAGE-DECLINED
                MOVE 'Declined' TO WS-STAGE-TEXT
                MOVE CND-DECLINED-DATE TO WS-STAGE-DATE
           WHEN OTHER
                MOVE SPACES TO WS-STAGE-TEXT
                MOVE SPACES TO WS-STAGE-DATE
           END-EVALUATE.

           MOVE SPACES TO WS-CAND-LINE.
           STRING CND-CANDIDATE-NO DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CND-PRIMARY-NAME(1:30) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CND-SOURCE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-STAGE-TEXT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-STAGE-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CND-OFFER-START-DATE DELIMITED BY SIZE
              INTO WS-CAND-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-CAND-LINE TO CAN01O
           WHEN 2
                MOVE WS-CAND-LINE TO CAN02O
           WHEN 3
                MOVE WS-CAND-LINE TO CAN03O
           WHEN 4
                MOVE WS-CAND-LINE TO CAN04O
           WHEN 5
                MOVE WS-CAND-LINE TO CAN05O
           WHEN 6
                MOVE WS-CAND-LINE TO CAN06O
           WHEN 7
                MOVE WS-CAND-LINE TO CAN07O
           WHEN OTHER
                MOVE WS-CAND-LINE TO CAN08O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-CANDID-CONTAINER.

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

       2550-DELETE-CANDID-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-CANDID-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-CANDID-CONTAINER-NAME)
                CHANNEL(APP-CANDID-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Candidate Container!'
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
              MOVE MON-USER-ID TO CNC-USER-ID
              MOVE MON-USER-CATEGORY TO CNC-USER-CATEGORY
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
           MOVE APP-CANDID-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-CANDID-CONTAINER.

           EXEC CICS SEND
                MAP(APP-CANDID-MAP-NAME)
                MAPSET(APP-CANDID-MAPSET-NAME)
                FROM (ECANMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-CANDID-CHANNEL-NAME)
                TRANSID(APP-CANDID-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF CNC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE CNC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF CNC-SCOPE-DEPARTMENT-ID IS GREATER THAN ZEROES THEN
              MOVE CNC-SCOPE-DEPARTMENT-ID TO DEPTIDO
              MOVE CNC-SCOPE-REQUISITION-NO TO REQNOO
           END-IF.

           MOVE WS-REQ-TITLE-LINE TO REQTTLO.

      *    THE DATE OF BIRTH AND GOVERNMENT ID ARE KEYED ONCE AND
      *    NEVER SHOWN BACK.
           MOVE SPACES TO BRTHDTO.
           MOVE SPACES TO GOVIDO.

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
           WHEN MESSO(1:4) IS EQUAL TO 'More'
                MOVE DFHYELLO TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-CANDID-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-CANDID-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-CANDID-CONTAINER-NAME)
                CHANNEL(APP-CANDID-CHANNEL-NAME)
                FROM (CANDIDATE-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Candidate Container!'
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
