       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECDTP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'CODE TABLE' MAINTENANCE PROGRAM.
      *      - ADMINISTRATORS KEEP THE BUSINESS CODE TABLES ON THE
      *        'ECODTBL' FILE (APPRAISAL RESULTS, ONE-TIME PAYMENT
      *        TYPES, BENEFIT COVERAGE LEVELS, ...) THAT THE SCREENS
      *        AND REPORTS CHECK AND DECODE AGAINST, SO A NEW CODE NO
      *        LONGER NEEDS A PROGRAM CHANGE.
      *      - TYPE A TABLE ID, CODE, DESCRIPTION AND EFFECTIVE DATES
      *        WITH ACTION 'A' TO ADD A CODE, 'C' TO CHANGE ONE (ONLY
      *        THE FIELDS KEYED ARE CHANGED) OR 'D' TO DEACTIVATE ONE.
      *        A BLANK ACTION DISPLAYS THE KEYED CODE.
      *      - A TABLE IS SET UP BY ADDING ITS HEADER - THE TABLE ID
      *        WITH A BLANK CODE AND A DESCRIPTION NAMING THE TABLE.
      *        CODES CAN ONLY BE ADDED TO A TABLE THAT IS SET UP.
      *      - CODES ARE NEVER DELETED, SO OLD RECORDS CARRYING A
      *        RETIRED CODE STILL DECODE.
      *      - WITH A TABLE ID KEYED, ITS CODES ARE LISTED FROM THE
      *        KEYED CODE ON (THE HEADER SHOWS AS '*'); WITHOUT ONE,
      *        THE TABLES SET UP ARE.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ECDT' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - CODE TABLE MAPSET.
      *      - CODE TABLE ADMIN CONTAINER.
      *      - CODE TABLE FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ECDTMAP.
       COPY ECDTCTR.
       COPY ECODTBL.
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
             88 END-OF-CDT-BROWSE           VALUE 'E'.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 CODE-RECORD-FOUND           VALUE 'Y'.
          05 WS-LIST-TABLE-ID     PIC X(8).
          05 WS-TABLE-ID          PIC X(8).
          05 WS-CODE              PIC X(4).
          05 WS-EFFECTIVE-FROM    PIC X(8).
          05 WS-EFFECTIVE-TO      PIC X(8).
          05 WS-CODE-LINE.
             10 WS-CL-CODE        PIC X(4).
             10 FILLER            PIC X(2).
             10 WS-CL-DESCRIPTION PIC X(30).
             10 FILLER            PIC X(2).
             10 WS-CL-STATUS      PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-CL-FROM        PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-CL-TO          PIC X(8).
          05 WS-TABLE-LINE REDEFINES WS-CODE-LINE.
             10 WS-TL-TABLE-ID    PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-TL-DESCRIPTION PIC X(30).
             10 FILLER            PIC X(26).
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
                CONTAINER(APP-CODTBL-CONTAINER-NAME)
                CHANNEL(APP-CODTBL-CHANNEL-NAME)
                INTO (CODE-TABLE-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Code Table Container!'
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

      *    THE CODE TABLES DRIVE VALIDATION ACROSS THE SUITE -
      *    ADMINISTRATOR CATEGORY USERS ONLY.
           IF NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Code Table Maintenance!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 3000-LIST-CODES.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE CODE-TABLE-ADMIN-CONTAINER.
           INITIALIZE CODE-TABLE-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ECDTMO.

           MOVE 'Welcome to the Code Table screen!' TO WS-MESSAGE.
           SET CTC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-CODTBL-MAP-NAME)
                MAPSET(APP-CODTBL-MAPSET-NAME)
                INTO (ECDTMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-CODE-ACTION
                IF CODE-RECORD-FOUND AND
                   WS-MESSAGE(1:10) IS NOT EQUAL TO 'Validation' THEN
                   PERFORM 2190-SHOW-CODE
                END-IF
                PERFORM 3000-LIST-CODES
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
                PERFORM 3000-LIST-CODES
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-CODE-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-CODE-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *    NO TABLE KEYED JUST REFRESHES THE LIST OF TABLES.
           IF TBLIDL IS EQUAL TO ZERO OR TBLIDI IS EQUAL TO SPACES THEN
              IF ACTNL IS GREATER THAN ZERO AND
                 ACTNI IS NOT EQUAL TO SPACES THEN
                 MOVE 'Validation Error: Enter The Table ID!'
                    TO WS-MESSAGE
                 MOVE -1 TO TBLIDL
              ELSE
                 MOVE 'Code Tables Listed!' TO WS-MESSAGE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(TBLIDI) TO WS-TABLE-ID.
           IF CODEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(CODEI) TO WS-CODE
           ELSE
              MOVE SPACES TO WS-CODE
           END-IF.

           PERFORM 2150-LOOKUP-CODE.

           IF ACTNL IS EQUAL TO ZERO OR ACTNI IS EQUAL TO SPACES THEN
              IF CODE-RECORD-FOUND THEN
                 MOVE 'Code Displayed!' TO WS-MESSAGE
              ELSE
                 MOVE 'No Such Code On File - Codes Listed!'
                    TO WS-MESSAGE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN 'A'
                PERFORM 2200-ADD-CODE
           WHEN 'C'
                PERFORM 2300-CHANGE-CODE
           WHEN 'D'
                PERFORM 2400-DEACTIVATE-CODE
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A, C Or D!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2150-LOOKUP-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           MOVE WS-TABLE-ID TO CDT-TABLE-ID.
           MOVE WS-CODE TO CDT-CODE.

           EXEC CICS READ
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                INTO (CODE-TABLE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET CODE-RECORD-FOUND TO TRUE
           WHEN DFHRESP(NOTFND)
                INITIALIZE CODE-TABLE-RECORD
                MOVE WS-TABLE-ID TO CDT-TABLE-ID
                MOVE WS-CODE TO CDT-CODE
           WHEN OTHER
                MOVE 'Error Reading Code Table File!' TO WS-MESSAGE
           END-EVALUATE.

      *    SHOW THE CODE AS IT NOW STANDS ON FILE (BEFORE THE LIST
      *    BROWSE REUSES THE RECORD AREA).
       2190-SHOW-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2190-SHOW-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE CDT-TABLE-ID TO TBLIDO.
           MOVE CDT-CODE TO CODEO.
           MOVE CDT-DESCRIPTION TO CDESCO.
           MOVE CDT-ACTIVE-FLAG TO ACTFLGO.
           MOVE CDT-EFFECTIVE-FROM TO EFFFRMO.
           MOVE CDT-EFFECTIVE-TO TO EFFTOO.
           MOVE SPACES TO ACTNO.

       2200-ADD-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ADD-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF CODE-RECORD-FOUND THEN
              MOVE 'Validation Error: Code Already On File!'
                 TO WS-MESSAGE
              MOVE -1 TO CODEL
              EXIT PARAGRAPH
           END-IF.

           IF CDESCL IS EQUAL TO ZERO OR CDESCI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Description!'
                 TO WS-MESSAGE
              MOVE -1 TO CDESCL
              EXIT PARAGRAPH
           END-IF.

      *    A CODE GOES INTO A TABLE THAT IS ALREADY SET UP - ADDING
      *    THE HEADER (BLANK CODE) IS WHAT SETS ONE UP.
           IF WS-CODE IS NOT EQUAL TO SPACES THEN
              PERFORM 2250-CHECK-TABLE-HEADER
              IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE WS-TODAY TO WS-EFFECTIVE-FROM.
           MOVE SPACES TO WS-EFFECTIVE-TO.
           PERFORM 2270-GET-EFFECTIVE-DATES.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE CDT-DETAILS.
           MOVE WS-TABLE-ID TO CDT-TABLE-ID.
           MOVE WS-CODE TO CDT-CODE.
           MOVE CDESCI TO CDT-DESCRIPTION.
           IF ACTFLGL IS GREATER THAN ZERO AND
              FUNCTION UPPER-CASE(ACTFLGI) IS EQUAL TO 'I' THEN
              SET CDT-INACTIVE TO TRUE
           ELSE
              SET CDT-ACTIVE TO TRUE
           END-IF.
           MOVE WS-EFFECTIVE-FROM TO CDT-EFFECTIVE-FROM.
           MOVE WS-EFFECTIVE-TO TO CDT-EFFECTIVE-TO.
           MOVE CTC-USER-ID TO CDT-CHANGED-BY.
           MOVE WS-TODAY TO CDT-CHANGED-DATE.

           EXEC CICS WRITE
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                FROM (CODE-TABLE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET CODE-RECORD-FOUND TO TRUE
                IF WS-CODE IS EQUAL TO SPACES THEN
                   MOVE 'Code Table Set Up!' TO WS-MESSAGE
                ELSE
                   MOVE 'Code Added!' TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(DUPREC)
                MOVE 'Validation Error: Code Already On File!'
                   TO WS-MESSAGE
                MOVE -1 TO CODEL
           WHEN OTHER
                MOVE 'Error Writing Code Table Record!' TO WS-MESSAGE
           END-EVALUATE.

       2250-CHECK-TABLE-HEADER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-CHECK-TABLE-HEADER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           MOVE WS-TABLE-ID TO CDT-TABLE-ID.
           MOVE SPACES TO CDT-CODE.

           EXEC CICS READ
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                INTO (CODE-TABLE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Validation Error: Table Not Set Up - Add Header!'
                   TO WS-MESSAGE
                MOVE -1 TO TBLIDL
           WHEN OTHER
                MOVE 'Error Reading Code Table File!' TO WS-MESSAGE
           END-EVALUATE.

       2270-GET-EFFECTIVE-DATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2270-GET-EFFECTIVE-DATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WS-EFFECTIVE-FROM/TO COME IN HOLDING THE VALUES TO KEEP
      *    WHEN NOTHING IS KEYED.
           MOVE SPACES TO WS-MESSAGE.

           IF EFFFRML IS GREATER THAN ZERO AND
              EFFFRMI IS NOT EQUAL TO SPACES THEN
              IF EFFFRMI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Effective From Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO EFFFRML
                 EXIT PARAGRAPH
              END-IF
              MOVE EFFFRMI TO WS-EFFECTIVE-FROM
           END-IF.

           IF EFFTOL IS GREATER THAN ZERO THEN
              IF EFFTOI IS EQUAL TO SPACES THEN
                 MOVE SPACES TO WS-EFFECTIVE-TO
              ELSE
                 IF EFFTOI IS NOT NUMERIC THEN
                    MOVE 'Validation Error: Effective To Not YYYYMMDD!'
                       TO WS-MESSAGE
                    MOVE -1 TO EFFTOL
                    EXIT PARAGRAPH
                 END-IF
                 MOVE EFFTOI TO WS-EFFECTIVE-TO
              END-IF
           END-IF.

           IF WS-EFFECTIVE-TO IS NOT EQUAL TO SPACES AND
              WS-EFFECTIVE-TO IS LESS THAN WS-EFFECTIVE-FROM THEN
              MOVE 'Validation Error: Effective To Before From!'
                 TO WS-MESSAGE
              MOVE -1 TO EFFTOL
           END-IF.

       2300-CHANGE-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-CHANGE-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                INTO (CODE-TABLE-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Such Code On File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Code Table For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE CDT-EFFECTIVE-FROM TO WS-EFFECTIVE-FROM.
           MOVE CDT-EFFECTIVE-TO TO WS-EFFECTIVE-TO.
           PERFORM 2270-GET-EFFECTIVE-DATES.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXEC CICS UNLOCK
                   FILE(APP-CODTBL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

      *    ONLY WHAT WAS KEYED CHANGES.
           IF CDESCL IS GREATER THAN ZERO AND
              CDESCI IS NOT EQUAL TO SPACES THEN
              MOVE CDESCI TO CDT-DESCRIPTION
           END-IF.

           IF ACTFLGL IS GREATER THAN ZERO THEN
              EVALUATE FUNCTION UPPER-CASE(ACTFLGI)
              WHEN 'A'
                   SET CDT-ACTIVE TO TRUE
              WHEN 'I'
                   SET CDT-INACTIVE TO TRUE
              WHEN SPACES
                   CONTINUE
              WHEN OTHER
                   EXEC CICS UNLOCK
                        FILE(APP-CODTBL-FILE-NAME)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
                   MOVE 'Validation Error: Active Flag Must Be A Or I!'
                      TO WS-MESSAGE
                   MOVE -1 TO ACTFLGL
                   EXIT PARAGRAPH
              END-EVALUATE
           END-IF.

           MOVE WS-EFFECTIVE-FROM TO CDT-EFFECTIVE-FROM.
           MOVE WS-EFFECTIVE-TO TO CDT-EFFECTIVE-TO.
           MOVE CTC-USER-ID TO CDT-CHANGED-BY.
           MOVE WS-TODAY TO CDT-CHANGED-DATE.

           EXEC CICS REWRITE
                FILE(APP-CODTBL-FILE-NAME)
                FROM (CODE-TABLE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Code Changed!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Code Table Record!' TO WS-MESSAGE
           END-IF.

       2400-DEACTIVATE-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DEACTIVATE-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                INTO (CODE-TABLE-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Such Code On File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Code Table For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF CDT-INACTIVE THEN
              EXEC CICS UNLOCK
                   FILE(APP-CODTBL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Validation Error: Code Already Inactive!'
                 TO WS-MESSAGE
              MOVE -1 TO CODEL
              EXIT PARAGRAPH
           END-IF.

      *    DEACTIVATING A HEADER TAKES THE TABLE OUT OF USE BUT KEEPS
      *    IT SET UP - ITS CODES STILL DECODE.
           SET CDT-INACTIVE TO TRUE.
           MOVE CTC-USER-ID TO CDT-CHANGED-BY.
           MOVE WS-TODAY TO CDT-CHANGED-DATE.

           EXEC CICS REWRITE
                FILE(APP-CODTBL-FILE-NAME)
                FROM (CODE-TABLE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Code Deactivated!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Code Table Record!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

       3000-LIST-CODES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-CODES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE ZEROES TO WS-LINES-SHOWN.
           INITIALIZE WS-BROWSE-FLAG.
           MOVE SPACES TO CDT01O CDT02O CDT03O CDT04O
              CDT05O CDT06O CDT07O CDT08O.

      *    ONE TABLE'S CODES WHEN A TABLE IS KEYED, ELSE THE TABLES.
           IF TBLIDL IS GREATER THAN ZERO AND
              TBLIDI IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION UPPER-CASE(TBLIDI) TO WS-LIST-TABLE-ID
              MOVE WS-LIST-TABLE-ID TO CDT-TABLE-ID
              IF CODEL IS GREATER THAN ZERO THEN
                 MOVE FUNCTION UPPER-CASE(CODEI) TO CDT-CODE
              ELSE
                 MOVE SPACES TO CDT-CODE
              END-IF
           ELSE
              MOVE SPACES TO WS-LIST-TABLE-ID
              MOVE LOW-VALUES TO CDT-KEY
           END-IF.

           EXEC CICS STARTBR
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
      *       NO CODES ON FILE - NOT AN ERROR.
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-READ-NEXT-CODE
              UNTIL END-OF-CDT-BROWSE
                 OR WS-LINES-SHOWN IS NOT LESS THAN 8.

           EXEC CICS ENDBR
                FILE(APP-CODTBL-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3100-READ-NEXT-CODE.
           EXEC CICS READNEXT
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                INTO (CODE-TABLE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-CDT-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CODE-LINE.

           IF WS-LIST-TABLE-ID IS NOT EQUAL TO SPACES THEN
              IF CDT-TABLE-ID IS NOT EQUAL TO WS-LIST-TABLE-ID
                 SET END-OF-CDT-BROWSE TO TRUE
                 EXIT PARAGRAPH
              END-IF
              IF CDT-CODE IS EQUAL TO SPACES
                 MOVE '*' TO WS-CL-CODE
              ELSE
                 MOVE CDT-CODE TO WS-CL-CODE
              END-IF
              MOVE CDT-DESCRIPTION TO WS-CL-DESCRIPTION
              MOVE CDT-EFFECTIVE-FROM TO WS-CL-FROM
              MOVE CDT-EFFECTIVE-TO TO WS-CL-TO
              EVALUATE TRUE
              WHEN CDT-INACTIVE
                   MOVE 'INACTIVE' TO WS-CL-STATUS
              WHEN CDT-EFFECTIVE-TO IS NOT EQUAL TO SPACES AND
                   CDT-EFFECTIVE-TO IS LESS THAN WS-TODAY
                   MOVE 'EXPIRED' TO WS-CL-STATUS
              WHEN CDT-EFFECTIVE-FROM IS GREATER THAN WS-TODAY
                   MOVE 'FUTURE' TO WS-CL-STATUS
              WHEN OTHER
                   MOVE 'ACTIVE' TO WS-CL-STATUS
              END-EVALUATE
           ELSE
      *       TABLE LIST - ONLY THE HEADER RECORDS.
              IF CDT-CODE IS NOT EQUAL TO SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE CDT-TABLE-ID TO WS-TL-TABLE-ID
              MOVE CDT-DESCRIPTION TO WS-TL-DESCRIPTION
           END-IF.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-CODE-LINE TO CDT01O
           WHEN 2
                MOVE WS-CODE-LINE TO CDT02O
           WHEN 3
                MOVE WS-CODE-LINE TO CDT03O
           WHEN 4
                MOVE WS-CODE-LINE TO CDT04O
           WHEN 5
                MOVE WS-CODE-LINE TO CDT05O
           WHEN 6
                MOVE WS-CODE-LINE TO CDT06O
           WHEN 7
                MOVE WS-CODE-LINE TO CDT07O
           WHEN OTHER
                MOVE WS-CODE-LINE TO CDT08O
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
                CONTAINER(APP-CODTBL-CONTAINER-NAME)
                CHANNEL(APP-CODTBL-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Code Table Container!'
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
           MOVE APP-CODTBL-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
                MAP(APP-CODTBL-MAP-NAME)
                MAPSET(APP-CODTBL-MAPSET-NAME)
                FROM (ECDTMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-CODTBL-CHANNEL-NAME)
                TRANSID(APP-CODTBL-TRANSACTION-ID)
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
                CONTAINER(APP-CODTBL-CONTAINER-NAME)
                CHANNEL(APP-CODTBL-CHANNEL-NAME)
                FROM (CODE-TABLE-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Code Table Container!'
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
