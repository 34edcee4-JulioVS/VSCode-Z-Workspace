       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMASP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MASS ACTION' PROGRAM.
      *      - APPLIES ONE COMMON ACTION TO A GROUP OF EMPLOYEES PICKED
      *        ON THE 'ELISTP' LIST - THE ROWS MARKED WITH AN 'X'
      *        (PF4 THERE) OR ITS WHOLE FILTERED RESULT (PF2), UP TO
      *        'APP-MASS-MAXIMUM-ROWS' EMPLOYEES AT A TIME.
      *      - ACTIONS: 'A' SETS A NEW APPRAISAL DATE, 'M' REASSIGNS
      *        THE MANAGER, 'S' MOVES THE WORK SITE. AN EFFECTIVE DATE
      *        LATER THAN TODAY SCHEDULES THE CHANGE FOR THAT DAY;
      *        LEFT BLANK (OR DATED BACK) IT TAKES EFFECT TONIGHT.
      *      - EACH EMPLOYEE IS HELD TO THE CHECKS 'EUPDP' MAKES FOR
      *        THE SAME FIELD: A MANAGER SETS APPRAISAL DATES FOR THEIR
      *        OWN DEPARTMENT ONLY, AN ADMINISTRATOR NEVER; NOBODY IS
      *        THEIR OWN MANAGER; THE MANAGER MUST BE ON FILE AND THE
      *        SITE ON FILE AND OPEN; A DELETED EMPLOYEE, OR ONE OPEN
      *        IN 'EUPDP' AT THE TIME, IS LEFT ALONE.
      *      - NOTHING IS WRITTEN TO 'EMPMAST' HERE. EVERY ACCEPTED
      *        EMPLOYEE GETS A PENDING TRANSACTION ON 'EPNDTRN', ALL
      *        UNDER ONE BATCH REFERENCE, FOR THE NIGHTLY 'EPNDAPP' JOB
      *        TO APPLY. THE SCREEN THEN LISTS EVERY EMPLOYEE AS PARKED
      *        OR REJECTED, WITH THE REASON (PF7/PF8 TO PAGE).
      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY USERS.
      *      - REACHED ONLY FROM 'ELISTP'; PF3/PF12 GO BACK THERE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - MASS ACTION MAPSET.
      *      - MASS ACTION CONTAINER.
      *      - LIST EMPLOYEES CONTAINER.
      *      - EMPLOYEE MASTER RECORD.
      *      - PENDING TRANSACTION RECORD.
      *      - SITE MASTER AND EMPLOYEE SITE ASSIGNMENT RECORDS.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EMASMAP.
       COPY EMASCTR.
       COPY ELSTCTR.
       COPY EMPMAST.
       COPY EPNDTRN.
       COPY ESITMST.
       COPY EEMPSIT.
       COPY EREGUSR.
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
          05 WS-COUNT-EDIT        PIC ZZ9.
          05 WS-COUNT-EDIT-2      PIC ZZ9.
          05 WS-MASS-LINE         PIC X(70).
          05 WS-SCOPE-LINE        PIC X(60).
          05 WS-VALIDATION-FLAG   PIC X(1).
             88 VALIDATION-PASSED           VALUE SPACES.
             88 VALIDATION-FAILED           VALUE 'F'.
          05 WS-LOCK-FLAG         PIC X(1).
             88 LOCK-HELD                   VALUE 'Y'.
      *      THE PENDING RECORD AS BUILT, KEPT WHILE AN EARLIER ENTRY
      *      FOR THE SAME DAY IS READ BACK.
          05 WS-NEW-PENDING-RECORD PIC X(334).
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

      *    THE CONTAINER IS ALWAYS BUILT BY 'ELISTP' - WITHOUT ONE
      *    THERE IS NOBODY TO ACT ON, SO GO BACK TO THE LIST.
           EXEC CICS GET
                CONTAINER(APP-MASS-CONTAINER-NAME)
                CHANNEL(APP-MASS-CHANNEL-NAME)
                INTO (MASS-ACTION-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
                PERFORM 2500-TRANSFER-BACK-TO-LIST
           WHEN DFHRESP(NORMAL)
                IF MAS-STAGE-NEW THEN
      *            1ST INTERACTION -> JUST HANDED OVER BY THE LIST
                   PERFORM 1000-FIRST-INTERACTION
                ELSE
      *            NEXT INTERACTIONS -> CONVERSATION IN PROGRESS
                   PERFORM 2000-PROCESS-USER-INPUT
                END-IF
           WHEN OTHER
                MOVE 'Error Retrieving Mass Action Container!'
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

           SET MAS-STAGE-ENTRY TO TRUE.

      *    'ELISTP' ONLY OFFERS THE KEYS TO MANAGERS AND
      *    ADMINISTRATORS, BUT SAY SO IF ANYONE ELSE GETS HERE.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Mass Actions!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-RESOLVE-OWN-EMPLOYEE.

           PERFORM 1300-LOAD-EMPLOYEE-NAME
              VARYING MAS-ENTRY-INDEX FROM 1 BY 1
              UNTIL MAS-ENTRY-INDEX IS GREATER THAN MAS-ENTRY-COUNT.

           IF WS-MESSAGE IS EQUAL TO SPACES THEN
              MOVE MAS-ENTRY-COUNT TO WS-COUNT-EDIT
              STRING 'Key The Action For These '
                     FUNCTION TRIM(WS-COUNT-EDIT)
                     ' Employee(s) And Press ENTER.'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

           MOVE -1 TO ACTNL.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CONTAINER CAME FROM 'ELISTP' AND IS KEPT AS IT IS.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EMASMO.

           MOVE 1 TO MAS-FIRST-LINE.

       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MANAGER'S DEPARTMENT DECIDES WHOSE APPRAISAL DATES THEY
      *    MAY SET - FOUND THE SAME WAY 'EUPDP' FINDS IT.
           MOVE MAS-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO MAS-OWN-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'User Not Found!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE MAS-OWN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE EMP-DEPARTMENT-ID TO MAS-USER-DEPT-ID
           WHEN OTHER
                MOVE 'Employee Not Found!' TO WS-MESSAGE
           END-EVALUATE.

       1300-LOAD-EMPLOYEE-NAME.
           MOVE MAS-EMPLOYEE-ID(MAS-ENTRY-INDEX) TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-PRIMARY-NAME
                 TO MAS-EMPLOYEE-NAME(MAS-ENTRY-INDEX)
           ELSE
              MOVE '<Not On File>' TO MAS-EMPLOYEE-NAME(MAS-ENTRY-INDEX)
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
                MAP(APP-MASS-MAP-NAME)
                MAPSET(APP-MASS-MAPSET-NAME)
                INTO (EMASMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                IF MAS-STAGE-DONE THEN
                   MOVE 'Batch Already Parked - PF3 To Return To List.'
                      TO WS-MESSAGE
                ELSE
                   PERFORM 2100-APPLY-MASS-ACTION
                END-IF
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-LIST
           WHEN DFHPF7
                PERFORM 2300-PREVIOUS-PAGE
           WHEN DFHPF8
                PERFORM 2400-NEXT-PAGE
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-MASS-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-MASS-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2110-GET-KEYED-VALUES.

           INITIALIZE WS-VALIDATION-FLAG.
           PERFORM 2150-VALIDATE-ACTION.

           IF VALIDATION-PASSED THEN
              PERFORM 2170-CHECK-EFFECTIVE-DATE
           END-IF.

           IF VALIDATION-FAILED THEN
              EXIT PARAGRAPH
           END-IF.

      *    ONE BATCH REFERENCE FOR EVERY ENTRY PARKED THIS TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MAS-BATCH-REFERENCE.
           MOVE ZEROES TO MAS-PARKED-COUNT.
           MOVE ZEROES TO MAS-REJECTED-COUNT.

           PERFORM 2200-PARK-ONE-EMPLOYEE
              VARYING MAS-ENTRY-INDEX FROM 1 BY 1
              UNTIL MAS-ENTRY-INDEX IS GREATER THAN MAS-ENTRY-COUNT.

           SET MAS-STAGE-DONE TO TRUE.
           MOVE 1 TO MAS-FIRST-LINE.

           MOVE MAS-PARKED-COUNT TO WS-COUNT-EDIT.
           MOVE MAS-REJECTED-COUNT TO WS-COUNT-EDIT-2.
           STRING 'Batch ' MAS-BATCH-REFERENCE ': '
                  FUNCTION TRIM(WS-COUNT-EDIT) ' Parked, '
                  FUNCTION TRIM(WS-COUNT-EDIT-2) ' Rejected.'
              DELIMITED BY SIZE
              INTO WS-MESSAGE.

       2110-GET-KEYED-VALUES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-GET-KEYED-VALUES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONLY A FIELD KEYED THIS TURN COMES BACK - THE REST ARE STILL
      *    WHAT THE CONTAINER HOLDS FROM THE TURN BEFORE.
           MOVE ACTNF TO DFHBMFLG.
           IF ACTNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(ACTNI) TO MAS-ACTION
           ELSE
              IF DFHERASE THEN
                 MOVE SPACES TO MAS-ACTION
              END-IF
           END-IF.

           MOVE NEWVALF TO DFHBMFLG.
           IF NEWVALL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(NEWVALI) TO MAS-NEW-VALUE
           ELSE
              IF DFHERASE THEN
                 MOVE SPACES TO MAS-NEW-VALUE
              END-IF
           END-IF.

           MOVE EFFDTF TO DFHBMFLG.
           IF EFFDTL IS GREATER THAN ZERO THEN
              MOVE EFFDTI TO MAS-EFFECTIVE-DATE
           ELSE
              IF DFHERASE THEN
                 MOVE SPACES TO MAS-EFFECTIVE-DATE
              END-IF
           END-IF.

           INSPECT MAS-ACTION REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MAS-NEW-VALUE REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MAS-EFFECTIVE-DATE
              REPLACING ALL LOW-VALUES BY SPACES.

       2150-VALIDATE-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN MAS-ACT-APPRAISAL-DATE
      *         'EUPDP' NEVER LETS AN ADMINISTRATOR TOUCH THE
      *         APPRAISAL DATE - NOR DOES A MASS ACTION.
                IF MAS-CT-ADMINISTRATOR THEN
                   MOVE
                     'Validation Error: Appraisal Date Not For Admins!'
                      TO WS-MESSAGE
                   MOVE -1 TO ACTNL
                   SET VALIDATION-FAILED TO TRUE
                   EXIT PARAGRAPH
                END-IF

                EXEC CICS BIF DEEDIT
                     FIELD(MAS-NEW-VALUE)
                     LENGTH(LENGTH OF MAS-NEW-VALUE)
                     END-EXEC

                IF MAS-NEW-VALUE IS NOT NUMERIC THEN
                   MOVE
                     'Validation Error: Appraisal Date is not a date!'
                      TO WS-MESSAGE
                   MOVE -1 TO NEWVALL
                   SET VALIDATION-FAILED TO TRUE
                   EXIT PARAGRAPH
                END-IF

                IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(MAS-NEW-VALUE)) IS NOT EQUAL TO ZERO
                   MOVE
                     'Validation Error: Appraisal Date is not a date!'
                      TO WS-MESSAGE
                   MOVE -1 TO NEWVALL
                   SET VALIDATION-FAILED TO TRUE
                   EXIT PARAGRAPH
                END-IF

           WHEN MAS-ACT-MANAGER
                EXEC CICS BIF DEEDIT
                     FIELD(MAS-NEW-VALUE)
                     LENGTH(LENGTH OF MAS-NEW-VALUE)
                     END-EXEC

                IF MAS-NEW-VALUE IS NOT NUMERIC OR
                   MAS-NEW-MANAGER-ID IS EQUAL TO ZERO THEN
                   MOVE 'Validation Error: Manager Id is required!'
                      TO WS-MESSAGE
                   MOVE -1 TO NEWVALL
                   SET VALIDATION-FAILED TO TRUE
                   EXIT PARAGRAPH
                END-IF

                PERFORM 2160-CHECK-MANAGER-EXISTS

           WHEN MAS-ACT-SITE
                IF MAS-NEW-VALUE IS EQUAL TO SPACES OR
                   MAS-NEW-VALUE(5:4) IS NOT EQUAL TO SPACES THEN
                   MOVE 'Validation Error: Unknown Work Site!'
                      TO WS-MESSAGE
                   MOVE -1 TO NEWVALL
                   SET VALIDATION-FAILED TO TRUE
                   EXIT PARAGRAPH
                END-IF

                PERFORM 2165-CHECK-SITE-OPEN

           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A, M Or S!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
                SET VALIDATION-FAILED TO TRUE
           END-EVALUATE.

       2160-CHECK-MANAGER-EXISTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-CHECK-MANAGER-EXISTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE MAS-NEW-MANAGER-ID TO EMP-EMPLOYEE-ID.

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
                MOVE 'Validation Error: Manager Id does not exist!'
                   TO WS-MESSAGE
                MOVE -1 TO NEWVALL
                SET VALIDATION-FAILED TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
                SET VALIDATION-FAILED TO TRUE
           END-EVALUATE.

       2165-CHECK-SITE-OPEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2165-CHECK-SITE-OPEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE MAS-NEW-VALUE(1:4) TO SIT-SITE-ID.

           EXEC CICS READ
                FILE(APP-SITMST-FILE-NAME)
                RIDFLD(SIT-SITE-ID)
                INTO (SITE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
                MOVE 'Validation Error: Unknown Work Site!'
                   TO WS-MESSAGE
                MOVE -1 TO NEWVALL
                SET VALIDATION-FAILED TO TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'Error Reading Site Master!' TO WS-MESSAGE
                SET VALIDATION-FAILED TO TRUE
           WHEN SIT-ST-CLOSED
                MOVE 'Validation Error: Work Site Is Closed!'
                   TO WS-MESSAGE
                MOVE -1 TO NEWVALL
                SET VALIDATION-FAILED TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2170-CHECK-EFFECTIVE-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-CHECK-EFFECTIVE-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME RULES AS 'EUPDP': BLANK MEANS NOW, AND A DATE IN THE
      *    PAST JUST APPLIES NOW - EITHER WAY THE ENTRY IS PARKED FOR
      *    TODAY AND TONIGHT'S 'EPNDAPP' RUN PICKS IT UP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF MAS-EFFECTIVE-DATE IS EQUAL TO SPACES THEN
              MOVE WS-TODAY TO MAS-EFFECTIVE-DATE
              EXIT PARAGRAPH
           END-IF.

           IF MAS-EFFECTIVE-DATE IS NOT NUMERIC THEN
              MOVE 'Validation Error: Effective Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO EFFDTL
              SET VALIDATION-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(MAS-EFFECTIVE-DATE)) IS NOT EQUAL TO ZERO
              MOVE 'Validation Error: Effective Date Is Not Valid!'
                 TO WS-MESSAGE
              MOVE -1 TO EFFDTL
              SET VALIDATION-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF MAS-EFFECTIVE-DATE IS LESS THAN WS-TODAY THEN
              MOVE WS-TODAY TO MAS-EFFECTIVE-DATE
           END-IF.

       2200-PARK-ONE-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-PARK-ONE-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX).
           SET MAS-RS-REJECTED(MAS-ENTRY-INDEX) TO TRUE.
           INITIALIZE WS-LOCK-FLAG.

           PERFORM 2210-CHECK-EMPLOYEE.

           IF MAS-RESULT-TEXT(MAS-ENTRY-INDEX) IS EQUAL TO SPACES THEN
              PERFORM 2250-WRITE-PENDING-CHANGE
           END-IF.

           IF LOCK-HELD THEN
              EXEC CICS DEQ
                   RESOURCE(EMP-EMPLOYEE-ID)
                   LENGTH(LENGTH OF EMP-EMPLOYEE-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF MAS-RS-PARKED(MAS-ENTRY-INDEX) THEN
              ADD 1 TO MAS-PARKED-COUNT
           ELSE
              ADD 1 TO MAS-REJECTED-COUNT
           END-IF.

       2210-CHECK-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-CHECK-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAME PER-EMPLOYEE CHECKS 'EUPDP' MAKES FOR THESE FIELDS,
      *    AGAINST THE RECORD AS IT STANDS NOW.
           MOVE MAS-EMPLOYEE-ID(MAS-ENTRY-INDEX) TO EMP-EMPLOYEE-ID.

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
                MOVE 'Rejected: No Longer On File'
                   TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Rejected: Error Reading Master'
                   TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
                EXIT PARAGRAPH
           END-EVALUATE.

           IF EMP-DELETED THEN
              MOVE 'Rejected: Employee Is Deleted'
                 TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
              EXIT PARAGRAPH
           END-IF.

           IF MAS-ACT-APPRAISAL-DATE AND MAS-CT-MANAGER AND
              EMP-DEPARTMENT-ID IS NOT EQUAL TO MAS-USER-DEPT-ID THEN
              MOVE 'Rejected: Not In Your Department'
                 TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
              EXIT PARAGRAPH
           END-IF.

           IF MAS-ACT-MANAGER AND
              EMP-EMPLOYEE-ID IS EQUAL TO MAS-NEW-MANAGER-ID THEN
              MOVE 'Rejected: Cannot Be Own Manager'
                 TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN MAS-ACT-APPRAISAL-DATE
                IF EMP-APPRAISAL-DATE IS EQUAL TO MAS-NEW-VALUE THEN
                   MOVE 'Rejected: Already Has That Date'
                      TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
                   EXIT PARAGRAPH
                END-IF
           WHEN MAS-ACT-MANAGER
                IF EMP-MANAGER-ID IS EQUAL TO MAS-NEW-MANAGER-ID THEN
                   MOVE 'Rejected: Already Has That Manager'
                      TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
                   EXIT PARAGRAPH
                END-IF
           WHEN MAS-ACT-SITE
                PERFORM 2220-CHECK-CURRENT-SITE
                IF MAS-RESULT-TEXT(MAS-ENTRY-INDEX) IS NOT EQUAL TO
                   SPACES THEN
                   EXIT PARAGRAPH
                END-IF
           END-EVALUATE.

      *    AN EMPLOYEE OPEN IN 'EUPDP' RIGHT NOW HOLDS THE SAME ENQ -
      *    LEAVE THEM TO WHOEVER HAS THEM ON SCREEN.
           EXEC CICS ENQ
                RESOURCE(EMP-EMPLOYEE-ID)
                LENGTH(LENGTH OF EMP-EMPLOYEE-ID)
                NOSUSPEND
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET LOCK-HELD TO TRUE
           WHEN DFHRESP(ENQBUSY)
                MOVE 'Rejected: Being Edited Elsewhere'
                   TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
           WHEN OTHER
                MOVE 'Rejected: Record Lock Exception'
                   TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
           END-EVALUATE.

       2220-CHECK-CURRENT-SITE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2220-CHECK-CURRENT-SITE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NO ASSIGNMENT ON FILE SIMPLY MEANS NO SITE YET.
           MOVE EMP-EMPLOYEE-ID TO EST-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMPSITE-FILE-NAME)
                RIDFLD(EST-EMPLOYEE-ID)
                INTO (SITE-ASSIGNMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF EST-SITE-ID IS EQUAL TO MAS-NEW-VALUE(1:4) THEN
                   MOVE 'Rejected: Already At That Site'
                      TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Rejected: Error Reading Site'
                   TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
           END-EVALUATE.

       2250-WRITE-PENDING-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-WRITE-PENDING-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE IMAGE SHOWS THE RECORD AS IT WILL LOOK, FOR ANYONE
      *    READING THE ENTRY; 'EPNDAPP' ITSELF APPLIES ONLY THE ONE
      *    FIELD NAMED BY 'PTX-MASS-ACTION'.
           EVALUATE TRUE
           WHEN MAS-ACT-APPRAISAL-DATE
                MOVE MAS-NEW-VALUE TO EMP-APPRAISAL-DATE
           WHEN MAS-ACT-MANAGER
                MOVE MAS-NEW-MANAGER-ID TO EMP-MANAGER-ID
           END-EVALUATE.

           INITIALIZE PENDING-TRANSACTION-RECORD.
           MOVE EMP-EMPLOYEE-ID TO PTX-EMPLOYEE-ID.
           MOVE MAS-EFFECTIVE-DATE TO PTX-EFFECTIVE-DATE.
           MOVE EMPLOYEE-MASTER-RECORD TO PTX-RECORD-IMAGE.
           MOVE MAS-USER-ID TO PTX-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PTX-REQUESTED-DATE.
           SET PTX-PENDING TO TRUE.
           MOVE SPACES TO PTX-APPLIED-DATE.
           MOVE SPACES TO PTX-REASON-CODE.
           MOVE MAS-BATCH-REFERENCE TO PTX-BATCH-REFERENCE.
           MOVE MAS-ACTION TO PTX-MASS-ACTION.
           MOVE MAS-NEW-VALUE TO PTX-MASS-VALUE.

           MOVE PENDING-TRANSACTION-RECORD TO WS-NEW-PENDING-RECORD.

           EXEC CICS WRITE
                FILE(APP-PENDING-TRAN-FILE-NAME)
                RIDFLD(PTX-KEY)
                FROM (PENDING-TRANSACTION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2270-NOTE-PARKED
           WHEN DFHRESP(DUPREC)
                PERFORM 2260-REPLACE-APPLIED-ENTRY
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Rejected: Pending File Not Open'
                   TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
           WHEN OTHER
                MOVE 'Rejected: Error Writing Pending'
                   TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
           END-EVALUATE.

       2260-REPLACE-APPLIED-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2260-REPLACE-APPLIED-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SOMETHING IS ALREADY ON FILE FOR THIS EMPLOYEE AND DAY. ONE
      *    ALREADY APPLIED IS SPENT AND CAN MAKE WAY; ONE STILL PENDING
      *    IS SOMEBODY ELSE'S CHANGE AND IS NEVER OVERLAID IN BULK.
           EXEC CICS READ
                FILE(APP-PENDING-TRAN-FILE-NAME)
                RIDFLD(PTX-KEY)
                INTO (PENDING-TRANSACTION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Rejected: Error Reading Pending'
                 TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
              EXIT PARAGRAPH
           END-IF.

           IF NOT PTX-APPLIED THEN
              EXEC CICS UNLOCK
                   FILE(APP-PENDING-TRAN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Rejected: Change Parked That Day'
                 TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PENDING-RECORD TO PENDING-TRANSACTION-RECORD.

           EXEC CICS REWRITE
                FILE(APP-PENDING-TRAN-FILE-NAME)
                FROM (PENDING-TRANSACTION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 2270-NOTE-PARKED
           ELSE
              MOVE 'Rejected: Error Updating Pending'
                 TO MAS-RESULT-TEXT(MAS-ENTRY-INDEX)
           END-IF.

       2270-NOTE-PARKED.
           SET MAS-RS-PARKED(MAS-ENTRY-INDEX) TO TRUE.
           STRING 'Parked For ' MAS-EFFECTIVE-DATE
              DELIMITED BY SIZE
              INTO MAS-RESULT-TEXT(MAS-ENTRY-INDEX).

       2300-PREVIOUS-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-PREVIOUS-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF MAS-FIRST-LINE IS GREATER THAN 10 THEN
              SUBTRACT 10 FROM MAS-FIRST-LINE
           ELSE
              MOVE 'No Previous Employees To Display!' TO WS-MESSAGE
           END-IF.

       2400-NEXT-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-NEXT-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF MAS-FIRST-LINE + 10 IS NOT GREATER THAN MAS-ENTRY-COUNT
              ADD 10 TO MAS-FIRST-LINE
           ELSE
              MOVE 'No More Employees To Display!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

       3000-LIST-ENTRIES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-ENTRIES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN.
           MOVE SPACES TO MAS01O MAS02O MAS03O MAS04O MAS05O
              MAS06O MAS07O MAS08O MAS09O MAS10O.

           IF MAS-FIRST-LINE IS LESS THAN 1 THEN
              MOVE 1 TO MAS-FIRST-LINE
           END-IF.

           PERFORM 3100-LIST-ONE-ENTRY
              VARYING MAS-ENTRY-INDEX FROM MAS-FIRST-LINE BY 1
              UNTIL MAS-ENTRY-INDEX IS GREATER THAN MAS-ENTRY-COUNT
                 OR WS-LINES-SHOWN IS NOT LESS THAN 10.

       3100-LIST-ONE-ENTRY.
           MOVE SPACES TO WS-MASS-LINE.
           STRING MAS-EMPLOYEE-ID(MAS-ENTRY-INDEX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              MAS-EMPLOYEE-NAME(MAS-ENTRY-INDEX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              MAS-RESULT-TEXT(MAS-ENTRY-INDEX) DELIMITED BY SIZE
              INTO WS-MASS-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-MASS-LINE TO MAS01O
           WHEN 2
                MOVE WS-MASS-LINE TO MAS02O
           WHEN 3
                MOVE WS-MASS-LINE TO MAS03O
           WHEN 4
                MOVE WS-MASS-LINE TO MAS04O
           WHEN 5
                MOVE WS-MASS-LINE TO MAS05O
           WHEN 6
                MOVE WS-MASS-LINE TO MAS06O
           WHEN 7
                MOVE WS-MASS-LINE TO MAS07O
           WHEN 8
                MOVE WS-MASS-LINE TO MAS08O
           WHEN 9
                MOVE WS-MASS-LINE TO MAS09O
           WHEN OTHER
                MOVE WS-MASS-LINE TO MAS10O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-LIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-LIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE LIST PICKS UP AGAIN WITH ITS FILTERS. ONCE A BATCH HAS
      *    BEEN PARKED ITS MARKS ARE SPENT; A USER WHO BACKS OUT
      *    WITHOUT ACTING KEEPS THEIRS.
           EXEC CICS GET
                CONTAINER(APP-LIST-CONTAINER-NAME)
                CHANNEL(APP-LIST-CHANNEL-NAME)
                INTO (LIST-EMPLOYEE-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE APP-MASS-PROGRAM-NAME TO LST-SAVING-PROGRAM
              IF MAS-STAGE-DONE THEN
                 MOVE ZEROES TO LST-MARKED-COUNT
                 INITIALIZE LST-MARKED-AREA
              END-IF

              EXEC CICS PUT
                   CONTAINER(APP-LIST-CONTAINER-NAME)
                   CHANNEL(APP-LIST-CHANNEL-NAME)
                   FROM (LIST-EMPLOYEE-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2550-DELETE-MASS-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-LIST-PROGRAM-NAME)
                CHANNEL(APP-LIST-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'List Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Employee List!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2550-DELETE-MASS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-MASS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-MASS-CONTAINER-NAME)
                CHANNEL(APP-MASS-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Mass Action Container!'
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
              MOVE MON-USER-ID TO MAS-USER-ID
              MOVE MON-USER-CATEGORY TO MAS-USER-CATEGORY
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
           MOVE APP-MASS-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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

           PERFORM 3000-LIST-ENTRIES.
           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-MASS-CONTAINER.

           EXEC CICS SEND
                MAP(APP-MASS-MAP-NAME)
                MAPSET(APP-MASS-MAPSET-NAME)
                FROM (EMASMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-MASS-CHANNEL-NAME)
                TRANSID(APP-MASS-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF MAS-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE MAS-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

      *    WHO IS IN THE BATCH, AND HOW THEY WERE PICKED.
           MOVE MAS-ENTRY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-SCOPE-LINE.
           IF MAS-SCOPE-FILTERED THEN
              STRING 'Whole Filtered Result - '
                     FUNCTION TRIM(WS-COUNT-EDIT) ' Employee(s)'
                 DELIMITED BY SIZE
                 INTO WS-SCOPE-LINE
           ELSE
              STRING 'Marked Rows - '
                     FUNCTION TRIM(WS-COUNT-EDIT) ' Employee(s)'
                 DELIMITED BY SIZE
                 INTO WS-SCOPE-LINE
           END-IF.
           MOVE WS-SCOPE-LINE TO SCOPEO.

           MOVE MAS-ACTION TO ACTNO.
           MOVE MAS-NEW-VALUE TO NEWVALO.
           MOVE MAS-EFFECTIVE-DATE TO EFFDTO.
           MOVE MAS-BATCH-REFERENCE TO BATCHO.

      *    ONCE PARKED THE BATCH CANNOT BE RE-KEYED.
           IF MAS-STAGE-DONE THEN
              MOVE DFHBMPRO TO ACTNA
              MOVE DFHBMPRO TO NEWVALA
              MOVE DFHBMPRO TO EFFDTA
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
           WHEN MESSO(1:5) IS EQUAL TO 'Batch' AND
                MAS-REJECTED-COUNT IS GREATER THAN ZERO
                MOVE DFHYELLO TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-MASS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-MASS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-MASS-CONTAINER-NAME)
                CHANNEL(APP-MASS-CHANNEL-NAME)
                FROM (MASS-ACTION-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Mass Action Container!'
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
