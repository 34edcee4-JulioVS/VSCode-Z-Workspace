       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'WORKPLACE INCIDENT LOG' PROGRAM.
      *      - MAINTAINS THE 'EINCLOG' REGISTER OF ACCIDENTS AT EACH
      *        'ESITMST' WORK SITE: THE INCIDENT ITSELF (DATE AND
      *        WHAT HAPPENED) AND, FOR EVERY EMPLOYEE INVOLVED, THE
      *        INJURY TYPE, SEVERITY AND CALENDAR DAYS LOST.
      *      - WITH THE EMPLOYEE ID LEFT BLANK, ACTION 'E' RECORDS AN
      *        INCIDENT (A BLANK INCIDENT NUMBER TAKES THE NEXT FREE
      *        ONE FOR THE SITE, A KEYED NUMBER CORRECTS THAT
      *        INCIDENT). WITH AN EMPLOYEE ID KEYED, ACTION 'E'
      *        RECORDS OR CORRECTS THAT EMPLOYEE'S INJURY. ACTION 'V'
      *        VOIDS WHICHEVER OF THE TWO IS KEYED. A BLANK ACTION
      *        DISPLAYS. THE EMPLOYEES INVOLVED ARE LISTED BELOW
      *        EITHER WAY.
      *      - LOST DAYS ARE CROSS-CHECKED AGAINST THE SICK LEAVE
      *        REQUESTED ON 'ELVREQ' SINCE THE INCIDENT, AND A
      *        MISMATCH IS WARNED ON (BUT NOT REFUSED - THE LEAVE IS
      *        OFTEN KEYED DAYS AFTER THE ACCIDENT IS REPORTED).
      *      - MANAGERS AND ADMINISTRATORS ONLY. STARTED THROUGH ITS
      *        OWN 'EINC' TRANSACTION (PF3 RETURNS TO THE MENU).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - WORKPLACE INCIDENT MAPSET.
      *      - WORKPLACE INCIDENT CONTAINER.
      *      - WORKPLACE INCIDENT FILE RECORD.
      *      - WORK SITE MASTER RECORD.
      *      - LEAVE REQUEST RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EINCMAP.
       COPY EINCCTR.
       COPY EINCLOG.
       COPY ESITMST.
       COPY ELVREQ.
       COPY EMPMAST.
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
          05 WS-INVOLVED-COUNT    PIC 9(3)  USAGE IS BINARY.
          05 WS-HIGHEST-INC-NUM   PIC 9(4).
          05 WS-LOST-DAYS         PIC 9(3).
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-INC-BROWSE           VALUE 'E'.
          05 WS-LEAVE-BROWSE-FLAG PIC X(1).
             88 END-OF-LEAVE-BROWSE         VALUE 'E'.
          05 WS-SITE-FOUND-FLAG   PIC X(1).
             88 SITE-FOUND                  VALUE 'Y'.
          05 WS-INCIDENT-FOUND-FLAG PIC X(1).
             88 INCIDENT-FOUND              VALUE 'Y'.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 INVOLVEMENT-FOUND           VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 MASTER-RECORD-FOUND         VALUE 'Y'.
          05 WS-TARGET-NAME       PIC X(38).
          05 WS-INVOLVED-LINE     PIC X(70).
          05 WS-LINE-NAME         PIC X(20).
          05 WS-INJURY-TEXT       PIC X(14).
          05 WS-SEVERITY-TEXT     PIC X(12).
          05 WS-LOST-EDIT         PIC ZZ9.
      *
      *    THE INCIDENT HEADER, KEPT APART FROM THE RECORD AREA WHICH
      *    IS REUSED FOR THE EMPLOYEE INVOLVED AND THE BROWSE.
       01 WS-INCIDENT-HEADER.
          05 WS-HDR-INCIDENT-DATE PIC X(8).
          05 WS-HDR-DESCRIPTION   PIC X(40).
          05 WS-HDR-STATUS        PIC X(1).
             88 WS-HDR-VOIDED               VALUE 'V'.
      *
      *    SICK LEAVE ON 'ELVREQ' TAKEN TO COVER THE DAYS LOST - ANY
      *    SICK REQUEST NOT REJECTED THAT STARTS ON OR AFTER THE
      *    INCIDENT DATE AND INSIDE THE WINDOW.
       01 WS-SICK-LEAVE-CHECK.
          05 WS-SLC-WINDOW-INTEGER PIC 9(8).
          05 WS-SLC-WINDOW-END    PIC X(8).
          05 WS-SLC-SICK-DAYS     PIC 9(4)V9(1).
          05 WS-SLC-LOST-DAYS     PIC 9(4)V9(1).
          05 WS-SLC-DAYS-EDIT     PIC ZZZ9.9.
      *
      *    THE EMPLOYEE BEING MAINTAINED IS HELD HERE WHILE THE
      *    REGISTER IS BROWSED FOR THE SCREEN LIST.
       01 WS-HELD-INVOLVEMENT     PIC X(81).
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
                CONTAINER(APP-INCDNT-CONTAINER-NAME)
                CHANNEL(APP-INCDNT-CHANNEL-NAME)
                INTO (INCIDENT-CONTAINER)
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
                MOVE 'Error Retrieving Incident Container!'
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

      *    ACCIDENTS ARE REPORTED BY THE LINE MANAGER ON THE SPOT OR
      *    BY HEALTH AND SAFETY (ADMINISTRATORS).
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For The Incident Log!'
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
           INITIALIZE INCIDENT-CONTAINER.
           INITIALIZE INCIDENT-LOG-RECORD.
           INITIALIZE SITE-MASTER-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-INCIDENT-HEADER.
           INITIALIZE EINCMO.

           MOVE 'Welcome to the Workplace Incident Log screen!'
              TO WS-MESSAGE.
           SET ICC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-INCDNT-MAP-NAME)
                MAPSET(APP-INCDNT-MAPSET-NAME)
                INTO (EINCMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-INCIDENT-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-INCIDENT-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-INCIDENT-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A DIFFERENT SITE STARTS AGAIN FROM A BLANK INCIDENT.
           IF SITEIDL IS GREATER THAN ZERO THEN
              IF FUNCTION UPPER-CASE(SITEIDI) IS NOT EQUAL TO
                 ICC-TARGET-SITE-ID THEN
                 MOVE ZEROES TO ICC-TARGET-INCIDENT-NUM
                 MOVE ZEROES TO ICC-TARGET-EMPLOYEE-ID
              END-IF
              MOVE FUNCTION UPPER-CASE(SITEIDI) TO ICC-TARGET-SITE-ID
           END-IF.

           IF INCNOL IS GREATER THAN ZERO THEN
              IF INCNOI IS EQUAL TO SPACES THEN
                 MOVE ZEROES TO ICC-TARGET-INCIDENT-NUM
              ELSE
                 IF INCNOI IS NOT NUMERIC THEN
                    MOVE 'Validation Error: Incident No. Not Numeric!'
                       TO WS-MESSAGE
                    MOVE -1 TO INCNOL
                    EXIT PARAGRAPH
                 END-IF
                 MOVE INCNOI TO ICC-TARGET-INCIDENT-NUM
              END-IF
           END-IF.

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS EQUAL TO SPACES THEN
                 MOVE ZEROES TO ICC-TARGET-EMPLOYEE-ID
              ELSE
                 IF EMPLIDI IS NOT NUMERIC THEN
                    MOVE 'Validation Error: Employee ID Not Numeric!'
                       TO WS-MESSAGE
                    MOVE -1 TO EMPLIDL
                    EXIT PARAGRAPH
                 END-IF
                 MOVE EMPLIDI TO ICC-TARGET-EMPLOYEE-ID
              END-IF
           END-IF.

           IF ICC-TARGET-SITE-ID IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: Enter A Work Site ID!'
                 TO WS-MESSAGE
              MOVE -1 TO SITEIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 2160-LOOKUP-SITE.
           IF NOT SITE-FOUND THEN
              MOVE 'No Work Site On File With That ID!' TO WS-MESSAGE
              MOVE -1 TO SITEIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-INCIDENT.

           IF ICC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              PERFORM 2170-LOOKUP-EMPLOYEE
              PERFORM 2180-LOOKUP-INVOLVEMENT
           ELSE
              INITIALIZE INCIDENT-LOG-RECORD
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                EVALUATE TRUE
                WHEN ICC-TARGET-INCIDENT-NUM IS EQUAL TO ZEROES
                     MOVE 'Key E To Record A New Incident At The Site!'
                        TO WS-MESSAGE
                WHEN NOT INCIDENT-FOUND
                     MOVE 'No Incident On File With That Number!'
                        TO WS-MESSAGE
                WHEN ICC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES
                     MOVE 'Incident Displayed!' TO WS-MESSAGE
                WHEN INVOLVEMENT-FOUND
                     MOVE 'Employee Involvement Displayed!'
                        TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'No Record Of That Employee In The Incident!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN 'E'
                IF ICC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
                   PERFORM 2200-RECORD-INCIDENT
                ELSE
                   PERFORM 2300-RECORD-INVOLVEMENT
                END-IF
           WHEN 'V'
                PERFORM 2400-VOID-RECORD
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E Or V!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

      *    RE-LIST WHATEVER THE ACTION LEFT ON FILE, KEEPING THE
      *    EMPLOYEE IN HAND FOR THE DETAIL FIELDS.
           IF INCIDENT-FOUND THEN
              MOVE INCIDENT-LOG-RECORD TO WS-HELD-INVOLVEMENT
              PERFORM 3000-LIST-INVOLVED
              MOVE WS-HELD-INVOLVEMENT TO INCIDENT-LOG-RECORD
           END-IF.

      *    THE INCIDENT HEADER - ZERO EMPLOYEE ID UNDER THE SITE AND
      *    INCIDENT NUMBER - IS KEPT APART IN 'WS-INCIDENT-HEADER'.
       2150-LOOKUP-INCIDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-INCIDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-INCIDENT-FOUND-FLAG.
           INITIALIZE WS-INCIDENT-HEADER.

           IF ICC-TARGET-INCIDENT-NUM IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE INCIDENT-LOG-RECORD.
           MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID.
           MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM.
           MOVE ZEROES TO INC-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                INTO (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-INCIDENT-FOUND-FLAG
                MOVE INC-INCIDENT-DATE TO WS-HDR-INCIDENT-DATE
                MOVE INC-DESCRIPTION TO WS-HDR-DESCRIPTION
                MOVE INC-STATUS TO WS-HDR-STATUS
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Incident Log File!' TO WS-MESSAGE
           END-EVALUATE.

      *    A CLOSED SITE IS STILL FOUND - ITS PAST INCIDENTS MAY BE
      *    LOOKED AT AND CORRECTED, JUST NOT ADDED TO.
       2160-LOOKUP-SITE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-LOOKUP-SITE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-SITE-FOUND-FLAG.
           MOVE ICC-TARGET-SITE-ID TO SIT-SITE-ID.

           EXEC CICS READ
                FILE(APP-SITMST-FILE-NAME)
                RIDFLD(SIT-SITE-ID)
                INTO (SITE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-SITE-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Work Site File!' TO WS-MESSAGE
           END-EVALUATE.

      *    A DELETED EMPLOYEE CANNOT BE ADDED TO AN INCIDENT.
       2170-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE SPACES TO WS-TARGET-NAME.
           MOVE ICC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

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

       2180-LOOKUP-INVOLVEMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2180-LOOKUP-INVOLVEMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE INCIDENT-LOG-RECORD.
           MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID.
           MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM.
           MOVE ICC-TARGET-EMPLOYEE-ID TO INC-EMPLOYEE-ID.

           IF NOT INCIDENT-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                INTO (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE INCIDENT-LOG-RECORD
                MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID
                MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM
                MOVE ICC-TARGET-EMPLOYEE-ID TO INC-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'Error Reading Incident Log File!' TO WS-MESSAGE
           END-EVALUATE.

       2200-RECORD-INCIDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RECORD-INCIDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF ICC-TARGET-INCIDENT-NUM IS GREATER THAN ZEROES AND
              NOT INCIDENT-FOUND THEN
              MOVE 'No Incident On File With That Number!'
                 TO WS-MESSAGE
              MOVE -1 TO INCNOL
              EXIT PARAGRAPH
           END-IF.

           IF NOT INCIDENT-FOUND AND NOT SIT-ST-ACTIVE THEN
              MOVE 'Validation Error: Work Site Is Not Active!'
                 TO WS-MESSAGE
              MOVE -1 TO SITEIDL
              EXIT PARAGRAPH
           END-IF.

           IF INCDTL IS EQUAL TO ZERO OR INCDTI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Incident Date!'
                 TO WS-MESSAGE
              MOVE -1 TO INCDTL
              EXIT PARAGRAPH
           END-IF.

           IF INCDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Incident Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO INCDTL
              EXIT PARAGRAPH
           END-IF.

           IF INCDTI IS GREATER THAN WS-TODAY THEN
              MOVE 'Validation Error: Incident Date Is In The Future!'
                 TO WS-MESSAGE
              MOVE -1 TO INCDTL
              EXIT PARAGRAPH
           END-IF.

           IF DESCL IS EQUAL TO ZERO OR DESCI IS EQUAL TO SPACES
              MOVE 'Validation Error: Describe What Happened!'
                 TO WS-MESSAGE
              MOVE -1 TO DESCL
              EXIT PARAGRAPH
           END-IF.

           IF INCIDENT-FOUND THEN
              PERFORM 2250-REWRITE-INCIDENT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2260-FIND-NEXT-INCIDENT.

           IF WS-HIGHEST-INC-NUM IS EQUAL TO 9999 THEN
              MOVE 'No Free Incident Number Left For The Site!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HIGHEST-INC-NUM
              GIVING ICC-TARGET-INCIDENT-NUM.

           INITIALIZE INCIDENT-LOG-RECORD.
           MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID.
           MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM.
           MOVE ZEROES TO INC-EMPLOYEE-ID.
           MOVE INCDTI TO INC-INCIDENT-DATE.
           MOVE DESCI TO INC-DESCRIPTION.
           SET INC-ST-ACTIVE TO TRUE.
           MOVE ICC-USER-ID TO INC-RECORDED-BY.
           MOVE WS-TODAY TO INC-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                FROM (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-INCIDENT-FOUND-FLAG
                MOVE INC-INCIDENT-DATE TO WS-HDR-INCIDENT-DATE
                MOVE INC-DESCRIPTION TO WS-HDR-DESCRIPTION
                MOVE INC-STATUS TO WS-HDR-STATUS
                MOVE 'Incident Recorded - Now Add Each Employee!'
                   TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'Incident Number Taken Meanwhile - Retry!'
                   TO WS-MESSAGE
                MOVE ZEROES TO ICC-TARGET-INCIDENT-NUM
           WHEN OTHER
                MOVE 'Error Writing Incident!' TO WS-MESSAGE
           END-EVALUATE.

       2250-REWRITE-INCIDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-INCIDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE INCIDENT-LOG-RECORD.
           MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID.
           MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM.
           MOVE ZEROES TO INC-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                INTO (INCIDENT-LOG-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Incident For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    CORRECTING A VOIDED INCIDENT PUTS IT BACK ON FILE.
           MOVE INCDTI TO INC-INCIDENT-DATE.
           MOVE DESCI TO INC-DESCRIPTION.
           SET INC-ST-ACTIVE TO TRUE.
           MOVE ICC-USER-ID TO INC-RECORDED-BY.
           MOVE WS-TODAY TO INC-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-INCDNT-FILE-NAME)
                FROM (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE INC-INCIDENT-DATE TO WS-HDR-INCIDENT-DATE
              MOVE INC-DESCRIPTION TO WS-HDR-DESCRIPTION
              MOVE INC-STATUS TO WS-HDR-STATUS
              MOVE 'Incident Corrected!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Incident!' TO WS-MESSAGE
           END-IF.

      *    INCIDENTS ARE NUMBERED PER SITE - BROWSE THE SITE'S KEY
      *    RANGE AND TAKE THE HIGHEST NUMBER IN USE.
       2260-FIND-NEXT-INCIDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2260-FIND-NEXT-INCIDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-HIGHEST-INC-NUM.
           INITIALIZE WS-BROWSE-FLAG.
           INITIALIZE INCIDENT-LOG-RECORD.
           MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID.
           MOVE ZEROES TO INC-INCIDENT-NUM.
           MOVE ZEROES TO INC-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2270-SCAN-NEXT-INCIDENT
              UNTIL END-OF-INC-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-INCDNT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2270-SCAN-NEXT-INCIDENT.
           EXEC CICS READNEXT
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                INTO (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              INC-SITE-ID IS NOT EQUAL TO ICC-TARGET-SITE-ID
              SET END-OF-INC-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE INC-INCIDENT-NUM TO WS-HIGHEST-INC-NUM.

       2300-RECORD-INVOLVEMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-RECORD-INVOLVEMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT INCIDENT-FOUND OR WS-HDR-VOIDED THEN
              MOVE 'No Active Incident On File - Record It First!'
                 TO WS-MESSAGE
              MOVE -1 TO INCNOL
              EXIT PARAGRAPH
           END-IF.

           IF NOT MASTER-RECORD-FOUND THEN
              MOVE 'No Employee On File With That ID!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(INJTYPI) TO INC-INJURY-TYPE.
           IF NOT INC-INJ-VALID THEN
              MOVE 'Validation Error: Injury Type Must Be N/C/S/F/B/O!'
                 TO WS-MESSAGE
              MOVE -1 TO INJTYPL
              EXIT PARAGRAPH
           END-IF.

           MOVE SEVERI TO INC-SEVERITY.
           IF NOT INC-SEV-VALID THEN
              MOVE 'Validation Error: Severity Must Be 0 To 4!'
                 TO WS-MESSAGE
              MOVE -1 TO SEVERL
              EXIT PARAGRAPH
           END-IF.

           IF LOSTDYL IS EQUAL TO ZERO OR LOSTDYI IS EQUAL TO SPACES
              MOVE ZEROES TO WS-LOST-DAYS
           ELSE
              COMPUTE WS-LOST-DAYS = FUNCTION NUMVAL(LOSTDYI)
           END-IF.

      *    A WITNESS OR NEAR MISS ('N') NEEDS NO TREATMENT, AND ONLY
      *    A LOST-TIME OR MAJOR INJURY LOSES DAYS - A LOST-TIME ONE
      *    ALWAYS DOES.
           IF INC-INJ-NONE AND NOT INC-SEV-NO-TREATMENT OR
              NOT INC-INJ-NONE AND INC-SEV-NO-TREATMENT THEN
              MOVE 'Validation Error: Severity 0 Goes With Injury N!'
                 TO WS-MESSAGE
              MOVE -1 TO SEVERL
              EXIT PARAGRAPH
           END-IF.

           IF WS-LOST-DAYS IS GREATER THAN ZEROES AND
              NOT INC-SEV-LOST-TIME AND NOT INC-SEV-MAJOR THEN
              MOVE 'Validation Error: Lost Days Need Severity 3 Or 4!'
                 TO WS-MESSAGE
              MOVE -1 TO LOSTDYL
              EXIT PARAGRAPH
           END-IF.

           IF WS-LOST-DAYS IS EQUAL TO ZEROES AND
              INC-SEV-LOST-TIME THEN
              MOVE 'Validation Error: Lost-Time Injury Needs Lost Days!'
                 TO WS-MESSAGE
              MOVE -1 TO LOSTDYL
              EXIT PARAGRAPH
           END-IF.

           IF INVOLVEMENT-FOUND THEN
              PERFORM 2350-REWRITE-INVOLVEMENT
           ELSE
              MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID
              MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM
              MOVE ICC-TARGET-EMPLOYEE-ID TO INC-EMPLOYEE-ID
              MOVE SPACES TO INC-INCIDENT-DATE INC-DESCRIPTION
              MOVE WS-LOST-DAYS TO INC-LOST-DAYS
              SET INC-ST-ACTIVE TO TRUE
              MOVE ICC-USER-ID TO INC-RECORDED-BY
              MOVE WS-TODAY TO INC-RECORDED-DATE

              EXEC CICS WRITE
                   FILE(APP-INCDNT-FILE-NAME)
                   RIDFLD(INC-KEY)
                   FROM (INCIDENT-LOG-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                   MOVE 'Employee Involvement Recorded!' TO WS-MESSAGE
              WHEN DFHRESP(DUPREC)
                   MOVE 'Employee Added Meanwhile - Retry!'
                      TO WS-MESSAGE
              WHEN OTHER
                   MOVE 'Error Writing Employee Involvement!'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF.

           IF INVOLVEMENT-FOUND AND INC-LOST-DAYS IS GREATER THAN ZEROES
              MOVE INCIDENT-LOG-RECORD TO WS-HELD-INVOLVEMENT
              PERFORM 2370-CHECK-SICK-LEAVE
              MOVE WS-HELD-INVOLVEMENT TO INCIDENT-LOG-RECORD
           END-IF.

       2350-REWRITE-INVOLVEMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2350-REWRITE-INVOLVEMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                INTO (INCIDENT-LOG-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Involvement For Update!'
                 TO WS-MESSAGE
              MOVE 'N' TO WS-RECORD-FOUND-FLAG
              EXIT PARAGRAPH
           END-IF.

      *    CORRECTING A VOIDED ENTRY PUTS IT BACK ON FILE.
           MOVE FUNCTION UPPER-CASE(INJTYPI) TO INC-INJURY-TYPE.
           MOVE SEVERI TO INC-SEVERITY.
           MOVE WS-LOST-DAYS TO INC-LOST-DAYS.
           SET INC-ST-ACTIVE TO TRUE.
           MOVE ICC-USER-ID TO INC-RECORDED-BY.
           MOVE WS-TODAY TO INC-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-INCDNT-FILE-NAME)
                FROM (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Employee Involvement Corrected!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Employee Involvement!'
                 TO WS-MESSAGE
              MOVE 'N' TO WS-RECORD-FOUND-FLAG
           END-IF.

      *    SUM THE EMPLOYEE'S SICK LEAVE FROM THE INCIDENT DATE TO
      *    THE END OF THE WINDOW. ANY DIFFERENCE FROM THE DAYS LOST
      *    IS WARNED ON - THE RECORD STANDS EITHER WAY.
       2370-CHECK-SICK-LEAVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2370-CHECK-SICK-LEAVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-SLC-SICK-DAYS.
           MOVE INC-LOST-DAYS TO WS-SLC-LOST-DAYS.

           COMPUTE WS-SLC-WINDOW-INTEGER = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(WS-HDR-INCIDENT-DATE))
              + APP-INC-SICK-WINDOW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SLC-WINDOW-INTEGER)
              TO WS-SLC-WINDOW-END.

           INITIALIZE WS-LEAVE-BROWSE-FLAG.
           MOVE ICC-TARGET-EMPLOYEE-ID TO LRQ-EMPLOYEE-ID.
           MOVE WS-HDR-INCIDENT-DATE TO LRQ-FROM-DATE.

           EXEC CICS STARTBR
                FILE(APP-LVREQ-FILE-NAME)
                RIDFLD(LRQ-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 2380-SUM-NEXT-SICK-LEAVE
                 UNTIL END-OF-LEAVE-BROWSE

              EXEC CICS ENDBR
                   FILE(APP-LVREQ-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-SLC-SICK-DAYS IS EQUAL TO WS-SLC-LOST-DAYS THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-SLC-SICK-DAYS TO WS-SLC-DAYS-EDIT.
           MOVE SPACES TO WS-MESSAGE.

           IF WS-SLC-SICK-DAYS IS LESS THAN WS-SLC-LOST-DAYS THEN
              STRING 'Recorded - But Only' DELIMITED BY SIZE
                 WS-SLC-DAYS-EDIT DELIMITED BY SIZE
                 ' Days Sick Leave On File Since!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
           ELSE
              STRING 'Recorded - But' DELIMITED BY SIZE
                 WS-SLC-DAYS-EDIT DELIMITED BY SIZE
                 ' Days Sick Leave Since - Check Lost Days!'
                    DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

       2380-SUM-NEXT-SICK-LEAVE.
           EXEC CICS READNEXT
                FILE(APP-LVREQ-FILE-NAME)
                RIDFLD(LRQ-KEY)
                INTO (LEAVE-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              LRQ-EMPLOYEE-ID IS NOT EQUAL TO ICC-TARGET-EMPLOYEE-ID OR
              LRQ-FROM-DATE IS GREATER THAN WS-SLC-WINDOW-END
              SET END-OF-LEAVE-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF LRQ-TYPE-SICK AND NOT LRQ-REJECTED THEN
              ADD LRQ-DAYS-REQUESTED TO WS-SLC-SICK-DAYS
           END-IF.

      *    A VOIDED RECORD STAYS ON FILE WITH STATUS 'V' - WHAT WAS
      *    ONCE REPORTED CAN STILL BE TRACED. VOIDING THE INCIDENT
      *    TAKES EVERY EMPLOYEE UNDER IT OUT OF THE REPORTING TOO.
       2400-VOID-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-VOID-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF ICC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              IF NOT INCIDENT-FOUND OR WS-HDR-VOIDED THEN
                 MOVE 'No Active Incident On File To Void!'
                    TO WS-MESSAGE
                 MOVE -1 TO INCNOL
                 EXIT PARAGRAPH
              END-IF
              MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID
              MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM
              MOVE ZEROES TO INC-EMPLOYEE-ID
           ELSE
              IF NOT INVOLVEMENT-FOUND OR NOT INC-ST-ACTIVE THEN
                 MOVE 'No Active Involvement On File To Void!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EXEC CICS READ
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                INTO (INCIDENT-LOG-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Incident Log For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SET INC-ST-VOIDED TO TRUE.
           MOVE ICC-USER-ID TO INC-RECORDED-BY.
           MOVE WS-TODAY TO INC-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-INCDNT-FILE-NAME)
                FROM (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Incident Log!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF INC-INCIDENT-HEADER THEN
              MOVE INC-STATUS TO WS-HDR-STATUS
              MOVE 'Incident Voided!' TO WS-MESSAGE
           ELSE
              MOVE 'Employee Involvement Voided!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER THE INCIDENT'S KEY RANGE LISTS THE ACTIVE
      *    EMPLOYEES INVOLVED (THE HEADER RECORD IS SKIPPED).
       3000-LIST-INVOLVED.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-INVOLVED' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN WS-INVOLVED-COUNT.
           MOVE SPACES TO INV01O INV02O INV03O INV04O INV05O INV06O.

           INITIALIZE WS-BROWSE-FLAG.
           MOVE ICC-TARGET-SITE-ID TO INC-SITE-ID.
           MOVE ICC-TARGET-INCIDENT-NUM TO INC-INCIDENT-NUM.
           MOVE ZEROES TO INC-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-LIST-NEXT-INVOLVED
              UNTIL END-OF-INC-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-INCDNT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-INVOLVED-COUNT IS GREATER THAN WS-LINES-SHOWN THEN
              MOVE 'More Employees Involved Than Fit The Screen!'
                 TO WS-MESSAGE
           END-IF.

       3100-LIST-NEXT-INVOLVED.
           EXEC CICS READNEXT
                FILE(APP-INCDNT-FILE-NAME)
                RIDFLD(INC-KEY)
                INTO (INCIDENT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              INC-SITE-ID IS NOT EQUAL TO ICC-TARGET-SITE-ID OR
              INC-INCIDENT-NUM IS NOT EQUAL TO ICC-TARGET-INCIDENT-NUM
              SET END-OF-INC-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF INC-INCIDENT-HEADER OR NOT INC-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-INVOLVED-COUNT.

           IF WS-LINES-SHOWN IS NOT LESS THAN 6 THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE INC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-PRIMARY-NAME TO WS-LINE-NAME
           ELSE
              MOVE '(Not On File)' TO WS-LINE-NAME
           END-IF.

           EVALUATE TRUE
           WHEN INC-INJ-NONE
                MOVE 'No Injury' TO WS-INJURY-TEXT
           WHEN INC-INJ-CUT
                MOVE 'Cut' TO WS-INJURY-TEXT
           WHEN INC-INJ-SPRAIN-STRAIN
                MOVE 'Sprain/Strain' TO WS-INJURY-TEXT
           WHEN INC-INJ-FRACTURE
                MOVE 'Fracture' TO WS-INJURY-TEXT
           WHEN INC-INJ-BURN
                MOVE 'Burn' TO WS-INJURY-TEXT
           WHEN OTHER
                MOVE 'Other Injury' TO WS-INJURY-TEXT
           END-EVALUATE.

           EVALUATE TRUE
           WHEN INC-SEV-NO-TREATMENT
                MOVE 'No Treatment' TO WS-SEVERITY-TEXT
           WHEN INC-SEV-FIRST-AID
                MOVE 'First Aid' TO WS-SEVERITY-TEXT
           WHEN INC-SEV-MEDICAL
                MOVE 'Medical' TO WS-SEVERITY-TEXT
           WHEN INC-SEV-LOST-TIME
                MOVE 'Lost Time' TO WS-SEVERITY-TEXT
           WHEN OTHER
                MOVE 'Major' TO WS-SEVERITY-TEXT
           END-EVALUATE.

           MOVE INC-LOST-DAYS TO WS-LOST-EDIT.

           MOVE SPACES TO WS-INVOLVED-LINE.
           STRING INC-EMPLOYEE-ID DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-LINE-NAME DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-INJURY-TEXT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-SEVERITY-TEXT DELIMITED BY SIZE
              ' Lost ' DELIMITED BY SIZE
              WS-LOST-EDIT DELIMITED BY SIZE
              INTO WS-INVOLVED-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-INVOLVED-LINE TO INV01O
           WHEN 2
                MOVE WS-INVOLVED-LINE TO INV02O
           WHEN 3
                MOVE WS-INVOLVED-LINE TO INV03O
           WHEN 4
                MOVE WS-INVOLVED-LINE TO INV04O
           WHEN 5
                MOVE WS-INVOLVED-LINE TO INV05O
           WHEN OTHER
                MOVE WS-INVOLVED-LINE TO INV06O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-INCIDENT-CONTAINER.

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

       2550-DELETE-INCIDENT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-INCIDENT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-INCDNT-CONTAINER-NAME)
                CHANNEL(APP-INCDNT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Incident Container!'
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
              MOVE MON-USER-ID TO ICC-USER-ID
              MOVE MON-USER-CATEGORY TO ICC-USER-CATEGORY
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
           MOVE APP-INCDNT-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-INCIDENT-CONTAINER.

           EXEC CICS SEND
                MAP(APP-INCDNT-MAP-NAME)
                MAPSET(APP-INCDNT-MAPSET-NAME)
                FROM (EINCMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-INCDNT-CHANNEL-NAME)
                TRANSID(APP-INCDNT-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF ICC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE ICC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           MOVE ICC-TARGET-SITE-ID TO SITEIDO.

           IF SITE-FOUND THEN
              MOVE SIT-SITE-NAME TO SITNAMO
           ELSE
              MOVE SPACES TO SITNAMO
           END-IF.

           IF ICC-TARGET-INCIDENT-NUM IS GREATER THAN ZEROES THEN
              MOVE ICC-TARGET-INCIDENT-NUM TO INCNOO
           ELSE
              MOVE SPACES TO INCNOO
           END-IF.

           IF INCIDENT-FOUND THEN
              MOVE WS-HDR-INCIDENT-DATE TO INCDTO
              MOVE WS-HDR-DESCRIPTION TO DESCO
           ELSE
              MOVE SPACES TO INCDTO DESCO
           END-IF.

           IF ICC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE ICC-TARGET-EMPLOYEE-ID TO EMPLIDO
           ELSE
              MOVE SPACES TO EMPLIDO
           END-IF.

           IF MASTER-RECORD-FOUND THEN
              MOVE WS-TARGET-NAME TO PRNAMEO
           ELSE
              MOVE SPACES TO PRNAMEO
           END-IF.

           IF INVOLVEMENT-FOUND THEN
              MOVE INC-INJURY-TYPE TO INJTYPO
              MOVE INC-SEVERITY TO SEVERO
              MOVE INC-LOST-DAYS TO LOSTDYO
           ELSE
              MOVE SPACES TO INJTYPO SEVERO LOSTDYO
           END-IF.

           MOVE SPACES TO ACTNO.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
           WHEN MESSO(1:4) IS EQUAL TO 'More'
           WHEN MESSO(1:14) IS EQUAL TO 'Recorded - But'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Invalid'
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-INCIDENT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-INCIDENT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-INCDNT-CONTAINER-NAME)
                CHANNEL(APP-INCDNT-CHANNEL-NAME)
                FROM (INCIDENT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Incident Container!'
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
