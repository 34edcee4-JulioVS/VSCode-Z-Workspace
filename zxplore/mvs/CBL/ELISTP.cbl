      *      - LIST EMPLOYEES CONTAINER.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - MASS ACTION CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EMPMAST.
       COPY EMONCTR.
       COPY EFLTPRS.
       COPY EMASCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
       01 WS-CSV-WORK-FIELDS.
          05 WS-CSV-EMP-ID          PIC Z(7)9.
          05 WS-CSV-DEPT-ID         PIC Z(7)9.
      *
      *
      *   ROWS MARKED FOR A MASS ACTION ('X' IN THE SELECT COLUMN),
      *   KEPT BY EMPLOYEE ID ON THE LIST CONTAINER ACROSS PAGES.
      *   PF4 HANDS THE MARKED ROWS, PF2 THE WHOLE FILTERED RESULT,
      *   TO 'EMASP'.
      *
       01 WS-MARK-VARS.
          05 WS-MARK-FLAG           PIC X(1)   VALUE SPACES.
             88 MARKS-CHANGED                  VALUE 'Y'.
          05 WS-MARK-FOUND-FLAG     PIC X(1)   VALUE SPACES.
             88 MARK-FOUND                     VALUE 'Y'.
          05 WS-MARK-SEARCH-ID      PIC 9(8)   VALUE ZEROES.
          05 WS-MARK-HOLD-ID        PIC 9(8)   VALUE ZEROES.
          05 WS-MARK-SLOT           PIC S9(4)  USAGE IS BINARY.
          05 WS-MARK-COUNT-TXT      PIC ZZ9.
          05 WS-COLLECT-STATUS      PIC X(1)   VALUE SPACES.
             88 COLLECT-OK                     VALUE 'Y'.
             88 COLLECT-FAILED                 VALUE 'N'.
          05 WS-COLLECT-FILE-FLAG   PIC X(1)   VALUE SPACES.
             88 COLLECT-END-OF-FILE            VALUE 'E'.
      *
       01 WS-RE-ENTRY-AID.
          05 WS-RE-ENTRY-FILTERS    PIC X(112) VALUE SPACES.
          05 WS-RE-ENTRY-MARKED-COUNT
                                    PIC 9(3)   VALUE ZEROES.
          05 WS-RE-ENTRY-MARKED-AREA
                                    PIC X(1600) VALUE SPACES.
          05 WS-RE-ENTRY-FLAG       PIC X(1)   VALUE SPACES.
             88 RE-ENTRY-FROM-VIEW             VALUE 'Y'.
      *
                IF LST-SAVING-PROGRAM IS EQUAL TO APP-VIEW-PROGRAM-NAME
                   PERFORM 5000-RE-ENTRY-FROM-VIEW
                END-IF
      *         LIKEWISE WHEN BOUNCING BACK FROM THE 'MASS ACTION' PAGE
                IF LST-SAVING-PROGRAM IS EQUAL TO APP-MASS-PROGRAM-NAME
                   PERFORM 5000-RE-ENTRY-FROM-VIEW
                END-IF
           WHEN OTHER
                MOVE 'Error Retrieving List Container!' TO WS-MESSAGE
           END-EVALUATE.
           MOVE 1 TO LST-CURRENT-PAGE-NUMBER.
           MOVE '1' TO LST-SELECT-KEY-TYPE.

      *    IF BOUNCING BACK FROM 'VIEW DETAILS' (OR 'MASS ACTION') PAGE,
      *    RESTORE FILTERS AND ANY ROWS STILL MARKED.
           IF RE-ENTRY-FROM-VIEW THEN
              MOVE WS-RE-ENTRY-FILTERS TO LST-FILTERS
              MOVE WS-RE-ENTRY-MARKED-COUNT TO LST-MARKED-COUNT
              MOVE WS-RE-ENTRY-MARKED-AREA TO LST-MARKED-AREA
           END-IF.

       1200-GET-INITIAL-FILTERS.
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    PICK UP ANY ROWS MARKED OR UNMARKED ON THIS PAGE FIRST, SO
      *    THEY SURVIVE WHICHEVER KEY WAS PRESSED.
           PERFORM 2050-COLLECT-MARKS.

           EVALUATE EIBAID
           WHEN DFHENTER
      *         ENTER AFTER MARKING ROWS JUST CONFIRMS THE MARKS.
                IF MARKS-CHANGED THEN
                   PERFORM 2060-SHOW-MARK-COUNT
                ELSE
                   PERFORM 2100-SHOW-DETAILS
                END-IF
           WHEN DFHPF4
                PERFORM 2700-ACT-ON-MARKED
           WHEN DFHPF2
                PERFORM 2800-ACT-ON-FILTERED
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2200-SHOW-FILTERS
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2050-COLLECT-MARKS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2050-COLLECT-MARKS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MARK-FLAG.

           PERFORM 2055-COLLECT-LINE-MARK
              VARYING LST-RECORD-INDEX FROM 1 BY 1
              UNTIL LST-RECORD-INDEX IS GREATER THAN WS-LINES-PER-PAGE.

       2055-COLLECT-LINE-MARK.
      *    AN 'X' KEYED IN THE SELECT COLUMN MARKS THE ROW; ANYTHING
      *    ELSE KEYED OVER IT, OR ERASING IT, TAKES THE MARK OFF.
           SET LINEI-INDEX TO LST-RECORD-INDEX.

           IF LST-CURRENT-RECORD(LST-RECORD-INDEX) IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE LST-CURRENT-RECORD(LST-RECORD-INDEX)(1:8)
              TO WS-MARK-SEARCH-ID.
           MOVE SELCTF(LINEI-INDEX) TO DFHBMFLG.

           IF SELCTL(LINEI-INDEX) IS GREATER THAN ZERO THEN
              SET MARKS-CHANGED TO TRUE
              IF SELCTI(LINEI-INDEX) IS EQUAL TO 'X' OR
                 SELCTI(LINEI-INDEX) IS EQUAL TO 'x' THEN
                 PERFORM 2065-ADD-MARK
              ELSE
                 PERFORM 2070-REMOVE-MARK
              END-IF
           ELSE
              IF DFHERASE THEN
                 SET MARKS-CHANGED TO TRUE
                 PERFORM 2070-REMOVE-MARK
              END-IF
           END-IF.

       2060-SHOW-MARK-COUNT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2060-SHOW-MARK-COUNT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A FULL MARK TABLE HAS ALREADY SAID SO.
           IF WS-MESSAGE(1:4) IS EQUAL TO 'Mark' THEN
              EXIT PARAGRAPH
           END-IF.

           IF LST-MARKED-COUNT IS EQUAL TO ZERO THEN
              MOVE 'No Rows Marked - Key X Beside A Row To Mark It!'
                 TO WS-MESSAGE
           ELSE
              MOVE LST-MARKED-COUNT TO WS-MARK-COUNT-TXT
              STRING FUNCTION TRIM(WS-MARK-COUNT-TXT)
                     ' Marked - PF4=Act On Marked, PF2=Act On Whole'
                     ' Result.'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

       2065-ADD-MARK.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2065-ADD-MARK' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2075-FIND-MARK.

           IF MARK-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

      *    TAKE THE FIRST FREE (ZERO) SLOT.
           MOVE WS-MARK-SEARCH-ID TO WS-MARK-HOLD-ID.
           MOVE ZEROES TO WS-MARK-SEARCH-ID.
           PERFORM 2075-FIND-MARK.
           MOVE WS-MARK-HOLD-ID TO WS-MARK-SEARCH-ID.

           IF MARK-FOUND THEN
              SET LST-MARKED-INDEX TO WS-MARK-SLOT
              MOVE WS-MARK-SEARCH-ID TO LST-MARKED-ID(LST-MARKED-INDEX)
              ADD 1 TO LST-MARKED-COUNT
           ELSE
              STRING 'Mark Limit Reached - At Most '
                     APP-MASS-MAXIMUM-ROWS
                     ' Employees Per Mass Action!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

       2070-REMOVE-MARK.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2070-REMOVE-MARK' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2075-FIND-MARK.

           IF MARK-FOUND THEN
              SET LST-MARKED-INDEX TO WS-MARK-SLOT
              MOVE ZEROES TO LST-MARKED-ID(LST-MARKED-INDEX)
              SUBTRACT 1 FROM LST-MARKED-COUNT
           END-IF.

       2075-FIND-MARK.
      *    LOOK FOR 'WS-MARK-SEARCH-ID' IN THE MARK TABLE - ZERO FINDS
      *    A FREE SLOT. 'WS-MARK-SLOT' SAYS WHERE.
           INITIALIZE WS-MARK-FOUND-FLAG.
           MOVE ZERO TO WS-MARK-SLOT.

           PERFORM 2080-CHECK-MARK-SLOT
              VARYING LST-MARKED-INDEX FROM 1 BY 1
              UNTIL LST-MARKED-INDEX IS GREATER THAN
                    APP-MASS-MAXIMUM-ROWS
              OR MARK-FOUND.

       2080-CHECK-MARK-SLOT.
           IF LST-MARKED-ID(LST-MARKED-INDEX) IS EQUAL TO
              WS-MARK-SEARCH-ID THEN
              SET MARK-FOUND TO TRUE
              SET WS-MARK-SLOT TO LST-MARKED-INDEX
           END-IF.

       2100-SHOW-DETAILS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-SHOW-DETAILS' TO WS-DEBUG-AID.

           PERFORM 9200-RETURN-TO-CICS.

       2700-ACT-ON-MARKED.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-ACT-ON-MARKED' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT LST-CT-MANAGER AND NOT LST-CT-ADMINISTRATOR THEN
              MOVE 'Invalid Key - Mass Actions Are For Managers/Admins!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF LST-MARKED-COUNT IS EQUAL TO ZERO THEN
              MOVE 'No Rows Marked - Key X Beside A Row To Mark It!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2750-START-MASS-CONTAINER.
           SET MAS-SCOPE-MARKED TO TRUE.

           PERFORM 2710-COPY-MARKED-ROW
              VARYING LST-MARKED-INDEX FROM 1 BY 1
              UNTIL LST-MARKED-INDEX IS GREATER THAN
                    APP-MASS-MAXIMUM-ROWS.

           PERFORM 2790-TRANSFER-TO-MASS-ACTION.

       2710-COPY-MARKED-ROW.
           IF LST-MARKED-ID(LST-MARKED-INDEX) IS GREATER THAN ZERO THEN
              ADD 1 TO MAS-ENTRY-COUNT
              SET MAS-ENTRY-INDEX TO MAS-ENTRY-COUNT
              MOVE LST-MARKED-ID(LST-MARKED-INDEX)
                 TO MAS-EMPLOYEE-ID(MAS-ENTRY-INDEX)
           END-IF.

       2750-START-MASS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2750-START-MASS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    'EMASP' PICKS UP THE USER, THE EMPLOYEE NAMES AND THE REST
      *    ON ITS FIRST TURN - WE ONLY HAND OVER WHO IS IN THE BATCH.
           INITIALIZE MASS-ACTION-CONTAINER.
           MOVE MON-USER-ID TO MAS-USER-ID.
           MOVE LST-USER-CATEGORY TO MAS-USER-CATEGORY.
           SET MAS-STAGE-NEW TO TRUE.
           MOVE 1 TO MAS-FIRST-LINE.

       2790-TRANSFER-TO-MASS-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2790-TRANSFER-TO-MASS-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9150-PUT-LIST-CONTAINER.

           EXEC CICS PUT
                CONTAINER(APP-MASS-CONTAINER-NAME)
                CHANNEL(APP-MASS-CHANNEL-NAME)
                FROM (MASS-ACTION-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Putting Mass Action Container!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS XCTL
                PROGRAM(APP-MASS-PROGRAM-NAME)
                CHANNEL(APP-MASS-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Transferring To Mass Action Page' TO WS-MESSAGE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Mass Action Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Mass Action Page!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    SENDS THE WHOLE FILTERED RESULT, NOT JUST THE ROWS ON SCREEN,
      *    TO 'EMASP' - WALKED THE SAME WAY THE PRINTED REPORT IS, BUT
      *    CAPPED AT WHAT ONE MASS ACTION WILL TAKE.

       2800-ACT-ON-FILTERED.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-ACT-ON-FILTERED' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT LST-CT-MANAGER AND NOT LST-CT-ADMINISTRATOR THEN
              MOVE 'Invalid Key - Mass Actions Are For Managers/Admins!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2750-START-MASS-CONTAINER.
           SET MAS-SCOPE-FILTERED TO TRUE.

           INITIALIZE WS-COLLECT-FILE-FLAG.
           SET COLLECT-OK TO TRUE.

           PERFORM 2810-START-COLLECT-BROWSE.

           IF COLLECT-OK AND NOT COLLECT-END-OF-FILE THEN
              PERFORM 2820-COLLECT-NEXT-ROW
                 UNTIL COLLECT-END-OF-FILE
                 OR COLLECT-FAILED
              PERFORM 2830-END-COLLECT-BROWSE
           END-IF.

           IF COLLECT-FAILED THEN
              EXIT PARAGRAPH
           END-IF.

           IF MAS-ENTRY-COUNT IS EQUAL TO ZERO THEN
              MOVE 'No Matching Records Found!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2790-TRANSFER-TO-MASS-ACTION.

       2810-START-COLLECT-BROWSE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2810-START-COLLECT-BROWSE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AS FOR THE PRINTED REPORT, START FROM THE VERY BEGINNING OF
      *    THE FILE ON THE PATH THE FILTERS SELECT BY.
           INITIALIZE EMPLOYEE-MASTER-RECORD.

           EVALUATE TRUE
           WHEN LST-SEL-BY-EMPLOYEE-ID
                MOVE LOW-VALUES TO EMP-KEY
                EXEC CICS STARTBR
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     RIDFLD(EMP-EMPLOYEE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-DEPARTMENT
                MOVE LOW-VALUES TO EMP-DEPARTMENT-ID
                EXEC CICS STARTBR
                     FILE(APP-EMP-DEPT-PATH-NAME)
                     RIDFLD(EMP-DEPARTMENT-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-START-DATE
                MOVE LOW-VALUES TO EMP-START-DATE
                EXEC CICS STARTBR
                     FILE(APP-EMP-STDATE-PATH-NAME)
                     RIDFLD(EMP-START-DATE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-JOB-TITLE
                MOVE LOW-VALUES TO EMP-JOB-TITLE
                EXEC CICS STARTBR
                     FILE(APP-EMP-JOBTL-PATH-NAME)
                     RIDFLD(EMP-JOB-TITLE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                MOVE LOW-VALUES TO EMP-PRIMARY-NAME
                EXEC CICS STARTBR
                     FILE(APP-EMP-MASTER-PATH-NAME)
                     RIDFLD(EMP-PRIMARY-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           END-EVALUATE.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET COLLECT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse For Mass Action!'
                   TO WS-MESSAGE
                SET COLLECT-FAILED TO TRUE
           END-EVALUATE.

       2820-COLLECT-NEXT-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2820-COLLECT-NEXT-ROW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN LST-SEL-BY-EMPLOYEE-ID
                EXEC CICS READNEXT
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     RIDFLD(EMP-EMPLOYEE-ID)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-DEPARTMENT
                EXEC CICS READNEXT
                     FILE(APP-EMP-DEPT-PATH-NAME)
                     RIDFLD(EMP-DEPARTMENT-ID)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-START-DATE
                EXEC CICS READNEXT
                     FILE(APP-EMP-STDATE-PATH-NAME)
                     RIDFLD(EMP-START-DATE)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-JOB-TITLE
                EXEC CICS READNEXT
                     FILE(APP-EMP-JOBTL-PATH-NAME)
                     RIDFLD(EMP-JOB-TITLE)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                EXEC CICS READNEXT
                     FILE(APP-EMP-MASTER-PATH-NAME)
                     RIDFLD(EMP-PRIMARY-NAME)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           END-EVALUATE.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3200-APPLY-FILTERS
                PERFORM 3700-CHECK-DELETION

                IF FILTERS-PASSED THEN
                   PERFORM 2840-ADD-COLLECTED-ROW
                END-IF
           WHEN DFHRESP(NOTFND)
                SET COLLECT-END-OF-FILE TO TRUE
           WHEN DFHRESP(ENDFILE)
                SET COLLECT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Record For Mass Action!'
                   TO WS-MESSAGE
                SET COLLECT-FAILED TO TRUE
           END-EVALUATE.

       2830-END-COLLECT-BROWSE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2830-END-COLLECT-BROWSE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN LST-SEL-BY-EMPLOYEE-ID
                EXEC CICS ENDBR
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-DEPARTMENT
                EXEC CICS ENDBR
                     FILE(APP-EMP-DEPT-PATH-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-START-DATE
                EXEC CICS ENDBR
                     FILE(APP-EMP-STDATE-PATH-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN LST-SEL-BY-JOB-TITLE
                EXEC CICS ENDBR
                     FILE(APP-EMP-JOBTL-PATH-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                EXEC CICS ENDBR
                     FILE(APP-EMP-MASTER-PATH-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           END-EVALUATE.

       2840-ADD-COLLECTED-ROW.
      *    ONE MORE THAN A MASS ACTION TAKES STOPS THE WALK - THE USER
      *    NARROWS THE FILTERS RATHER THAN GETTING A SILENT PART-BATCH.
           IF MAS-ENTRY-COUNT IS NOT LESS THAN APP-MASS-MAXIMUM-ROWS
              STRING 'Filtered Result Over '
                     APP-MASS-MAXIMUM-ROWS
                     ' Employees - Narrow The Filters!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              SET COLLECT-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MAS-ENTRY-COUNT.
           SET MAS-ENTRY-INDEX TO MAS-ENTRY-COUNT.
           MOVE EMP-EMPLOYEE-ID TO MAS-EMPLOYEE-ID(MAS-ENTRY-INDEX).

      *2600-CANCEL-ACTION.
      **    >>> DEBUGGING ONLY <<<
      *    MOVE '2600-CANCEL-ACTION' TO WS-DEBUG-AID.
                MOVE 'Activity Monitor Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Linking to Activity Monitor!' TO WS-MESSAGE
      *         THE MAP IS ALREADY OUT WHEN POSTING THE RESPONSE TIME
                IF NOT MON-AC-RESPONSE-TIME
                   PERFORM 9000-SEND-MAP-AND-RETURN
                END-IF
           END-EVALUATE.

       4300-PUT-MONITOR-CONTAINER.
      *    THE RE-ENTRY FLAG SO THEY WILL BE RECALLED ON THE NEXT
      *    RENDERING OF THE FILTERS PAGE.
           MOVE LST-FILTERS TO WS-RE-ENTRY-FILTERS.
           MOVE LST-MARKED-COUNT TO WS-RE-ENTRY-MARKED-COUNT.
           MOVE LST-MARKED-AREA TO WS-RE-ENTRY-MARKED-AREA.
           SET RE-ENTRY-FROM-VIEW TO TRUE.

      *    OTHERWISE, WE JUST RESTART THE LISTING CONVERSATION.
           PERFORM 1000-FIRST-INTERACTION.

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
                FREEKB
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-LIST-CHANNEL-NAME)
                TRANSID(APP-LIST-TRANSACTION-ID)
                   MOVE EMP-PRIMARY-NAME TO PRMNMO(LINEO-INDEX)
                   MOVE EMP-JOB-TITLE TO JOBTLO(LINEO-INDEX)
                   MOVE EMP-DEPARTMENT-ID TO DPTIDO(LINEO-INDEX)

      *            SHOW AN 'X' AGAINST ROWS MARKED FOR A MASS ACTION.
                   IF LST-MARKED-COUNT IS GREATER THAN ZERO AND
                      LST-CURRENT-RECORD(LST-RECORD-INDEX)
                      IS NOT EQUAL TO SPACES THEN
                      MOVE EMP-EMPLOYEE-ID TO WS-MARK-SEARCH-ID
                      PERFORM 2075-FIND-MARK
                      IF MARK-FOUND THEN
                         MOVE 'X' TO SELCTO(LINEO-INDEX)
                      END-IF
                   END-IF
           END-PERFORM.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID 'AEI9' ABEND.
