      *        DSN AS CATALOGED (CARRIED ONTO 'ROLLCAT' SO "WHERE
      *        DID 2019 GO" IS A LOOKUP). A MISSING OR NON-NUMERIC
      *        CUTOFF REFUSES THE RUN.
      *      - EVENTS OF AN EMPLOYEE UNDER AN OPEN LEGAL HOLD (SEE
      *        'ELGHCHK') ARE NOT UNLOADED, AND ARE LISTED TO SYSOUT
      *        WITH THE MATTER REFERENCE; THEY STAY ON THE CLUSTER
      *        UNTIL A ROLLOFF AFTER THE HOLD IS RELEASED. THE DELETE
      *        PASS THEREFORE WORKS FROM THE VERIFIED READ-BACK, KEY
      *        BY KEY, SO ONLY WHAT WAS UNLOADED CAN EVER BE DELETED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  ROLLOUT-FILE
           RECORDING MODE IS F.
       01  ROLLOUT-RECORD               PIC X(583).

       FD  ROLLVER-FILE
           RECORDING MODE IS F.
       01  ROLLVER-RECORD               PIC X(583).

       FD  ROLLCAT-FILE
           RECORDING MODE IS F.
          05 WS-UNLOAD-COUNT          PIC 9(8)  VALUE ZEROES.
          05 WS-VERIFY-COUNT          PIC 9(8)  VALUE ZEROES.
          05 WS-DELETE-COUNT          PIC 9(8)  VALUE ZEROES.
          05 WS-HELD-COUNT            PIC 9(8)  VALUE ZEROES.
          05 WS-EVENT-EMPLOYEE-ID     PIC X(8)  VALUE SPACES.
          05 WS-FIRST-KEY             PIC X(29) VALUE SPACES.
          05 WS-LAST-KEY              PIC X(29) VALUE SPACES.
          05 WS-VERIFY-LAST-KEY       PIC X(29) VALUE SPACES.
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   LEGAL HOLD CHECK ARGUMENTS (SEE 'ELGHCHK').
      ******************************************************************
       COPY ELGHARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           CLOSE ROLLOUT-FILE.

       2100-UNLOAD-ONE-RECORD.
           PERFORM 2200-CHECK-LEGAL-HOLD.
           IF LHA-MUST-KEEP
              PERFORM 1100-READ-NEXT-HISTORY
              EXIT PARAGRAPH
           END-IF.

           MOVE AUDIT-HISTORY-RECORD TO ROLLOUT-RECORD.
           WRITE ROLLOUT-RECORD.


           PERFORM 1100-READ-NEXT-HISTORY.

      *    THE EMPLOYEE LEADS EACH IMAGE (THE 'AFTER' ONE, OR THE
      *    'BEFORE' ONE OF A DELETE). AN EVENT OF A HELD EMPLOYEE -
      *    OR ANY EVENT WHEN THE HOLD FILE CANNOT BE READ - STAYS.
       2200-CHECK-LEGAL-HOLD.
           SET LHA-NOT-HELD TO TRUE.

           IF AHS-RECORD-AFTER(1:8) IS NUMERIC THEN
              MOVE AHS-RECORD-AFTER(1:8) TO WS-EVENT-EMPLOYEE-ID
           ELSE
              MOVE AHS-RECORD-BEFORE(1:8) TO WS-EVENT-EMPLOYEE-ID
           END-IF.

           IF WS-EVENT-EMPLOYEE-ID IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           SET LHA-ACTION-CHECK TO TRUE.
           MOVE WS-EVENT-EMPLOYEE-ID TO LHA-EMPLOYEE-ID.
           CALL 'ELGHCHK' USING LEGAL-HOLD-ARGUMENTS.

           IF LHA-MUST-KEEP
              ADD 1 TO WS-HELD-COUNT
              IF LHA-HELD
                 DISPLAY 'EAUDROLL - LEGAL HOLD ' LHA-MATTER-REF
                    ' EMPLOYEE ' WS-EVENT-EMPLOYEE-ID
                    ' KEPT: ' AHS-KEY
              ELSE
                 DISPLAY 'EAUDROLL - NO LEGAL HOLD FILE'
                    ' EMPLOYEE ' WS-EVENT-EMPLOYEE-ID
                    ' KEPT: ' AHS-KEY
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       VERIFYING SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

      *    THE DESTRUCTIVE HALF ONLY RUNS BEHIND A VERIFIED AND
      *    CATALOGED UNLOAD - THE 'ESWITCH'/'EAUDARC' ORDERING. IT
      *    DELETES THE KEYS READ BACK FROM THE UNLOAD RATHER THAN
      *    RE-BROWSING THE RANGE, SO RECORDS KEPT FOR A LEGAL HOLD
      *    (OR A HOLD LIFTED MID-RUN) CAN NEVER BE LOST.
       5000-DELETE-OLD-RECORDS.
           IF NOT UNLOAD-VERIFIED
              IF WS-UNLOAD-COUNT IS GREATER THAN ZEROES
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ROLLVER-FILE.
           IF WS-ROLLVER-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'EAUDROLL - UNABLE TO REOPEN ROLLVER, STATUS='
                 WS-ROLLVER-STATUS ' - NOTHING DELETED'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-VER-EOF-FLAG.
           PERFORM 1200-READ-NEXT-VERIFY.
           PERFORM 5100-DELETE-ONE-RECORD UNTIL END-OF-VERIFY.

           CLOSE ROLLVER-FILE.

       5100-DELETE-ONE-RECORD.
           MOVE ROLLVER-RECORD(1:29) TO AHS-KEY.
           DELETE EAUDHST-FILE RECORD
              INVALID KEY
                 DISPLAY 'EAUDROLL - NOT ON EAUDHST, NOT DELETED: '
                    AHS-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

           PERFORM 1200-READ-NEXT-VERIFY.

      *-----------------------------------------------------------------
       TERMINATION SECTION.

       9000-TERMINATE.

      *    RELEASE THE LEGAL HOLD FILE.
           SET LHA-ACTION-CLOSE TO TRUE.
           CALL 'ELGHCHK' USING LEGAL-HOLD-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EAUDROLL' TO RLG-JOB-NAME.
           MOVE WS-UNLOAD-COUNT TO RLG-INPUT-COUNT.

           DISPLAY 'EAUDROLL - RECORDS UNLOADED: ' WS-UNLOAD-COUNT.
           DISPLAY 'EAUDROLL - RECORDS DELETED:  ' WS-DELETE-COUNT.
           DISPLAY 'EAUDROLL - KEPT, LEGAL HOLD: ' WS-HELD-COUNT.

           CLOSE EAUDHST-FILE.
