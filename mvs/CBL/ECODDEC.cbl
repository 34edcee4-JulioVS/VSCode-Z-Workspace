       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECODDEC.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BATCH CODE TABLE DECODER (CALLED SUBPROGRAM).
      *      - EVERY BATCH PROGRAM THAT CHECKS A BUSINESS CODE OR
      *        PRINTS ONE CALLS THIS (SEE 'ECODARG') RATHER THAN
      *        READING 'ECODTBL' ITSELF, SO THE RULES FOR A CURRENT
      *        CODE ARE THE SAME AS THE SCREENS' 'ECODLKP':
      *          . ON FILE, ACTIVE AND IN DATE   -> VALID.
      *          . ON FILE BUT RETIRED           -> NOT CURRENT (THE
      *            DESCRIPTION STILL COMES BACK FOR PRINTING).
      *          . NOT ON FILE, TABLE SET UP     -> NOT FOUND.
      *          . TABLE HAS NO HEADER RECORD    -> UNAVAILABLE.
      *      - THE FILE IS OPENED ON THE FIRST CALL AND CLOSED BY THE
      *        'C' CALL AT TERMINATION. A FILE THAT WILL NOT OPEN IS
      *        REPORTED TO SYSOUT ONCE, AND EVERY LOOKUP THEN COMES
      *        BACK 'CLA-TABLE-UNAVAILABLE' FOR THE CALLER TO FALL
      *        BACK ON ITS OWN LIST.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECODTBL-FILE ASSIGN TO ECODTBL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CDT-KEY
                FILE STATUS IS WS-ECODTBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECODTBL-FILE.
       COPY ECODTBL.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECODTBL-STATUS        PIC X(2).
             88 ECODTBL-OK                      VALUE '00'.
          05 WS-OPEN-FLAG             PIC X(1)  VALUE SPACES.
             88 FILES-OPENED                    VALUE 'O'.
          05 WS-ECODTBL-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 ECODTBL-FILE-OPEN               VALUE 'Y'.
          05 WS-RECORD-FLAG           PIC X(1)  VALUE 'N'.
             88 CODE-RECORD-FOUND               VALUE 'Y'.
          05 WS-AS-OF-DATE            PIC X(8).

       LINKAGE SECTION.
       COPY ECODARG.

       PROCEDURE DIVISION USING CODE-LOOKUP-ARGUMENTS.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF CLA-ACTION-CLOSE
              PERFORM 9000-CLOSE-FILES
              GOBACK
           END-IF.

           IF NOT FILES-OPENED
              PERFORM 1000-OPEN-FILES
           END-IF.

           IF CLA-ACTION-LOOKUP
              PERFORM 2000-LOOKUP-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
       OPENING SECTION.
      *-----------------------------------------------------------------

       1000-OPEN-FILES.
           SET FILES-OPENED TO TRUE.

           OPEN INPUT ECODTBL-FILE.
           IF ECODTBL-OK
              SET ECODTBL-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'ECODDEC - UNABLE TO OPEN ECODTBL, STATUS='
                 WS-ECODTBL-STATUS
           END-IF.

      *-----------------------------------------------------------------
       LOOKUP SECTION.
      *-----------------------------------------------------------------

       2000-LOOKUP-CODE.
           MOVE SPACES TO CLA-DESCRIPTION.
           SET CLA-CODE-NOT-FOUND TO TRUE.

           IF NOT ECODTBL-FILE-OPEN
              SET CLA-TABLE-UNAVAILABLE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF CLA-AS-OF-DATE IS EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
              MOVE CLA-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.

      *    A BLANK CODE WOULD READ THE TABLE'S OWN HEADER RECORD.
           MOVE 'N' TO WS-RECORD-FLAG.
           IF CLA-CODE IS NOT EQUAL TO SPACES
              MOVE CLA-TABLE-ID TO CDT-TABLE-ID
              MOVE CLA-CODE TO CDT-CODE
              READ ECODTBL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CODE-RECORD-FOUND TO TRUE
              END-READ
           END-IF.

           IF NOT CODE-RECORD-FOUND
              PERFORM 2100-CHECK-TABLE-HEADER
              EXIT PARAGRAPH
           END-IF.

           MOVE CDT-DESCRIPTION TO CLA-DESCRIPTION.

           IF CDT-ACTIVE AND
              CDT-EFFECTIVE-FROM IS NOT GREATER THAN WS-AS-OF-DATE AND
              (CDT-EFFECTIVE-TO IS EQUAL TO SPACES OR
               CDT-EFFECTIVE-TO IS NOT LESS THAN WS-AS-OF-DATE)
              SET CLA-CODE-VALID TO TRUE
           ELSE
              SET CLA-CODE-NOT-CURRENT TO TRUE
           END-IF.

       2100-CHECK-TABLE-HEADER.
           MOVE CLA-TABLE-ID TO CDT-TABLE-ID.
           MOVE SPACES TO CDT-CODE.
           READ ECODTBL-FILE
              INVALID KEY
                 SET CLA-TABLE-UNAVAILABLE TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       CLOSING SECTION.
      *-----------------------------------------------------------------

       9000-CLOSE-FILES.
           IF ECODTBL-FILE-OPEN
              CLOSE ECODTBL-FILE
           END-IF.

           MOVE SPACES TO WS-OPEN-FLAG.
           MOVE 'N' TO WS-ECODTBL-OPEN-FLAG.
