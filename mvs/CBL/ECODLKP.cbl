       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECODLKP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'CODE TABLE LOOKUP' SUBPROGRAM.
      *      - LINKED (WITH A COMMAREA - SEE 'ECODARG') FROM THE
      *        SCREENS THAT TAKE OR SHOW A BUSINESS CODE, TO CHECK A
      *        KEYED CODE AGAINST ITS 'ECODTBL' TABLE AND FETCH THE
      *        DESCRIPTION TO SHOW IN PLACE OF THE BARE CODE.
      *      - A CODE NOT ON FILE IS ONLY 'NOT FOUND' WHEN ITS TABLE
      *        IS SET UP (HAS ITS HEADER RECORD); OTHERWISE THE TABLE
      *        IS 'UNAVAILABLE' AND THE CALLER USES ITS OWN LIST.
      *      - THE BATCH TWIN OF THIS PROGRAM IS 'ECODDEC'.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - CODE TABLE FILE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY ECODTBL.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-AS-OF-DATE        PIC X(8).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
       COPY ECODARG REPLACING ==01 CODE-LOOKUP-ARGUMENTS.== BY
          ==02 CODE-LOOKUP-ARGUMENTS.==.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WS-WORKING-VARS.
           MOVE SPACES TO CLA-DESCRIPTION.
           SET CLA-CODE-NOT-FOUND TO TRUE.

           IF CLA-AS-OF-DATE IS EQUAL TO SPACES THEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
              MOVE CLA-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.

      *    A BLANK CODE WOULD READ THE TABLE'S OWN HEADER RECORD.
           IF CLA-CODE IS NOT EQUAL TO SPACES THEN
              PERFORM 2000-READ-CODE
           END-IF.

           IF CLA-CODE-NOT-FOUND THEN
              PERFORM 2100-CHECK-TABLE-HEADER
           END-IF.

           PERFORM 9000-RETURN-TO-CALLER.

      *-----------------------------------------------------------------
       LOOKUP SECTION.
      *-----------------------------------------------------------------

       2000-READ-CODE.
           MOVE CLA-TABLE-ID TO CDT-TABLE-ID.
           MOVE CLA-CODE TO CDT-CODE.

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
                EXIT PARAGRAPH
           WHEN OTHER
                SET CLA-TABLE-UNAVAILABLE TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE CDT-DESCRIPTION TO CLA-DESCRIPTION.

      *    ON FILE - BUT ONLY CURRENT WHILE ACTIVE AND IN DATE.
           IF CDT-ACTIVE AND
              CDT-EFFECTIVE-FROM IS NOT GREATER THAN WS-AS-OF-DATE AND
              (CDT-EFFECTIVE-TO IS EQUAL TO SPACES OR
               CDT-EFFECTIVE-TO IS NOT LESS THAN WS-AS-OF-DATE) THEN
              SET CLA-CODE-VALID TO TRUE
           ELSE
              SET CLA-CODE-NOT-CURRENT TO TRUE
           END-IF.

       2100-CHECK-TABLE-HEADER.
           MOVE CLA-TABLE-ID TO CDT-TABLE-ID.
           MOVE SPACES TO CDT-CODE.

           EXEC CICS READ
                FILE(APP-CODTBL-FILE-NAME)
                RIDFLD(CDT-KEY)
                INTO (CODE-TABLE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET CLA-TABLE-UNAVAILABLE TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-RETURN-TO-CALLER.
           EXEC CICS RETURN
                END-EXEC.
