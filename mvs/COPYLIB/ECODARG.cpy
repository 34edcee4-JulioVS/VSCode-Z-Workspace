      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - CODE TABLE LOOKUP.
      *      - ARGUMENT AREA FOR THE 'ECODLKP' SUBPROGRAM (LINKED WITH
      *        A COMMAREA FROM THE SCREENS) AND THE 'ECODDEC'
      *        SUBPROGRAM (CALLED FROM THE BATCH PROGRAMS).
      *      - ACTIONS:
      *          'L' - LOOK UP 'CLA-CODE' IN TABLE 'CLA-TABLE-ID' AS AT
      *                'CLA-AS-OF-DATE' (YYYYMMDD, SPACES MEANS TODAY).
      *          'C' - CLOSE THE FILE AT TERMINATION (BATCH ONLY).
      *      - 'CLA-DESCRIPTION' COMES BACK WHENEVER THE CODE IS ON
      *        FILE, CURRENT OR NOT. 'CLA-CODE-VALID' ONLY WHEN IT MAY
      *        STILL BE KEYED.
      *      - 'CLA-TABLE-UNAVAILABLE' MEANS THE TABLE IS NOT SET UP
      *        (NO HEADER RECORD) OR THE FILE COULD NOT BE READ - THE
      *        CALLER THEN FALLS BACK TO ITS OWN FIXED LIST.
      ******************************************************************
       01 CODE-LOOKUP-ARGUMENTS.
          05 CLA-ACTION            PIC X(1)   VALUE SPACES.
             88 CLA-ACTION-LOOKUP            VALUE 'L'.
             88 CLA-ACTION-CLOSE             VALUE 'C'.
          05 CLA-TABLE-ID          PIC X(8)   VALUE SPACES.
          05 CLA-CODE              PIC X(4)   VALUE SPACES.
          05 CLA-AS-OF-DATE        PIC X(8)   VALUE SPACES.
          05 CLA-DESCRIPTION       PIC X(30)  VALUE SPACES.
          05 CLA-RESULT            PIC X(1)   VALUE SPACES.
             88 CLA-CODE-VALID               VALUE 'Y'.
             88 CLA-CODE-NOT-CURRENT         VALUE 'I'.
             88 CLA-CODE-NOT-FOUND           VALUE 'N'.
             88 CLA-TABLE-UNAVAILABLE        VALUE 'U'.
