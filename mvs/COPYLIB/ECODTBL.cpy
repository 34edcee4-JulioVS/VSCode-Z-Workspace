      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BUSINESS CODE TABLES.
      *      - RECORD LAYOUT FOR 'ECODTBL' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ECODTBL'.
      *      - ONE RECORD PER CODE PER TABLE (APPRAISAL RESULTS, ONE-
      *        TIME PAYMENT TYPES, BENEFIT COVERAGE LEVELS, ...), WITH
      *        THE DESCRIPTION THE SCREENS AND REPORTS SHOW INSTEAD OF
      *        THE BARE CODE. THE TABLE IDS IN USE ARE THE 'APP-CT-'
      *        CONSTANTS IN 'ECONST'.
      *      - EACH TABLE ALSO HAS A HEADER RECORD WITH A BLANK CODE
      *        THAT NAMES IT. A TABLE WITH NO HEADER ON FILE IS NOT
      *        SET UP, AND THE PROGRAMS FALL BACK TO THEIR OWN FIXED
      *        LIST OF CODES FOR IT.
      *      - A CODE IS CURRENT WHILE IT IS ACTIVE AND THE DAY FALLS
      *        BETWEEN ITS EFFECTIVE DATES (A BLANK 'TO' NEVER ENDS).
      *        ONLY A CURRENT CODE MAY BE KEYED; A RETIRED ONE STILL
      *        DECODES, SO OLD RECORDS KEEP THEIR DESCRIPTIONS.
      *      - CODES ARE NEVER DELETED, ONLY DEACTIVATED OR END-DATED.
      *      - KEPT ON THE 'ECDTP' SCREEN (ADMINISTRATORS ONLY) AND
      *        SEEDED BY THE 'ECODLOAD' JOB.
      ******************************************************************
       01 CODE-TABLE-RECORD.
          05 CDT-KEY.
             10 CDT-TABLE-ID            PIC X(8).
             10 CDT-CODE                PIC X(4).
          05 CDT-DETAILS.
             10 CDT-DESCRIPTION         PIC X(30).
             10 CDT-ACTIVE-FLAG         PIC X(1).
                88 CDT-ACTIVE                      VALUE 'A'.
                88 CDT-INACTIVE                    VALUE 'I'.
             10 CDT-EFFECTIVE-FROM      PIC X(8).
             10 CDT-EFFECTIVE-TO        PIC X(8).
             10 CDT-CHANGED-BY          PIC X(8).
             10 CDT-CHANGED-DATE        PIC X(8).
             10 FILLER                  PIC X(5).
