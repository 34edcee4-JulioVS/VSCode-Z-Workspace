      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - WORK AUTHORIZATION.
      *      - RECORD LAYOUT FOR 'EWKAUTH' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EWKAUTH'.
      *      - KEYED BY EMPLOYEE ID PLUS A TWO-DIGIT DOCUMENT NUMBER -
      *        THE RIGHT-TO-WORK DOCUMENTS (VISA, WORK PERMIT OR PROOF
      *        OF CITIZENSHIP) HELD FOR EACH EMPLOYEE AND WHEN THEY
      *        RUN OUT.
      *      - MAINTAINED ON THE 'EWAUP' SCREEN (PF6 FROM 'EHVFP').
      *        'EHVFP' REFUSES TO VERIFY A HIRE WITH NO CURRENT
      *        DOCUMENT ON FILE, AND THE WEEKLY 'EWAUEXP' BATCH LISTS
      *        DOCUMENTS ABOUT TO EXPIRE AND FLAGS ACTIVE EMPLOYEES
      *        ALREADY PAST EXPIRY.
      *      - A BLANK EXPIRY DATE MEANS THE DOCUMENT NEVER EXPIRES,
      *        AND IS ONLY ALLOWED FOR PROOF OF CITIZENSHIP. A REMOVED
      *        DOCUMENT STAYS ON FILE (STATUS 'R') SO THE HISTORY
      *        SURVIVES AN INSPECTION.
      ******************************************************************
       01 WORK-AUTHORIZATION-RECORD.
          05 WAU-KEY.
             10 WAU-EMPLOYEE-ID         PIC 9(8).
             10 WAU-DOCUMENT-NUM        PIC 9(2).
          05 WAU-DETAILS.
             10 WAU-DOCUMENT-TYPE       PIC X(1).
                88 WAU-TYPE-VISA                   VALUE 'V'.
                88 WAU-TYPE-PERMIT                 VALUE 'P'.
                88 WAU-TYPE-CITIZENSHIP            VALUE 'C'.
                88 WAU-TYPE-VALID                  VALUE 'V' 'P' 'C'.
             10 WAU-DOCUMENT-NUMBER     PIC X(20).
             10 WAU-ISSUING-COUNTRY     PIC X(3).
             10 WAU-EXPIRY-DATE         PIC X(8).
                88 WAU-NO-EXPIRY                   VALUE SPACES.
             10 WAU-STATUS              PIC X(1).
                88 WAU-ST-ACTIVE                   VALUE 'A'.
                88 WAU-ST-REMOVED                  VALUE 'R'.
             10 WAU-RECORDED-BY         PIC X(8).
             10 WAU-RECORDED-DATE       PIC X(8).
