      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - NIGHTLY EMPLOYEE EXTRACT.
      *      - RECORD LAYOUT FOR THE 'EMPEXT' FLAT FILE WRITTEN BY THE
      *        'EEMPEXT' BATCH AT THE START OF THE NIGHTLY CYCLE.
      *      - GDG BASE -> 'Z45864.GDG.EMPEXT' (ONE GENERATION A NIGHT).
      *      - ONE 'D' RECORD PER 'EMPMAST' RECORD, IN EMPLOYEE ID
      *        ORDER, CARRYING THE MASTER RECORD AS-IS PLUS THE
      *        LOOK-UPS EVERY REPORT USED TO DO FOR ITSELF: DEPARTMENT,
      *        DIVISION, WORK SITE, EMPLOYMENT TYPE, SALARY BAND AND
      *        LATEST 'EAPPHST' APPRAISAL. EACH LOOK-UP HAS ITS OWN
      *        FOUND FLAG; A MISSING ONE IS LEFT BLANK/ZERO.
      *      - THE FILE ENDS WITH ONE 'T' TRAILER CHECKPOINTING WHEN
      *        IT WAS TAKEN AND HOW MANY 'D' RECORDS IT HOLDS. A READER
      *        COUNTS THE 'D' RECORDS AS IT GOES AND CHECKS THE TOTAL
      *        AGAINST THE TRAILER - A MISSING TRAILER OR A DIFFERENT
      *        COUNT MEANS A SHORT OR DAMAGED EXTRACT.
      *      - A READER MOVES 'EXT-MASTER-IMAGE' TO ITS OWN
      *        WORKING-STORAGE COPY OF 'EMPMAST', SO THE USUAL 'EMP-'
      *        FIELD NAMES STILL APPLY.
      ******************************************************************
       01 EMPLOYEE-EXTRACT-RECORD.
          05 EXT-RECORD-TYPE            PIC X(1).
             88 EXT-DETAIL                        VALUE 'D'.
             88 EXT-TRAILER                       VALUE 'T'.
          05 EXT-DETAIL-AREA.
             10 EXT-MASTER-IMAGE        PIC X(268).
             10 EXT-MASTER-KEY REDEFINES EXT-MASTER-IMAGE.
                15 EXT-EMPLOYEE-ID      PIC 9(8).
                15 FILLER               PIC X(260).
             10 EXT-DEPARTMENT.
                15 EXT-DEPT-FOUND-FLAG  PIC X(1).
                   88 EXT-DEPT-FOUND              VALUE 'Y'.
                15 EXT-DEPARTMENT-NAME  PIC X(38).
                15 EXT-COST-CENTER-CODE PIC X(8).
                15 EXT-DEPARTMENT-STATUS PIC X(1).
                15 EXT-DIVISION-ID      PIC 9(4).
             10 EXT-DIVISION.
                15 EXT-DIV-FOUND-FLAG   PIC X(1).
                   88 EXT-DIV-FOUND               VALUE 'Y'.
                15 EXT-DIVISION-NAME    PIC X(30).
             10 EXT-WORK-SITE.
                15 EXT-SITE-FOUND-FLAG  PIC X(1).
                   88 EXT-SITE-FOUND              VALUE 'Y'.
                15 EXT-SITE-ID          PIC X(4).
                15 EXT-SITE-NAME        PIC X(30).
      *          NO 'EEMPTYP' RECORD LEAVES THE TYPE CODE BLANK, WHICH
      *          'EEMPTYP.cpy' READS AS FULL TIME, AND THE FTE FACTOR
      *          AT 1.00.
             10 EXT-EMPLOYMENT-TYPE.
                15 EXT-TYPE-FOUND-FLAG  PIC X(1).
                   88 EXT-TYPE-FOUND              VALUE 'Y'.
                15 EXT-TYPE-CODE        PIC X(2).
                15 EXT-FTE-FACTOR       PIC 9(1)V9(2).
             10 EXT-SALARY-BAND.
                15 EXT-BAND-FOUND-FLAG  PIC X(1).
                   88 EXT-BAND-FOUND              VALUE 'Y'.
                15 EXT-BAND-CODE        PIC X(4).
                15 EXT-BAND-MINIMUM     PIC 9(7)V99.
                15 EXT-BAND-MIDPOINT    PIC 9(7)V99.
                15 EXT-BAND-MAXIMUM     PIC 9(7)V99.
                15 EXT-BAND-CURRENCY    PIC X(3).
             10 EXT-LATEST-APPRAISAL.
                15 EXT-APPR-FOUND-FLAG  PIC X(1).
                   88 EXT-APPR-FOUND              VALUE 'Y'.
                15 EXT-APPR-REVIEW-DATE PIC X(8).
                15 EXT-APPR-RESULT      PIC X(1).
                15 EXT-APPR-RECORDED-DATE PIC X(8).
             10 FILLER                  PIC X(54).
          05 EXT-TRAILER-AREA REDEFINES EXT-DETAIL-AREA.
             10 EXT-TRL-EXTRACT-DATE    PIC X(8).
             10 EXT-TRL-EXTRACT-TIME    PIC X(6).
             10 EXT-TRL-RECORD-COUNT    PIC 9(8).
             10 EXT-TRL-EMPLOYEE-ID-HASH PIC 9(15).
             10 FILLER                  PIC X(462).
