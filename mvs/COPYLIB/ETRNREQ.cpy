      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - MANDATORY TRAINING.
      *      - RECORD LAYOUT FOR 'ETRNREQ' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ETRNREQ'.
      *      - ONE RECORD PER 'ETRNCRS' COURSE A JOB TITLE MUST HOLD,
      *        OPTIONALLY ONLY AT ONE WORK SITE (A BLANK SITE MEANS
      *        EVERY SITE). LOADED AND WITHDRAWN BY THE 'ETRQLOAD'
      *        BATCH FROM CARDS HR SUPPLIES.
      *      - HOW OFTEN THE COURSE MUST BE REFRESHED IS NOT KEPT
      *        HERE - IT IS THE COURSE'S OWN 'CRS-VALID-MONTHS'.
      *      - READ BY THE MONTHLY 'ETRNMTX' COMPLIANCE MATRIX, AND
      *        BY ITS NIGHTLY ENROLLMENT PASS THAT BOOKS NEW HIRES
      *        ONTO THE NEXT OPEN 'ETRNSES' SESSION OF EACH COURSE
      *        THEY ARE MISSING.
      ******************************************************************
       01 TRAINING-REQUIREMENT-RECORD.
          05 TRQ-KEY.
             10 TRQ-JOB-TITLE           PIC X(38).
             10 TRQ-SITE-ID             PIC X(4).
                88 TRQ-ALL-SITES                  VALUE SPACES.
             10 TRQ-COURSE-CODE         PIC X(8).
          05 TRQ-DETAILS.
             10 TRQ-RECORDED-BY         PIC X(8).
             10 TRQ-RECORDED-DATE       PIC X(8).
             10 FILLER                  PIC X(14).
