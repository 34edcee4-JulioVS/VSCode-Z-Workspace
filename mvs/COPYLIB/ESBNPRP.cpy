      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - PROPOSED SALARY BANDS.
      *      - RECORD LAYOUT FOR 'ESBNPRP' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ESBNPRP'.
      *      - THE STAGING AREA FOR A BAND REVISION: ONE RECORD PER
      *        JOB TITLE PER EFFECTIVE DATE, HOLDING THE MINIMUM,
      *        MIDPOINT AND MAXIMUM COMPENSATION PROPOSED FOR THAT
      *        TITLE FROM THAT DATE. NOTHING HERE TOUCHES THE LIVE
      *        'ESALBND' TABLE UNTIL IT IS APPROVED AND ITS DATE
      *        ARRIVES.
      *      - LOADED AND WITHDRAWN BY THE 'ESBPLOAD' BATCH FROM
      *        CARDS; FINANCE'S APPROVAL OF A WHOLE EFFECTIVE DATE IS
      *        A CARD ON THE SAME JOB, JOURNALED TO 'ESECJRN'.
      *      - 'ESBNMDL' MODELS A REVISION AGAINST THE NIGHTLY
      *        EMPLOYEE EXTRACT BEFORE ANYONE APPROVES IT. THE NIGHTLY
      *        'ESBNAPL' STEP PROMOTES APPROVED PROPOSALS TO
      *        'ESALBND' ON THEIR EFFECTIVE DATE AND MARKS THEM
      *        APPLIED.
      *      - FIGURES ARE IN 'SBP-CURRENCY-CODE' (SPACES MEANS THE
      *        REPORTING CURRENCY), TAKEN FROM THE TITLE'S CURRENT
      *        BAND WHEN THE PROPOSAL IS LOADED.
      ******************************************************************
       01 PROPOSED-BAND-RECORD.
          05 SBP-KEY.
             10 SBP-EFFECTIVE-DATE      PIC X(8).
             10 SBP-JOB-TITLE           PIC X(38).
          05 SBP-DETAILS.
             10 SBP-BAND-CODE           PIC X(4).
             10 SBP-MINIMUM             PIC 9(7)V99.
             10 SBP-MIDPOINT            PIC 9(7)V99.
             10 SBP-MAXIMUM             PIC 9(7)V99.
             10 SBP-CURRENCY-CODE       PIC X(3).
             10 SBP-STATUS              PIC X(1).
                88 SBP-ST-PROPOSED                 VALUE 'P'.
                88 SBP-ST-APPROVED                 VALUE 'A'.
                88 SBP-ST-APPLIED                  VALUE 'X'.
             10 SBP-LOADED-DATE         PIC X(8).
             10 SBP-APPROVED-BY         PIC X(8).
             10 SBP-APPROVED-DATE       PIC X(8).
             10 SBP-APPLIED-DATE        PIC X(8).
             10 FILLER                  PIC X(10).
