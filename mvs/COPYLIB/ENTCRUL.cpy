      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - RESIGNATION NOTICE RULES.
      *      - RECORD LAYOUT FOR 'ENTCRUL' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ENTCRUL'.
      *      - SEED DATASET -> 'Z45864.DATA.ENTCRUL'.
      *      - KEYED BY 'EEMPTYP' EMPLOYMENT TYPE PLUS THE YEARS OF
      *        CONTINUOUS SERVICE A BAND STARTS AT. THE RULE FOR AN
      *        EMPLOYEE IS THE HIGHEST BAND OF THEIR TYPE THEY HAVE
      *        REACHED; A TYPE WITH NO BANDS USES THE FULL-TIME ONES,
      *        AND NO RULE AT ALL FALLS BACK TO THE DEFAULT NOTICE
      *        IN 'ECONST'.
      *      - NOTICE IS IN CALENDAR DAYS, COUNTED FROM THE DAY THE
      *        RESIGNATION IS SUBMITTED TO THE LAST WORKING DAY.
      *      - SEEDED RULES: 'FT'/'PT' 00 YEARS 14 DAYS, 02 YEARS 30
      *        DAYS, 05 YEARS 60 DAYS; 'TM', 'SE' AND 'CT' 00 YEARS
      *        7 DAYS.
      ******************************************************************
       01 NOTICE-RULE-RECORD.
          05 NTR-KEY.
             10 NTR-TYPE-CODE           PIC X(2).
             10 NTR-MIN-SERVICE-YEARS   PIC 9(2).
          05 NTR-DETAILS.
             10 NTR-NOTICE-DAYS         PIC 9(3).
             10 NTR-DESCRIPTION         PIC X(30).
             10 NTR-STATUS              PIC X(1).
                88 NTR-ST-ACTIVE                   VALUE 'A'.
                88 NTR-ST-RETIRED                  VALUE 'R'.
                88 NTR-ST-NOT-SET                  VALUE SPACES.
