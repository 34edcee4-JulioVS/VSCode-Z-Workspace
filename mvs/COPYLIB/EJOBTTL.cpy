      *        DOES NOT MATCH THE TABLE, WITH COUNTS.
      *      - THE SALARY BAND CODE TIES THE TITLE TO ITS 'ESALBND'
      *        PAY RANGE (THE BAND FILE ITSELF STAYS KEYED BY TITLE).
      *      - THE JOB CATEGORY IS THE STATUTORY WORKFORCE-REPORTING
      *        GROUP THE TITLE FALLS IN; THE ANNUAL 'EDEMRPT'
      *        TABULATION IS BROKEN DOWN BY IT. SET ON 'EJTLP'.
      ******************************************************************
       01 JOB-TITLE-RECORD.
          05 JTL-KEY.
                88 JTL-ST-NOT-SET                 VALUE SPACES.
             10 JTL-CREATED-BY          PIC X(8).
             10 JTL-CREATED-DATE        PIC X(8).
             10 JTL-JOB-CATEGORY        PIC X(2).
                88 JTL-CAT-EXECUTIVE              VALUE 'EX'.
                88 JTL-CAT-MANAGER                VALUE 'MG'.
                88 JTL-CAT-PROFESSIONAL           VALUE 'PR'.
                88 JTL-CAT-TECHNICIAN             VALUE 'TC'.
                88 JTL-CAT-SALES                  VALUE 'SL'.
                88 JTL-CAT-ADMIN-SUPPORT          VALUE 'AD'.
                88 JTL-CAT-CRAFT                  VALUE 'CR'.
                88 JTL-CAT-OPERATIVE              VALUE 'OP'.
                88 JTL-CAT-LABORER                VALUE 'LB'.
                88 JTL-CAT-SERVICE                VALUE 'SV'.
                88 JTL-CAT-NOT-SET                VALUE SPACES.
                88 JTL-CATEGORY-VALID             VALUE 'EX' 'MG'
                                                        'PR' 'TC'
                                                        'SL' 'AD'
                                                        'CR' 'OP'
                                                        'LB' 'SV'.
