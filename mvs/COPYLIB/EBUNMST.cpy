      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BARGAINING UNIT MASTER.
      *      - RECORD LAYOUT FOR 'EBUNMST' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBUNMST'.
      *      - SEED DATASET -> 'Z45864.DATA.EBUNMST'.
      *      - ONE RECORD PER BARGAINING UNIT COVERED BY A COLLECTIVE
      *        AGREEMENT, NAMING THE UNION THAT HOLDS IT AND HOW ITS
      *        DUES REACH PAYROLL. EMPLOYEES JOIN A UNIT THROUGH THEIR
      *        'EBUMEMB' MEMBERSHIP RECORD.
      *      - 'BGU-DUES-PLAN-CODE' IS THE DEDUCTION CODE PAYROLL HOLDS
      *        FOR THIS UNIT'S DUES - IT TRAVELS IN THE PLAN FIELD OF
      *        THE TYPE 'D' 'EPAYFEED' RECORDS, SO IT MUST NOT CLASH
      *        WITH ANY 'EBENPLN' BENEFIT PLAN CODE.
      ******************************************************************
       01 BARGAINING-UNIT-RECORD.
          05 BGU-KEY.
             10 BGU-UNIT-CODE           PIC X(4).
          05 BGU-DETAILS.
             10 BGU-UNIT-NAME           PIC X(30).
             10 BGU-UNION-NAME          PIC X(30).
             10 BGU-DUES-PLAN-CODE      PIC X(4).
      *         STANDARD PER-PERIOD DUES - THE DEFAULT FOR A NEW
      *         MEMBERSHIP WHEN NO AMOUNT IS KEYED ON 'EBUMP'.
             10 BGU-DUES-AMOUNT         PIC 9(5)V99.
             10 BGU-STATUS              PIC X(1).
                88 BGU-ST-ACTIVE                   VALUE 'A'.
                88 BGU-ST-CLOSED                   VALUE 'C'.
                88 BGU-ST-NOT-SET                  VALUE SPACES.
