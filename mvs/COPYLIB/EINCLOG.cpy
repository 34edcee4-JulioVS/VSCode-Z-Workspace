      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - WORKPLACE INCIDENT LOG.
      *      - RECORD LAYOUT FOR 'EINCLOG' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EINCLOG'.
      *      - KEYED BY 'ESITMST' WORK SITE, A FOUR-DIGIT INCIDENT
      *        NUMBER (COUNTED PER SITE) AND THE EMPLOYEE INVOLVED.
      *        THE RECORD WITH A ZERO EMPLOYEE ID IS THE INCIDENT
      *        ITSELF (DATE AND WHAT HAPPENED); ONE MORE RECORD
      *        FOLLOWS IT FOR EACH EMPLOYEE INVOLVED, WITH THE
      *        INJURY TYPE, SEVERITY AND CALENDAR DAYS LOST.
      *      - MAINTAINED ON THE 'EINCP' SCREEN. THE MONTHLY
      *        'EINCRPT' SAFETY REPORT COUNTS INCIDENTS AND WORKS OUT
      *        THE LOST-TIME INJURY RATE PER SITE FROM THE HOURS ON
      *        'EATTHST', AND CROSS-CHECKS THE LOST DAYS AGAINST THE
      *        SICK LEAVE ON 'ELVREQ'.
      *      - A RECORD RAISED IN ERROR IS VOIDED (STATUS 'V'), NOT
      *        DELETED, SO WHAT WAS REPORTED TO THE REGULATOR CAN
      *        ALWAYS BE TRACED.
      ******************************************************************
       01 INCIDENT-LOG-RECORD.
          05 INC-KEY.
             10 INC-SITE-ID             PIC X(4).
             10 INC-INCIDENT-NUM        PIC 9(4).
             10 INC-EMPLOYEE-ID         PIC 9(8).
                88 INC-INCIDENT-HEADER             VALUE ZEROES.
          05 INC-DETAILS.
      *         INCIDENT HEADER ONLY.
             10 INC-INCIDENT-DATE       PIC X(8).
             10 INC-DESCRIPTION         PIC X(40).
      *         EMPLOYEE INVOLVED ONLY.
             10 INC-INJURY-TYPE         PIC X(1).
                88 INC-INJ-NONE                    VALUE 'N'.
                88 INC-INJ-CUT                     VALUE 'C'.
                88 INC-INJ-SPRAIN-STRAIN           VALUE 'S'.
                88 INC-INJ-FRACTURE                VALUE 'F'.
                88 INC-INJ-BURN                    VALUE 'B'.
                88 INC-INJ-OTHER                   VALUE 'O'.
                88 INC-INJ-VALID                   VALUE 'N' 'C' 'S'
                                                         'F' 'B' 'O'.
             10 INC-SEVERITY            PIC X(1).
                88 INC-SEV-NO-TREATMENT            VALUE '0'.
                88 INC-SEV-FIRST-AID               VALUE '1'.
                88 INC-SEV-MEDICAL                 VALUE '2'.
                88 INC-SEV-LOST-TIME               VALUE '3'.
                88 INC-SEV-MAJOR                   VALUE '4'.
                88 INC-SEV-VALID                   VALUE '0' THRU '4'.
             10 INC-LOST-DAYS           PIC 9(3).
      *         BOTH.
             10 INC-STATUS              PIC X(1).
                88 INC-ST-ACTIVE                   VALUE 'A'.
                88 INC-ST-VOIDED                   VALUE 'V'.
             10 INC-RECORDED-BY         PIC X(8).
             10 INC-RECORDED-DATE       PIC X(8).
