      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BARGAINING UNIT MEMBERSHIP.
      *      - RECORD LAYOUT FOR 'EBUMEMB' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBUMEMB'.
      *      - ONE RECORD PER EMPLOYEE NAMING THE 'EBUNMST' BARGAINING
      *        UNIT THEY BELONG TO. NO RECORD ON FILE MEANS NOT
      *        COVERED BY ANY COLLECTIVE AGREEMENT.
      *      - MAINTAINED ON THE 'EBUMP' SCREEN; NEW AND CHANGED
      *        MEMBERSHIPS GO OUT AS TYPE 'D' DUES DEDUCTION RECORDS ON
      *        THE NIGHTLY 'EPAYFEED' (EACH EXACTLY ONCE, VIA THE FED
      *        FLAG), THE SAME WAY 'EBENROL' ENROLLMENTS DO.
      *      - THE 'ESENRPT' SENIORITY LIST RANKS EACH UNIT'S ACTIVE
      *        MEMBERS BY CONTINUOUS SERVICE FROM 'ESRVHST'.
      ******************************************************************
       01 UNION-MEMBERSHIP-RECORD.
          05 BUM-KEY.
             10 BUM-EMPLOYEE-ID         PIC 9(8).
          05 BUM-DETAILS.
             10 BUM-UNIT-CODE           PIC X(4).
             10 BUM-JOIN-DATE           PIC X(8).
      *         DATE THE CURRENT STATUS (JOINED, CHANGED, WITHDRAWN)
      *         TAKES EFFECT FOR DUES - GOES OUT AS THE DEDUCTION'S
      *         EFFECTIVE DATE.
             10 BUM-EFFECTIVE-DATE      PIC X(8).
      *         SAME CODES AS 'BEN-STATUS', SO A WITHDRAWAL MEANS TO
      *         PAYROLL EXACTLY WHAT A TERMINATED ENROLLMENT DOES.
             10 BUM-STATUS              PIC X(1).
                88 BUM-ST-ACTIVE                   VALUE 'A'.
                88 BUM-ST-WITHDRAWN                VALUE 'T'.
      *         THE PER-PERIOD DUES DEDUCTION FOR THIS MEMBER.
             10 BUM-DUES-AMOUNT         PIC 9(5)V99.
      *         SET BY 'EPAYFEED' WHEN THE MEMBERSHIP (OR ITS LATEST
      *         CHANGE) HAS GONE OUT ON THE FEED; CLEARED BY 'EBUMP'
      *         ON EVERY CHANGE SO THE CHANGE FEEDS EXACTLY ONCE.
             10 BUM-FED-FLAG            PIC X(1).
                88 BUM-FED                         VALUE 'Y'.
      *         THE DUES PLAN CODE PAYROLL WAS LAST SENT - WHEN A
      *         MEMBER MOVES TO A UNIT WITH A DIFFERENT CODE,
      *         'EPAYFEED' STOPS THE OLD DEDUCTION BEFORE STARTING
      *         THE NEW ONE.
             10 BUM-FED-PLAN-CODE       PIC X(4).
             10 BUM-RECORDED-BY         PIC X(8).
             10 BUM-RECORDED-DATE       PIC X(8).
