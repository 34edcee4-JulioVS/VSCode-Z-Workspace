      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - ACCESS RECERTIFICATION.
      *      - RECORD LAYOUT FOR 'ECRTITM' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ECRTITM'.
      *      - ONE CERTIFICATION ITEM PER ACTIVE 'EREGUSR' ACCOUNT PER
      *        QUARTERLY CAMPAIGN, OPENED BY 'ECRTCMP'. KEYED BY THE
      *        REVIEWER FIRST, SO THE 'ECRTP' SCREEN BROWSES STRAIGHT
      *        ONTO ONE REVIEWER'S QUEUE AND THE 'ECRTRPT' COMPLETION
      *        REPORT READS THE FILE ALREADY IN REVIEWER ORDER.
      *      - THE REVIEWER IS THE 'EMP-MANAGER-ID' OF THE ACCOUNT'S
      *        'REG-EMPLOYEE-ID'; ZEROES IS THE SECURITY ADMINISTRATOR
      *        QUEUE (NO EMPLOYEE LINK, NO MANAGER, OR A MANAGER WITH
      *        NO MANAGER/ADMINISTRATOR SIGN-ON TO DECIDE WITH).
      *      - STILL PENDING AT THE DEADLINE, 'ECRTDLN' DEACTIVATES
      *        THE ACCOUNT AND MARKS THE ITEM EXPIRED.
      ******************************************************************
       01 RECERTIFICATION-ITEM-RECORD.
          05 CRT-KEY.
             10 CRT-REVIEWER-ID         PIC 9(8).
                88 CRT-SECURITY-ADMIN-QUEUE       VALUE ZEROES.
      *         'YYYYQN' - THE QUARTER THE CAMPAIGN WAS OPENED IN.
             10 CRT-CAMPAIGN-ID         PIC X(6).
             10 CRT-USER-ID             PIC X(8).
          05 CRT-DETAILS.
             10 CRT-EMPLOYEE-ID         PIC 9(8).
             10 CRT-USER-CATEGORY       PIC X(3).
             10 CRT-ROUTE-REASON        PIC X(1).
                88 CRT-RT-MANAGER                 VALUE 'M'.
                88 CRT-RT-NO-EMPLOYEE             VALUE 'E'.
                88 CRT-RT-NO-MANAGER              VALUE 'T'.
                88 CRT-RT-MANAGER-NO-SIGNON       VALUE 'S'.
             10 CRT-OPENED-DATE         PIC X(8).
             10 CRT-DEADLINE-DATE       PIC X(8).
             10 CRT-STATUS              PIC X(1).
                88 CRT-PENDING                    VALUE 'P'.
                88 CRT-CONFIRMED                  VALUE 'C'.
                88 CRT-REVOKED                    VALUE 'R'.
                88 CRT-EXPIRED                    VALUE 'E'.
             10 CRT-DECIDED-BY          PIC X(8).
             10 CRT-DECIDED-DATE        PIC X(8).
             10 FILLER                  PIC X(20).
