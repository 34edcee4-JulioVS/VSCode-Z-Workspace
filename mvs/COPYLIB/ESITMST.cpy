      *        ACTIVE EMPLOYEE ASSIGNED TO EACH SITE (VIA 'EEMPSIT')
      *        WITH THEIR 'ECONTCT' PHONE AND FIRST EMERGENCY
      *        CONTACT.
      *      - 'SIT-CURRENCY-CODE' IS THE CURRENCY STAFF AT THE SITE
      *        ARE PAID IN BY DEFAULT (SEE 'EPAYCUR'); SPACES MEANS
      *        THE REPORTING CURRENCY.
      ******************************************************************
       01 SITE-MASTER-RECORD.
          05 SIT-KEY.
                88 SIT-ST-ACTIVE                   VALUE 'A'.
                88 SIT-ST-CLOSED                   VALUE 'C'.
                88 SIT-ST-NOT-SET                  VALUE SPACES.
             10 SIT-CURRENCY-CODE       PIC X(3).
