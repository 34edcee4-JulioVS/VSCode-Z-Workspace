      *      WORK SITE ASSIGNMENT FOR THE HIRE BEING KEYED -
      *      SATELLITE 'EEMPSIT' DATA. BLANK MEANS NO SITE YET.
          05 ADD-SITE-ID          PIC X(4).
      *      DATE OF BIRTH FOR THE HIRE BEING KEYED - PROTECTED
      *      'EBIRTHD' DATA, NEVER PART OF THE MASTER IMAGE.
          05 ADD-BIRTH-DATE       PIC X(8).
      *      GOVERNMENT ID NUMBER FOR THE HIRE BEING KEYED - PROTECTED
      *      'EGOVID' DATA, NEVER PART OF THE MASTER IMAGE.
          05 ADD-GOVT-ID          PIC X(15).
