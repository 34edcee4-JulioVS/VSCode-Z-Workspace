      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - HR LETTER TEMPLATES.
      *      - RECORD LAYOUT FOR 'ELTRTPL' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ELTRTPL'.
      *      - ONE RECORD PER PRINTED LINE OF EACH LETTER TYPE (SEE
      *        'ELTRREQ'), KEYED BY LETTER TYPE PLUS LINE NUMBER.
      *        MAINTAINED AS CARD IMAGES ON THE 'ELTRTPL' JOB, WHICH
      *        RELOADS THE WHOLE CLUSTER - SO REWORDING A LETTER IS
      *        AN EDIT TO THE DECK, NOT A PROGRAM CHANGE.
      *      - MERGE FIELDS ARE AN AMPERSAND FOLLOWED BY A FOUR
      *        LETTER CODE (E.G. '&FNAM'), REPLACED BY 'ELETPRD' WITH
      *        THE EMPLOYEE'S DATA. AN UNKNOWN CODE PRINTS AS TYPED.
      ******************************************************************
       01 LETTER-TEMPLATE-RECORD.
          05 LTP-KEY.
             10 LTP-LETTER-TYPE         PIC X(2).
             10 LTP-LINE-NUMBER         PIC 9(3).
          05 LTP-LINE-TEXT              PIC X(75).
