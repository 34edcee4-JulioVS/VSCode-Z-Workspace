      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BANK REFERENCE DIRECTORY.
      *      - RECORD LAYOUT FOR 'EBNKREF' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBNKREF'.
      *      - ONE RECORD PER BANK/BRANCH CODE, LOADED EACH MONTH
      *        FROM THE CLEARING-HOUSE DIRECTORY FILE BY 'EBRFLOAD'.
      *        A CODE IS NEVER DELETED - A BANK THAT CLOSES OR MERGES
      *        STAYS ON FILE WITH ITS NEW STATUS (AND, FOR A MERGER,
      *        THE CODE THAT TOOK IT OVER), SO 'EBNKCHK' CAN FLAG THE
      *        'EBANKDT' ACCOUNTS STILL POINTING AT IT.
      *      - 'EBNKP' WILL ONLY TAKE BANK DETAILS FOR AN OPEN BANK,
      *        WITH AN ACCOUNT NUMBER OF THE BANK'S LENGTH AND
      *        CHARACTER SET WHOSE CHECK DIGIT PASSES THE BANK'S
      *        METHOD:
      *          . '00' - NO CHECK DIGIT.
      *          . '10' - MODULUS 10 (LUHN): FROM THE RIGHTMOST
      *                   DIGIT, EVERY SECOND DIGIT DOUBLED (LESS 9
      *                   WHEN OVER 9); THE SUM MUST END IN 0.
      *          . '11' - MODULUS 11: THE DIGITS LEFT OF THE LAST
      *                   ARE WEIGHTED 2,3,4,5,6,7,2,... FROM THE
      *                   RIGHT; 11 LESS THE SUM'S REMAINDER BY 11
      *                   (11 READS 0, 10 IS NEVER VALID) MUST EQUAL
      *                   THE LAST DIGIT.
      ******************************************************************
       01 BANK-REFERENCE-RECORD.
          05 BRF-KEY.
             10 BRF-BANK-CODE           PIC X(8).
          05 BRF-DETAILS.
             10 BRF-BANK-NAME           PIC X(30).
             10 BRF-STATUS              PIC X(1).
                88 BRF-ST-OPEN                     VALUE 'O'.
                88 BRF-ST-CLOSED                   VALUE 'C'.
                88 BRF-ST-MERGED                   VALUE 'M'.
                88 BRF-STATUS-VALID                VALUE 'O' 'C' 'M'.
      *         FOR A MERGED BANK, THE CODE THAT TOOK IT OVER.
             10 BRF-MERGED-INTO         PIC X(8).
             10 BRF-STATUS-DATE         PIC X(8).
             10 BRF-ACCOUNT-FORMAT.
                15 BRF-ACCOUNT-MIN-LENGTH PIC 9(2).
                15 BRF-ACCOUNT-MAX-LENGTH PIC 9(2).
                15 BRF-ACCOUNT-CHARSET  PIC X(1).
                   88 BRF-ACCOUNT-NUMERIC          VALUE 'N'.
                   88 BRF-ACCOUNT-ALPHANUMERIC     VALUE 'A'.
             10 BRF-CHECK-METHOD        PIC X(2).
                88 BRF-CHECK-NONE                  VALUE '00'.
                88 BRF-CHECK-MOD10                 VALUE '10'.
                88 BRF-CHECK-MOD11                 VALUE '11'.
                88 BRF-CHECK-METHOD-VALID          VALUE '00' '10'
                                                         '11'.
             10 BRF-LOADED-BY           PIC X(8).
             10 BRF-LOADED-DATE         PIC X(8).
