      *      - ONLY *VERIFIED* DETAILS FLOW TO PAYROLL, AS TYPE 'K'
      *        RECORDS ON THE NIGHTLY 'EPAYFEED' (EACH CHANGE EXACTLY
      *        ONCE, VIA THE FED FLAG).
      *      - THE MONTHLY 'EBNKCHK' RUN FLAGS A RECORD WHOSE BANK HAS
      *        CLOSED OR MERGED (OR IS NOT IN THE 'EBNKREF' DIRECTORY
      *        AT ALL) SO HR CAN GET NEW DETAILS FROM THE EMPLOYEE;
      *        FRESH DETAILS ENTERED ON 'EBNKP' CLEAR THE FLAG.
      ******************************************************************
       01 BANK-DETAILS-RECORD.
          05 BNK-KEY.
      *         OUT; CLEARED ON EVERY CHANGE AND ON VERIFICATION.
             10 BNK-FED-FLAG            PIC X(1).
                88 BNK-FED                         VALUE 'Y'.
      *         SET ON VERIFICATION: THE PAY PERIOD THE DETAILS ARE
      *         STAMPED FOR (SEE 'EPAYCAL') - 'EPAYFEED' WILL NOT SEND
      *         THEM BEFORE THEN.
             10 BNK-PAY-PERIOD          PIC X(6).
      *         SET BY 'EBNKCHK' FROM THE 'EBNKREF' DIRECTORY.
             10 BNK-BANK-FLAG           PIC X(1).
                88 BNK-BANK-CURRENT                VALUE SPACE.
                88 BNK-BANK-CLOSED                 VALUE 'C'.
                88 BNK-BANK-MERGED                 VALUE 'M'.
                88 BNK-BANK-UNKNOWN                VALUE 'U'.
             10 BNK-BANK-FLAGGED-DATE   PIC X(8).
