      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - OVERTIME CLAIMS.
      *      - RECORD LAYOUT FOR 'EOVTCLM' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EOVTCLM'.
      *      - ONE CLAIM PER EMPLOYEE PER DAY, RAISED BY THE 'EOVTRSE'
      *        BATCH STRAIGHT OFF THE 'EATTHST' SWIPE SPAN: WHATEVER
      *        THE FIRST-IN/LAST-OUT SPAN RUNS PAST THE STANDARD DAY
      *        (PRO-RATED BY 'ETY-FTE-FACTOR' FOR PART-TIMERS) IS
      *        CLAIMED, SO THE SWIPE EVIDENCE TRAVELS WITH THE CLAIM.
      *      - THE EMPLOYEE'S MANAGER (OR AN ADMINISTRATOR) APPROVES,
      *        TRIMS OR REJECTS IT ON THE 'EOVTP' SCREEN. ONLY
      *        APPROVED OR TRIMMED, NOT-YET-FED CLAIMS GO OUT ON THE
      *        NIGHTLY 'EPAYFEED' (RECORD TYPE 'O'), EACH EXACTLY ONCE.
      ******************************************************************
       01 OVERTIME-CLAIM-RECORD.
          05 OVT-KEY.
             10 OVT-EMPLOYEE-ID         PIC 9(8).
             10 OVT-CLAIM-DATE          PIC X(8).
          05 OVT-DETAILS.
      *         THE MANAGER ON 'EMPMAST' THE DAY THE CLAIM WAS RAISED -
      *         THE ONLY MANAGER WHO MAY ACTION IT.
             10 OVT-MANAGER-ID          PIC 9(8).
      *         THE SWIPE EVIDENCE, COPIED FROM 'EATTHST'.
             10 OVT-FIRST-IN-TIME       PIC X(6).
             10 OVT-LAST-OUT-TIME       PIC X(6).
             10 OVT-SPAN-MINUTES        PIC 9(4).
      *         THE EMPLOYEE'S OWN STANDARD DAY (FULL-TIME STANDARD
      *         DAY TIMES 'ETY-FTE-FACTOR').
             10 OVT-STANDARD-MINUTES    PIC 9(4).
             10 OVT-CLAIMED-MINUTES     PIC 9(4).
      *         WHAT PAYROLL IS TOLD - THE CLAIMED MINUTES WHEN
      *         APPROVED AS RAISED, FEWER WHEN TRIMMED.
             10 OVT-APPROVED-MINUTES    PIC 9(4).
             10 OVT-STATUS              PIC X(1).
                88 OVT-PENDING                     VALUE 'P'.
                88 OVT-APPROVED                    VALUE 'A'.
                88 OVT-TRIMMED                     VALUE 'T'.
                88 OVT-REJECTED                    VALUE 'R'.
                88 OVT-PAYABLE                     VALUE 'A' 'T'.
      *         SET BY 'EPAYFEED' THE NIGHT THE CLAIM GOES OUT ON THE
      *         FEED, SO A CLAIM CAN NEVER FEED TWICE.
             10 OVT-FED-FLAG            PIC X(1).
                88 OVT-FED                         VALUE 'Y'.
             10 OVT-RAISED-DATE         PIC X(8).
             10 OVT-ACTIONED-BY         PIC X(8).
             10 OVT-ACTIONED-DATE       PIC X(8).
