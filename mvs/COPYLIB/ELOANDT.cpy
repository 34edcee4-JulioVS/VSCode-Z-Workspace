      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - EMPLOYEE LOANS/ADVANCES.
      *      - RECORD LAYOUT FOR 'ELOANDT' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ELOANDT'.
      *      - KEYED BY 'EMPLOYEE ID' + 'LOAN NUMBER', ONE RECORD PER
      *        SALARY ADVANCE OR STAFF LOAN. ONE USER ENTERS IT ON
      *        'ELONP' AND A *DIFFERENT* ADMINISTRATOR MUST APPROVE
      *        IT - THE SAME TWO-PERSON PATTERN 'EBNKP' USES - WITH
      *        BOTH ACTIONS JOURNALED TO 'ESECJRN'.
      *      - ONCE A MONTH FROM THE START DATE, 'EPAYFEED' SENDS THE
      *        INSTALMENT (NEVER MORE THAN THE BALANCE) AS A TYPE 'D'
      *        DEDUCTION RECORD UNDER PLAN CODE 'LN' + LOAN NUMBER -
      *        THE 'LN' PREFIX IS RESERVED FOR LOANS - AND PARKS IT IN
      *        'LON-INFLIGHT-AMOUNT'. THE BALANCE ONLY COMES DOWN WHEN
      *        'EPAYRECN' SEES PAYROLL ACCEPT IT; A REJECTION RE-SENDS
      *        IT ON THE NEXT RUN.
      *      - WHEN 'ETERMNB' PROCESSES A LEAVER, WHATEVER IS STILL
      *        OWED IS SET AGAINST FINAL PAY ON THE 'EOFFLST'
      *        CHECKLIST AND THE LOAN STOPS FEEDING.
      ******************************************************************
       01 EMPLOYEE-LOAN-RECORD.
          05 LON-KEY.
             10 LON-EMPLOYEE-ID         PIC 9(8).
             10 LON-LOAN-NUMBER         PIC 9(2).
          05 LON-DETAILS.
             10 LON-LOAN-TYPE           PIC X(1).
                88 LON-TY-ADVANCE                  VALUE 'A'.
                88 LON-TY-LOAN                     VALUE 'L'.
             10 LON-PRINCIPAL           PIC 9(7)V99.
             10 LON-START-DATE          PIC X(8).
             10 LON-INSTALMENT          PIC 9(5)V99.
             10 LON-BALANCE             PIC 9(7)V99.
             10 LON-STATUS              PIC X(1).
                88 LON-ST-PENDING                  VALUE 'P'.
                88 LON-ST-APPROVED                 VALUE 'A'.
                88 LON-ST-REJECTED                 VALUE 'R'.
                88 LON-ST-CLEARED                  VALUE 'C'.
                88 LON-ST-FINAL-PAY                VALUE 'F'.
             10 LON-ENTERED-BY          PIC X(8).
             10 LON-ENTERED-DATE        PIC X(8).
             10 LON-APPROVED-BY         PIC X(8).
             10 LON-APPROVED-DATE       PIC X(8).
      *         SET BY 'EPAYFEED' WHEN AN INSTALMENT GOES OUT (YYYYMM
      *         OF THE RUN, AND THE AMOUNT SENT); THE AMOUNT IS
      *         CLEARED BY 'EPAYRECN' ONCE PAYROLL HAS ANSWERED.
             10 LON-LAST-FED-PERIOD     PIC X(6).
             10 LON-LAST-FED-DATE       PIC X(8).
             10 LON-INFLIGHT-AMOUNT     PIC 9(5)V99.
      *         SET BY 'ETERMNB' WHEN THE BALANCE IS SET AGAINST THE
      *         LEAVER'S FINAL PAY.
             10 LON-FINAL-PAY-AMOUNT    PIC 9(7)V99.
             10 LON-FINAL-PAY-DATE      PIC X(8).
