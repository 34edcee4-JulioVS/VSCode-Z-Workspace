      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - HR LETTER REQUESTS / LOG.
      *      - RECORD LAYOUT FOR 'ELTRREQ' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ELTRREQ'.
      *      - ONE RECORD PER LETTER ASKED FOR, KEYED BY EMPLOYEE ID
      *        PLUS REQUEST TIMESTAMP. RAISED PENDING ON THE 'ELTRP'
      *        SCREEN (REACHED FROM 'EVIEWP') WITH THE LETTER TYPE
      *        WANTED; THE NIGHTLY 'ELETPRD' JOB MERGES THE
      *        EMPLOYEE'S DATA INTO THE 'ELTRTPL' TEMPLATE, PRINTS
      *        THE LETTER, DEPOSITS A COPY ON 'ERPTREP' UNDER THE
      *        REPORT NAME STAMPED HERE, AND MARKS THE RECORD ISSUED
      *        (OR REJECTED, WITH THE REASON, WHEN THE DATA THE
      *        LETTER NEEDS IS NOT ON FILE).
      *      - THE RECORDS ARE KEPT, NOT PURGED - READ IN KEY ORDER
      *        THEY ARE THE EMPLOYEE'S CORRESPONDENCE LOG: WHAT WAS
      *        SENT, WHEN, AT WHOSE REQUEST, AND WHERE THE COPY IS.
      ******************************************************************
       01 LETTER-REQUEST-RECORD.
          05 LTR-KEY.
             10 LTR-EMPLOYEE-ID         PIC 9(8).
             10 LTR-REQUEST-TIME        PIC X(14).
          05 LTR-DETAILS.
             10 LTR-LETTER-TYPE         PIC X(2).
                88 LTR-TYPE-VERIFICATION           VALUE 'VE'.
                88 LTR-TYPE-PROBATION              VALUE 'PC'.
                88 LTR-TYPE-TRANSFER               VALUE 'TR'.
                88 LTR-TYPE-SALARY-CHANGE          VALUE 'SC'.
                88 LTR-TYPE-VALID                  VALUE 'VE' 'PC'
                                                   'TR' 'SC'.
             10 LTR-STATUS              PIC X(1).
                88 LTR-ST-PENDING                  VALUE 'P'.
                88 LTR-ST-ISSUED                   VALUE 'I'.
                88 LTR-ST-REJECTED                 VALUE 'R'.
             10 LTR-REQUESTED-BY        PIC X(8).
      *         SET BY 'ELETPRD' WHEN IT ISSUES OR REJECTS THE LETTER.
             10 LTR-ISSUED-DATE         PIC X(8).
             10 LTR-REPORT-NAME         PIC X(8).
             10 LTR-LINE-COUNT          PIC 9(4).
             10 LTR-REJECT-REASON       PIC X(30).
