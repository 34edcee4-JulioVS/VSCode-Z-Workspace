      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - REQUISITION CANDIDATES.
      *      - RECORD LAYOUT FOR 'ECANDID' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ECANDID'.
      *      - KEYED BY THE 'EREQSTN' KEY (DEPARTMENT ID PLUS
      *        REQUISITION NUMBER) PLUS A CANDIDATE NUMBER, SO ONE
      *        BROWSE GIVES THE WHOLE PIPELINE FOR AN OPENING.
      *      - RAISED AND MOVED THROUGH ITS STAGES ON THE 'ECANP'
      *        SCREEN. EACH STAGE REACHED KEEPS ITS OWN DATE, SO THE
      *        RECORD IS ITS OWN STAGE HISTORY (READ BY 'ECANRPT' FOR
      *        TIME-TO-FILL AND SOURCE EFFECTIVENESS).
      *      - AN ACCEPTED OFFER IS PICKED UP BY 'ECANHIR' AND TURNED
      *        INTO AN 'EHIRLOAD' INPUT RECORD (SEE 'ENEWHIR'); WHEN
      *        'EHIRLOAD' COMMITS THE HIRE IT FILLS THIS REQUISITION
      *        AND STAMPS THE NEW EMPLOYEE ID BACK HERE.
      ******************************************************************
       01 CANDIDATE-RECORD.
          05 CND-KEY.
             10 CND-DEPARTMENT-ID       PIC 9(8).
             10 CND-REQUISITION-NO      PIC 9(4).
             10 CND-CANDIDATE-NO        PIC 9(4).
          05 CND-DETAILS.
             10 CND-PRIMARY-NAME        PIC X(38).
             10 CND-FULL-NAME           PIC X(79).
             10 CND-HONORIFIC           PIC X(8).
             10 CND-SHORT-NAME          PIC X(38).
             10 CND-SOURCE              PIC X(2).
                88 CND-SRC-REFERRAL                VALUE 'RF'.
                88 CND-SRC-AGENCY                  VALUE 'AG'.
                88 CND-SRC-JOB-BOARD               VALUE 'JB'.
                88 CND-SRC-WEBSITE                 VALUE 'WB'.
                88 CND-SRC-INTERNAL                VALUE 'IN'.
                88 CND-SRC-OTHER                   VALUE 'OT'.
                88 CND-SRC-VALID                   VALUE 'RF' 'AG'
                                                   'JB' 'WB' 'IN'
                                                   'OT'.
             10 CND-STAGE               PIC X(1).
                88 CND-STAGE-APPLIED               VALUE 'P'.
                88 CND-STAGE-SCREENED              VALUE 'S'.
                88 CND-STAGE-INTERVIEWED           VALUE 'I'.
                88 CND-STAGE-OFFERED               VALUE 'O'.
                88 CND-STAGE-ACCEPTED              VALUE 'A'.
                88 CND-STAGE-DECLINED              VALUE 'D'.
                88 CND-STAGE-CLOSED                VALUE 'A' 'D'.
      *       STAGE HISTORY - THE DATE EACH STAGE WAS REACHED, SPACES
      *       FOR A STAGE NEVER REACHED (OR SKIPPED).
             10 CND-STAGE-DATES.
                15 CND-APPLIED-DATE     PIC X(8).
                15 CND-SCREENED-DATE    PIC X(8).
                15 CND-INTERVIEWED-DATE PIC X(8).
                15 CND-OFFERED-DATE     PIC X(8).
                15 CND-ACCEPTED-DATE    PIC X(8).
                15 CND-DECLINED-DATE    PIC X(8).
      *       TERMS OF THE OFFER, CARRIED ONTO THE HIRE RECORD.
             10 CND-OFFER-START-DATE    PIC X(8).
             10 CND-EMPLOYMENT-TYPE     PIC X(2).
      *       DATE OF BIRTH, TAKEN WITH THE OFFER SO THE HIRE RECORD
      *       ARRIVES COMPLETE (IT LANDS ON 'EBIRTHD', NOT 'EMPMAST').
             10 CND-BIRTH-DATE          PIC X(8).
      *       GOVERNMENT ID NUMBER, LIKEWISE TAKEN WITH THE OFFER (IT
      *       LANDS ON 'EGOVID', AND IS CHECKED FOR DUPLICATES THERE).
             10 CND-GOVT-ID             PIC X(15).
             10 CND-LAST-UPDATED-BY     PIC X(8).
             10 CND-HIRED-EMPLOYEE-ID   PIC 9(8).
