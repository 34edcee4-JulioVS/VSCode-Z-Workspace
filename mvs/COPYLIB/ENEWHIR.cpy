      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BULK NEW-HIRE LOAD INPUT.
      *      - RECORD LAYOUT FOR THE FLAT 'NEWHIRE' FILE READ BY
      *        'EHIRLOAD', ONE RECORD PER HIRE.
      *      - SUPPLIED BY HR FOR A SEASONAL COHORT, OR WRITTEN BY
      *        'ECANHIR' FROM ACCEPTED OFFERS ON 'ECANDID'.
      *      - A NON-ZERO REQUISITION NUMBER FILLS THAT 'EREQSTN'
      *        OPENING IN THE HIRE'S DEPARTMENT; ZERO (OR BLANK)
      *        FILLS THE DEPARTMENT'S OLDEST APPROVED OPENING. A
      *        NON-ZERO CANDIDATE NUMBER HAS THE NEW EMPLOYEE ID
      *        STAMPED BACK ON THE 'ECANDID' RECORD.
      *      - THE DATE OF BIRTH IS REQUIRED: IT GOES ONTO THE
      *        PROTECTED 'EBIRTHD' FILE, NEVER 'EMPMAST', AND A HIRE
      *        UNDER THE MINIMUM WORKING AGE ON ITS START DATE IS
      *        REJECTED.
      *      - SO IS THE GOVERNMENT ID NUMBER: IT GOES ONTO THE
      *        PROTECTED 'EGOVID' FILE, AND A NUMBER ALREADY HELD BY A
      *        CURRENT EMPLOYEE IS REJECTED (ONE HELD BY A FORMER
      *        EMPLOYEE MAKES THE HIRE A REHIRE OF THAT PERSON).
      ******************************************************************
       01  NEW-HIRE-LOAD-RECORD.
           05 NHL-PRIMARY-NAME          PIC X(38).
           05 NHL-FULL-NAME             PIC X(79).
           05 NHL-HONORIFIC             PIC X(8).
           05 NHL-SHORT-NAME            PIC X(38).
           05 NHL-JOB-TITLE             PIC X(38).
           05 NHL-DEPARTMENT-ID         PIC 9(8).
           05 NHL-START-DATE            PIC X(8).
      *       EMPLOYMENT TYPE ('FT'/'PT'/'TM'/'SE'/'CT', BLANK READS
      *       FULL-TIME) AND FTE FACTOR (TWO IMPLIED DECIMALS, E.G.
      *       '040' = 0.40; BLANK OR ZERO READS 1.00).
           05 NHL-EMPLOYMENT-TYPE       PIC X(2).
           05 NHL-FTE-FACTOR            PIC 9(1)V9(2).
           05 NHL-REQUISITION-NO        PIC 9(4).
           05 NHL-CANDIDATE-NO          PIC 9(4).
           05 NHL-BIRTH-DATE            PIC X(8).
           05 NHL-GOVT-ID               PIC X(15).
