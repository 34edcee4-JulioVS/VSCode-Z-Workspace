      *        SCREEN - THE SAME TWO-ROLE FLOW 'ECATP' WORKS
      *        'ECATREQ' WITH. ONLY AN APPROVAL POSTS THE DAY COUNT
      *        INTO THE 'ELEAVE' BALANCE.
      *      - WHEN A DELEGATE ACTIONS THE REQUEST (SEE 'EDELGAT'),
      *        'LRQ-ACTIONED-FOR' HOLDS THE MANAGER THEY STOOD IN
      *        FOR; SPACES WHEN THE APPROVER ACTED IN THEIR OWN RIGHT.
      *      - 'LRQ-LEAVE-TYPE' IS ANY ACTIVE CODE ON 'ELVTYPE'. WHEN
      *        THE TYPE CALLS FOR EVIDENCE THE APPROVER APPROVES WITH
      *        'E' TO RECORD THEY HAVE SEEN IT. AN APPROVED ABSENCE OF
      *        AN UNPAID TYPE IS SENT TO PAYROLL ONCE BY 'EPAYFEED'.
      ******************************************************************
       01 LEAVE-REQUEST-RECORD.
          05 LRQ-KEY.
             10 LRQ-LEAVE-TYPE          PIC X(1).
                88 LRQ-TYPE-VACATION               VALUE 'V'.
                88 LRQ-TYPE-SICK                   VALUE 'S'.
                88 LRQ-HELD-ON-ELEAVE              VALUE 'V' 'S'.
             10 LRQ-DAYS-REQUESTED      PIC 9(3)V9(1).
             10 LRQ-STATUS              PIC X(1).
                88 LRQ-PENDING                     VALUE 'P'.
             10 LRQ-REQUESTED-DATE      PIC X(8).
             10 LRQ-ACTIONED-BY         PIC X(8).
             10 LRQ-ACTIONED-DATE       PIC X(8).
             10 LRQ-ACTIONED-FOR        PIC X(8).
             10 LRQ-EVIDENCE-FLAG       PIC X(1).
                88 LRQ-EVIDENCE-SEEN               VALUE 'Y'.
             10 LRQ-FED-FLAG            PIC X(1).
                88 LRQ-FED                         VALUE 'Y'.
