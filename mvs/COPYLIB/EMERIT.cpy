      *        APPLY BATCH THEN WRITES 'EMPMAST', 'ECOMHST', AND THE
      *        AUDIT TRAIL EXACTLY THE WAY 'EMASSINC' DOES, MARKING
      *        EACH ENTRY APPLIED.
      *      - WHEN A DELEGATE SUBMITS OR APPROVES (SEE 'EDELGAT'),
      *        'MER-SUBMITTED-FOR' / 'MER-APPROVED-FOR' HOLD THE
      *        MANAGER OR ADMINISTRATOR THEY STOOD IN FOR; SPACES
      *        WHEN THE USER ACTED IN THEIR OWN RIGHT.
      ******************************************************************
       01 MERIT-WORKLIST-RECORD.
          05 MER-KEY.
             10 MER-PLANNED-DATE        PIC X(8).
             10 MER-SUBMITTED-BY        PIC X(8).
             10 MER-APPROVED-BY         PIC X(8).
             10 MER-SUBMITTED-FOR       PIC X(8).
             10 MER-APPROVED-FOR        PIC X(8).
