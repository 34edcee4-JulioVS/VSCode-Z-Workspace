      *        EFFECTIVE DATE HAS ARRIVED AND WRITES THE NORMAL
      *        'EAUDIT' ENTRY AND 'ECOMHST'/'EAPPHST' HISTORY RECORDS
      *        BEHIND IT.
      *      - A RESIGNATION ACCEPTED ON 'ERSMP' IS PARKED HERE TOO, AS
      *        A TERMINATION CARRYING ITS 'ETRMRSN' REASON CODE. FOR
      *        THOSE 'EPNDAPP' APPLIES ONLY THE DELETE FLAG, DELETE
      *        DATE AND END DATE TO THE RECORD AS IT STANDS ON THE
      *        DAY, AND LEAVES THE FULL DELETION TRAIL BEHIND IT.
      *      - A MASS ACTION TAKEN ON 'EMASP' OVER ROWS MARKED (OR THE
      *        WHOLE FILTERED RESULT) ON THE 'ELISTP' LIST PARKS ONE
      *        ENTRY PER EMPLOYEE, ALL CARRYING THE SAME BATCH
      *        REFERENCE. FOR THOSE THE RECORD IMAGE IS KEPT FOR
      *        REFERENCE ONLY - 'EPNDAPP' APPLIES JUST THE ONE FIELD
      *        THE ACTION NAMES TO THE RECORD AS IT STANDS ON THE DAY.
      ******************************************************************
       01 PENDING-TRANSACTION-RECORD.
          05 PTX-KEY.
                88 PTX-PENDING                     VALUE 'P'.
                88 PTX-APPLIED                     VALUE 'A'.
             10 PTX-APPLIED-DATE        PIC X(8).
      *         'ETRMRSN' REASON CODE OF A PARKED TERMINATION. SPACES
      *         ON AN ORDINARY CHANGE, AND ON ENTRIES FROM BEFORE THE
      *         FIELD EXISTED.
             10 PTX-REASON-CODE         PIC X(2).
                88 PTX-ORDINARY-CHANGE             VALUE SPACES.
      *         BATCH REFERENCE (THE YYYYMMDDHHMMSS THE BATCH WAS
      *         TAKEN) AND THE SINGLE FIELD A MASS ACTION SETS. SPACES
      *         ON A CHANGE KEYED ONE EMPLOYEE AT A TIME.
             10 PTX-BATCH-REFERENCE     PIC X(14).
             10 PTX-MASS-ACTION         PIC X(1).
                88 PTX-NOT-MASS-CHANGE             VALUE SPACES.
                88 PTX-MASS-APPRAISAL-DATE         VALUE 'A'.
                88 PTX-MASS-MANAGER                VALUE 'M'.
                88 PTX-MASS-SITE                   VALUE 'S'.
                88 PTX-MASS-CHANGE                 VALUE 'A' 'M' 'S'.
             10 PTX-MASS-VALUE          PIC X(8).
             10 PTX-MASS-MANAGER-ID REDEFINES PTX-MASS-VALUE
                                        PIC 9(8).
             10 PTX-MASS-SITE-ID REDEFINES PTX-MASS-VALUE
                                        PIC X(4).
