      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - LEGAL HOLDS.
      *      - RECORD LAYOUT FOR 'ELGLHLD' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ELGLHLD'.
      *      - ONE RECORD PER EMPLOYEE PER LEGAL MATTER, PLACED AND
      *        RELEASED BY ADMINISTRATORS ON THE 'ELGHP' SCREEN. A
      *        RELEASED HOLD IS KEPT (NOT DELETED) SO LEGAL CAN SEE
      *        WHO PLACED AND LIFTED IT AND WHEN.
      *      - WHILE AN EMPLOYEE HAS ANY OPEN HOLD THE RETENTION
      *        JOBS ('EPURGB', 'EANONSWP', 'EAUDROLL') LEAVE THEIR
      *        RECORDS ALONE - SEE THE 'ELGHCHK' SUBPROGRAM.
      *      - THE EMPLOYEE NEED NOT STILL BE ON 'EMPMAST': A HOLD
      *        MAY BE PLACED ON A PURGED EMPLOYEE TO PROTECT THE
      *        ARCHIVED COPIES OF THEIR RECORDS.
      ******************************************************************
       01 LEGAL-HOLD-RECORD.
          05 LGH-KEY.
             10 LGH-EMPLOYEE-ID         PIC 9(8).
             10 LGH-MATTER-REF          PIC X(12).
          05 LGH-DETAILS.
             10 LGH-MATTER-NOTE         PIC X(30).
             10 LGH-STATUS              PIC X(1).
                88 LGH-OPEN                        VALUE 'O'.
                88 LGH-RELEASED                    VALUE 'R'.
             10 LGH-PLACED-BY           PIC X(8).
             10 LGH-PLACED-DATE         PIC X(8).
             10 LGH-RELEASED-BY         PIC X(8).
             10 LGH-RELEASED-DATE       PIC X(8).
             10 FILLER                  PIC X(10).
