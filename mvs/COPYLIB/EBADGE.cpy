      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BUILDING ACCESS BADGES.
      *      - RECORD LAYOUT FOR 'EBADGE' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBADGE'.
      *      - KEYED BY 'EMPLOYEE ID', ONE RECORD PER EMPLOYEE THE
      *        PHYSICAL ACCESS CONTROL SYSTEM HAS BEEN TOLD ABOUT.
      *      - WRITTEN BY THE NIGHTLY 'EBDGFEED' BATCH AS IT SENDS AN
      *        ACTIVATION, SITE CHANGE OR REVOCATION ON THE 'BADGFEED'
      *        FILE, AND UPDATED BY 'EBDGACK' WHEN THE ACCESS SYSTEM'S
      *        ACKNOWLEDGMENT COMES BACK. 'BDG-LIVE-FLAG' IS ONLY EVER
      *        SET FROM AN ACCEPTED ACKNOWLEDGMENT, SO IT IS THE ACCESS
      *        SYSTEM'S OWN WORD ON WHETHER THE BADGE STILL OPENS DOORS
      *        - THE 'EBDGRPT' SECURITY REPORT IS BUILT ON IT.
      ******************************************************************
       01 BADGE-ACCESS-RECORD.
          05 BDG-KEY.
             10 BDG-EMPLOYEE-ID         PIC 9(8).
          05 BDG-DETAILS.
      *       WHAT WE HAVE ASKED FOR - 'A' BADGE ACTIVE, 'R' REVOKED.
             10 BDG-STATUS              PIC X(1).
                88 BDG-ACTIVE                      VALUE 'A'.
                88 BDG-REVOKED                     VALUE 'R'.
      *       THE WORK SITE THE BADGE WAS LAST SENT FOR.
             10 BDG-SITE-ID             PIC X(4).
             10 BDG-LAST-ACTION         PIC X(1).
                88 BDG-LAST-ACTIVATE               VALUE 'A'.
                88 BDG-LAST-SITE-CHANGE            VALUE 'S'.
                88 BDG-LAST-REVOKE                 VALUE 'R'.
             10 BDG-LAST-EFFECTIVE-DATE PIC X(8).
             10 BDG-LAST-SENT-DATE      PIC X(8).
      *       THE ACCESS SYSTEM'S ANSWER TO THE LAST ACTION SENT.
             10 BDG-ACK-STATUS          PIC X(1).
                88 BDG-ACK-PENDING                 VALUE 'P'.
                88 BDG-ACK-ACCEPTED                VALUE 'A'.
                88 BDG-ACK-REJECTED                VALUE 'R'.
             10 BDG-ACK-DATE            PIC X(8).
             10 BDG-ACK-REASON          PIC X(20).
      *       'Y' WHILE THE ACCESS SYSTEM HOLDS AN ACTIVE BADGE.
             10 BDG-LIVE-FLAG           PIC X(1).
                88 BDG-LIVE                        VALUE 'Y'.
             10 BDG-ACTIVATED-DATE      PIC X(8).
             10 BDG-REVOKED-DATE        PIC X(8).
             10 FILLER                  PIC X(20).
