      *        ATTENDEE'S NEW QUALIFICATION STRAIGHT ONTO 'ESKILL'
      *        WITH ITS EXPIRY DATE, SO THE 'ESKLRPT' EXPIRY CHASE
      *        AND THE TRAINING PIPELINE FINALLY JOIN UP.
      *      - THE SESSION FEE IS SPREAD EVENLY OVER THE ATTENDEES AT
      *        COMPLETION, AND EACH ATTENDEE'S SHARE (PLUS THEIR OWN
      *        'ETRNENR' TRAVEL AND MATERIALS) IS CHARGED TO THEIR
      *        DEPARTMENT ON 'ETRNCHG' FOR THE MONTHLY 'EGLEXTR' POST.
      ******************************************************************
       01 TRAINING-SESSION-RECORD.
          05 SES-KEY.
                88 SES-ST-CANCELLED                VALUE 'X'.
             10 SES-RECORDED-BY         PIC X(8).
             10 SES-RECORDED-DATE       PIC X(8).
      *         IN THE REPORTING CURRENCY, AS 'EGLEXTR' POSTS IT.
             10 SES-FEE                 PIC 9(7)V99.
             10 SES-COMPLETED-DATE      PIC X(8).
