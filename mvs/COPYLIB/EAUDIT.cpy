      *      TO ('ELEAVE', 'ECONTCT', 'ESKILL', 'ECHKLST', 'EOFFLST',
      *      'ELVREQ'). SPACES ON EMPMAST EVENTS.
          05 AUD-SATELLITE-FILE    PIC X(8).
      *      SET BY 'EAUDITP' WHEN THE USER WAS RUNNING ON AN ACTIVE
      *      BREAK-GLASS GRANT (SEE 'EBRKGLS') AT THE TIME OF THE EVENT.
          05 AUD-BREAK-GLASS-FLAG  PIC X(1).
             88 AUD-BREAK-GLASS               VALUE 'Y'.
      *      SET BY 'EUPDP' ON AN UPDATE THAT CHANGED PAY: THE PAY
      *      PERIOD THE CHANGE IS STAMPED FOR (SEE 'EPAYCAL'). SPACES
      *      ON EVERY OTHER EVENT.
          05 AUD-PAY-PERIOD        PIC X(6).
