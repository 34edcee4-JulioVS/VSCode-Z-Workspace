      *      - 'EANNRPT' COMPUTES TOTAL BRIDGED SERVICE FROM THESE
      *        STINTS, FALLING BACK TO 'EMP-START-DATE' FOR LEGACY
      *        EMPLOYEES HIRED BEFORE THE FILE EXISTED.
      *      - 'ESENRPT' RANKS BARGAINING UNIT MEMBERS BY *CONTINUOUS*
      *        SERVICE INSTEAD - THE START OF THE LATEST UNBROKEN RUN
      *        OF STINTS - WITH THE SAME FALLBACK.
      ******************************************************************
       01 SERVICE-STINT-RECORD.
          05 SVH-KEY.
