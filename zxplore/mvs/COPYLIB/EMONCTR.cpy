                88 MON-AC-SIGN-OFF                VALUE 'F'.
                88 MON-AC-APP-FUNCTION            VALUE 'A'.
                88 MON-AC-UNLOCK                  VALUE 'U'.
      *            POSTED FROM EACH SCREEN'S '9000' EXIT AFTER ITS MAP
      *            IS SENT - LOGS THE INTERACTION'S RESPONSE TIME.
                88 MON-AC-RESPONSE-TIME           VALUE 'R'.
                88 MON-AC-NOT-SET                 VALUE SPACES.
          05 MON-RESPONSE.
             10 MON-RESPONSE-CODE       PIC X(1).
                88 MON-ST-NOT-SET                 VALUE SPACES.
             10 MON-MESSAGE             PIC X(79).
             10 MON-MINUTES-REMAINING   PIC 9(2).
      *      THE RESPONSE-TIME CLOCK - STARTED BY THE FIRST MONITOR
      *      CALL IN A TASK (SO AN 'XCTL' CHAIN IS TIMED AS THE ONE
      *      INTERACTION IT IS) AND READ BACK ON THE 'R' POST.
          05 MON-TIMING.
             10 MON-INTERACTION-TASK    PIC S9(7) USAGE IS COMP-3.
             10 MON-INTERACTION-START   PIC S9(15) USAGE IS COMP-3.
      *      SET BY 'EBRKP' WHILE THE USER IS RUNNING ON BREAK-GLASS
      *      ACCESS: 'MON-USER-CATEGORY' THEN HOLDS 'ADM' AND THE
      *      CATEGORY THEY REALLY HAVE IS KEPT HERE. 'EACTMON' ENDS IT
      *      AT THE EXPIRY TIME, OR WITH THE SESSION. THE START TIME IS
      *      THE REST OF THE 'EBRKGLS' KEY.
          05 MON-BREAK-GLASS.
             10 MON-BG-FLAG             PIC X(1).
                88 MON-BG-ELEVATED                VALUE 'Y'.
                88 MON-BG-NOT-ELEVATED            VALUE SPACES.
             10 MON-BG-BASE-CATEGORY    PIC X(3).
             10 MON-BG-START            PIC X(14).
             10 MON-BG-EXPIRY           PIC X(14).
