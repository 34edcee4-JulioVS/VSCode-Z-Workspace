      *        THE NIGHTLY 'EPAYFEED' (EACH EXACTLY ONCE, VIA THE
      *        FED FLAG), SO PAYROLL STOPS RE-KEYING ENROLLMENT
      *        FORMS.
      *      - THE SAME CHANGES GO TO THE PLAN'S INSURANCE CARRIER ON
      *        THE WEEKLY 'ECARFEED' FILE, TRACKED BY ITS OWN CARRIER
      *        SENT FLAG SO THE TWO FEEDS NEVER WAIT ON EACH OTHER.
      ******************************************************************
       01 BENEFITS-ENROLLMENT-RECORD.
          05 BEN-KEY.
                88 BEN-FED                         VALUE 'Y'.
             10 BEN-RECORDED-BY         PIC X(8).
             10 BEN-RECORDED-DATE       PIC X(8).
      *         SET BY 'ECARFEED' WHEN THE ENROLLMENT (OR ITS LATEST
      *         CHANGE) HAS GONE TO THE PLAN'S CARRIER, WITH THE DATE
      *         IT WENT; THE FLAG IS CLEARED WITH 'BEN-FED-FLAG' ON
      *         EVERY CHANGE. NO DATE MEANS THE CARRIER HAS NEVER
      *         HEARD OF THE ENROLLMENT.
             10 BEN-CARRIER-SENT-FLAG   PIC X(1).
                88 BEN-CARRIER-SENT                VALUE 'Y'.
             10 BEN-CARRIER-SENT-DATE   PIC X(8).
      *         SET ON EVERY CHANGE: THE PAY PERIOD THE DEDUCTION IS
      *         STAMPED FOR (SEE 'EPAYCAL') - 'EPAYFEED' WILL NOT SEND
      *         IT BEFORE THEN.
             10 BEN-PAY-PERIOD          PIC X(6).
