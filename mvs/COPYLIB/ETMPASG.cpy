      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - TEMPORARY ASSIGNMENTS.
      *      - RECORD LAYOUT FOR 'ETMPASG' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ETMPASG'.
      *      - KEYED BY EMPLOYEE ID PLUS START DATE, ONE RECORD PER
      *        SECONDMENT OR ACTING-UP SPELL: THE HOST DEPARTMENT,
      *        THE HOST MANAGER (ZEROES KEEPS THE PERSON'S OWN), THE
      *        START AND END (LAST DAY) DATES, AND AN OPTIONAL ACTING
      *        ALLOWANCE. ENTERED ON THE 'ETASP' SCREEN.
      *      - THE HOME DEPARTMENT AND MANAGER ARE THE SUBSTANTIVE
      *        POST AND STAY ON RECORD HERE FOR THE LIFE OF THE
      *        ASSIGNMENT - 'EHDSNAP' KEEPS COUNTING THE PERSON IN
      *        THE HOME DEPARTMENT'S HEADCOUNT.
      *      - THE NIGHTLY 'ETMPASN' JOB STARTS AN ASSIGNMENT ON ITS
      *        START DATE (MASTER MOVED TO THE HOST DEPARTMENT AND
      *        MANAGER, 'EDPTHST' MOVEMENT WRITTEN, ANY ACTING
      *        ALLOWANCE RAISED AS A PENDING 'EONEPAY' PAYMENT FOR
      *        APPROVAL) AND ENDS IT THE NIGHT AFTER ITS END DATE
      *        (MASTER PUT BACK, RETURN MOVEMENT WRITTEN).
      ******************************************************************
       01 TEMP-ASSIGNMENT-RECORD.
          05 TAS-KEY.
             10 TAS-EMPLOYEE-ID         PIC 9(8).
             10 TAS-START-DATE          PIC X(8).
          05 TAS-DETAILS.
             10 TAS-END-DATE            PIC X(8).
             10 TAS-HOST-DEPARTMENT-ID  PIC 9(8).
             10 TAS-HOST-MANAGER-ID     PIC 9(8).
             10 TAS-ACTING-ALLOWANCE    PIC 9(7)V99.
             10 TAS-HOME-DEPARTMENT-ID  PIC 9(8).
             10 TAS-HOME-MANAGER-ID     PIC 9(8).
             10 TAS-STATUS              PIC X(1).
                88 TAS-ST-SCHEDULED                VALUE 'S'.
                88 TAS-ST-ACTIVE                   VALUE 'A'.
                88 TAS-ST-ENDED                    VALUE 'E'.
                88 TAS-ST-CANCELLED                VALUE 'C'.
             10 TAS-ENTERED-BY          PIC X(8).
             10 TAS-ENTERED-DATE        PIC X(8).
      *         SET BY 'ETMPASN' AS IT STARTS AND ENDS THE ASSIGNMENT.
             10 TAS-STARTED-DATE        PIC X(8).
             10 TAS-ENDED-DATE          PIC X(8).
             10 TAS-ALLOWANCE-FLAG      PIC X(1).
                88 TAS-ALLOWANCE-RAISED            VALUE 'Y'.
