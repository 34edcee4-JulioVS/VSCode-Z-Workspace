      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BENEFIT ELECTIONS.
      *      - RECORD LAYOUT FOR 'EBENELC' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBENELC'.
      *      - KEYED BY EMPLOYEE ID, PLAN YEAR AND 'EBENPLN' PLAN
      *        CODE - THE CHOICE AN EMPLOYEE MADE FOR THEMSELF ON THE
      *        'EBELP' SELF-SERVICE SCREEN DURING THE 'EBENWIN' OPEN
      *        ENROLLMENT WINDOW, HELD PENDING UNTIL THE 'EBENOEA'
      *        CLOSE BATCH APPLIES IT TO 'EBENROL'.
      *      - COVERAGE LEVEL 'W' WAIVES THE PLAN - AN ACTIVE
      *        ENROLLMENT IS TERMINATED AT THE NEW PLAN YEAR INSTEAD
      *        OF ROLLING FORWARD.
      ******************************************************************
       01 BENEFIT-ELECTION-RECORD.
          05 BEL-KEY.
             10 BEL-EMPLOYEE-ID         PIC 9(8).
             10 BEL-PLAN-YEAR           PIC 9(4).
             10 BEL-PLAN-CODE           PIC X(4).
          05 BEL-DETAILS.
             10 BEL-COVERAGE-LEVEL      PIC X(1).
                88 BEL-COVER-EMPLOYEE              VALUE 'E'.
                88 BEL-COVER-SPOUSE                VALUE 'S'.
                88 BEL-COVER-FAMILY                VALUE 'F'.
                88 BEL-WAIVED                      VALUE 'W'.
                88 BEL-COVER-VALID                 VALUE 'E' 'S' 'F'
                                                   'W'.
             10 BEL-STATUS              PIC X(1).
                88 BEL-ST-PENDING                  VALUE 'P'.
                88 BEL-ST-APPLIED                  VALUE 'A'.
                88 BEL-ST-EXCEPTION                VALUE 'X'.
             10 BEL-EXCEPTION-TEXT      PIC X(30).
             10 BEL-ELECTED-BY          PIC X(8).
             10 BEL-ELECTED-DATE        PIC X(8).
             10 BEL-APPLIED-DATE        PIC X(8).
