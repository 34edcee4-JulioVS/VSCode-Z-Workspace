      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - EMPLOYEE DATA SERVICE.
      *      - LAYOUTS FOR THE 'SVCRequest' AND 'SVCResponse'
      *        CONTAINERS OF THE 'EEMPSVC' READ-ONLY SERVICE, WHICH
      *        OTHER APPLICATIONS IN THE REGION (FACILITIES, IT ASSET
      *        MANAGEMENT) 'EXEC CICS LINK' TO WITH A CHANNEL INSTEAD
      *        OF COPYING 'EMPMAST' OR ASKING US FOR EXTRACTS.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - THE CALLER PUTS THE REQUEST CONTAINER ON A CHANNEL OF
      *        ITS CHOOSING (E.G. 'APP-EMPSVC-CHANNEL-NAME'), LINKS TO
      *        'EEMPSVC' WITH THAT CHANNEL, AND GETS THE RESPONSE
      *        CONTAINER BACK FROM IT.
      *      - THE VIEWER IS THE TASK'S OWN SIGNED-ON CICS USER ID,
      *        WHICH MUST BE AN ACTIVE 'EREGUSR' USER - IT IS NEVER
      *        TAKEN FROM THE REQUEST. EACH EMPLOYEE RETURNED IS
      *        MASKED FOR THAT USER THE WAY THE SCREENS MASK IT:
      *           - ID AND NAMES -> EVERYONE.
      *           - TITLE, DEPARTMENT, MANAGER AND SITE -> STANDARD
      *             USERS AND MANAGERS (AS ON 'EVIEWP').
      *           - RECORD STATUS -> ADMINISTRATORS, AND MANAGERS FOR
      *             EMPLOYEES IN THEIR OWN REPORTING CHAIN (AS
      *             'EUPDP' GUARDS COMPENSATION).
      *        A MASKED GROUP COMES BACK AS SPACES/ZEROES WITH ITS
      *        VISIBILITY FLAG SET TO 'M'.
      *      - A ROSTER RETURNS UP TO 50 EMPLOYEES; WHEN 'SVC-MORE-
      *        ENTRIES' IS SET, CALL AGAIN WITH THE SKIP COUNT RAISED
      *        BY THE ENTRIES ALREADY RECEIVED.
      ******************************************************************
       01 EMPLOYEE-SERVICE-REQUEST.
          05 SVC-REQUEST-TYPE           PIC X(1).
             88 SVC-RQ-EMPLOYEE                   VALUE 'E'.
             88 SVC-RQ-ROSTER                     VALUE 'R'.
          05 SVC-REQ-EMPLOYEE-ID        PIC 9(8).
          05 SVC-REQ-DEPARTMENT-ID      PIC 9(8).
          05 SVC-REQ-SKIP-COUNT         PIC 9(4).
          05 FILLER                     PIC X(19).

       01 EMPLOYEE-SERVICE-RESPONSE.
          05 SVC-RETURN-CODE            PIC X(2).
             88 SVC-RC-OK                         VALUE '00'.
             88 SVC-RC-NOT-FOUND                  VALUE '04'.
             88 SVC-RC-NOT-AUTHORIZED             VALUE '08'.
             88 SVC-RC-BAD-REQUEST                VALUE '12'.
             88 SVC-RC-FILE-ERROR                 VALUE '16'.
          05 SVC-MESSAGE                PIC X(79).
          05 SVC-VIEWER-USER-ID         PIC X(8).
          05 SVC-VIEWER-CATEGORY        PIC X(3).
          05 SVC-ENTRY-COUNT            PIC 9(4).
          05 SVC-MORE-FLAG              PIC X(1).
             88 SVC-MORE-ENTRIES                  VALUE 'Y'.
          05 SVC-ENTRY OCCURS 50 TIMES.
             10 SVC-EMPLOYEE-ID         PIC 9(8).
             10 SVC-PRIMARY-NAME        PIC X(38).
             10 SVC-FULL-NAME           PIC X(79).
             10 SVC-ORG-VISIBILITY      PIC X(1).
                88 SVC-ORG-SHOWN                  VALUE 'S'.
                88 SVC-ORG-MASKED                 VALUE 'M'.
             10 SVC-JOB-TITLE           PIC X(38).
             10 SVC-DEPARTMENT-ID       PIC 9(8).
             10 SVC-MANAGER-ID          PIC 9(8).
             10 SVC-SITE-ID             PIC X(4).
             10 SVC-SITE-NAME           PIC X(30).
             10 SVC-STATUS-VISIBILITY   PIC X(1).
                88 SVC-STATUS-SHOWN               VALUE 'S'.
                88 SVC-STATUS-MASKED              VALUE 'M'.
             10 SVC-STATUS              PIC X(1).
                88 SVC-ST-ACTIVE                  VALUE 'A'.
                88 SVC-ST-DELETED                 VALUE 'D'.
                88 SVC-ST-PENDING                 VALUE 'P'.
