      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - AD HOC RERUN REQUEST.
      *      - RECORD LAYOUT FOR 'ERRNREQ' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ERRNREQ'.
      *      - ONE RECORD PER OFF-CYCLE RUN ASKED FOR ON THE 'ERRN'
      *        SCREEN ('ERRNP'), KEYED BY THE 'ERUNCAL' JOB NAME PLUS
      *        THE TIME THE REQUEST WAS RAISED. THE PARAMETERS ARE
      *        VALIDATED AGAINST THE CATALOGUE ENTRY AND THE SYSIN
      *        CARD THE JOB WILL READ IS BUILT THERE AND KEPT HERE.
      *      - A SECOND ADMINISTRATOR (NEVER THE REQUESTER) APPROVES
      *        OR REJECTS IT. APPROVAL SPOOLS A SMALL 'ERRNSUB' JOB TO
      *        THE INTERNAL READER, WHICH SUBMITS THE JOB'S OWN JCL
      *        MEMBER WITH THE CARD IN PLACE AND A LINK STEP ON THE
      *        END; THE LINK STEP RECORDS WHICH 'ERUNHST' RUN THE
      *        REQUEST PRODUCED, SO THE 'ERHQ' SCREEN CAN SAY WHY AN
      *        OFF-CYCLE RUN HAPPENED.
      *      - NEVER DELETED - THE FILE IS THE TRAIL OF WHO ASKED FOR
      *        EACH RERUN, WHY, AND WHO LET IT GO.
      ******************************************************************
       01 RERUN-REQUEST-RECORD.
          05 RRQ-KEY.
             10 RRQ-JOB-NAME            PIC X(8).
             10 RRQ-REQUEST-TIME        PIC X(14).
          05 RRQ-DETAILS.
             10 RRQ-JCL-MEMBER          PIC X(8).
             10 RRQ-PERIOD              PIC X(6).
             10 RRQ-FROM-DATE           PIC X(8).
             10 RRQ-TO-DATE             PIC X(8).
             10 RRQ-MODE                PIC X(1).
             10 RRQ-REASON              PIC X(60).
             10 RRQ-PARM-CARD-FLAG      PIC X(1).
                88 RRQ-HAS-PARM-CARD               VALUE 'Y'.
             10 RRQ-PARM-CARD           PIC X(80).
             10 RRQ-REQUESTED-BY        PIC X(8).
             10 RRQ-STATUS              PIC X(1).
                88 RRQ-ST-PENDING                  VALUE 'P'.
                88 RRQ-ST-REJECTED                 VALUE 'X'.
                88 RRQ-ST-APPROVED                 VALUE 'A'.
                88 RRQ-ST-SUBMITTED                VALUE 'S'.
                88 RRQ-ST-COMPLETE                 VALUE 'C'.
                88 RRQ-ST-FAILED                   VALUE 'F'.
                88 RRQ-ST-SUBMIT-ERROR             VALUE 'E'.
             10 RRQ-DECIDED-BY          PIC X(8).
             10 RRQ-DECIDED-TIME        PIC X(14).
             10 RRQ-SUBMITTED-TIME      PIC X(14).
             10 RRQ-RUN-TIMESTAMP       PIC X(14).
             10 RRQ-RUN-RETURN-CODE     PIC 9(4).
             10 FILLER                  PIC X(20).
