      *      SESSION HISTORY (SIGN-ON TO SIGN-OFF/TIMEOUT)
          05 APP-SESSHIST-FILE-NAME     PIC X(8)  VALUE 'ESESSHS'.
          05 APP-SESSHIST-REQUEST-ID    PIC X(8)  VALUE 'ESESSHRQ'.
      *      ONLINE RESPONSE-TIME LOG (ONE RECORD PER SCREEN
      *      INTERACTION, WRITTEN BY 'EACTMON') AND THE SERVICE TARGET
      *      THE DAILY 'ERSPRPT' MEASURES IT AGAINST: THE GIVEN
      *      PERCENTILE OF A SCREEN'S INTERACTIONS MUST COMPLETE
      *      WITHIN THE TARGET MILLISECONDS.
          05 APP-RESPLOG-FILE-NAME      PIC X(8)  VALUE 'ERSPLOG'.
          05 APP-RESPONSE-TARGET-MS     PIC 9(5)  VALUE 01000.
          05 APP-RESPONSE-TARGET-PCT    PIC 9(2)  VALUE 95.
      *      BATCH RUN HISTORY
          05 APP-RUNHIST-TRANSACTION-ID PIC X(4)  VALUE 'ERHQ'.
          05 APP-RUNHIST-PROGRAM-NAME   PIC X(8)  VALUE 'ERHQP'.
          05 APP-CATAPR-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-CATAPR-FILE-NAME       PIC X(8)  VALUE 'ECATREQ'.
      *      QUARTERLY ACCESS RECERTIFICATION (SEE 'ECRTITM')
          05 APP-RECERT-TRANSACTION-ID  PIC X(4)  VALUE 'ECRT'.
          05 APP-RECERT-PROGRAM-NAME    PIC X(8)  VALUE 'ECRTP'.
          05 APP-RECERT-MAPSET-NAME     PIC X(7)  VALUE 'ECRTMAP'.
          05 APP-RECERT-MAP-NAME        PIC X(7)  VALUE 'ECRTM'.
          05 APP-RECERT-CONTAINER-NAME  PIC X(16) VALUE 'CRTContainer'.
          05 APP-RECERT-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-RECERT-FILE-NAME       PIC X(8)  VALUE 'ECRTITM'.
      *      APPROVAL DELEGATION WHILE AN APPROVER IS AWAY (SEE
      *      'EDELGAT') - 'EDLGCHK' IS THE LOOKUP THE APPROVAL
      *      SCREENS LINK TO.
          05 APP-DELEG-TRANSACTION-ID   PIC X(4)  VALUE 'EDLG'.
          05 APP-DELEG-PROGRAM-NAME     PIC X(8)  VALUE 'EDLGP'.
          05 APP-DELEG-MAPSET-NAME      PIC X(7)  VALUE 'EDLGMAP'.
          05 APP-DELEG-MAP-NAME         PIC X(7)  VALUE 'EDLGM'.
          05 APP-DELEG-CONTAINER-NAME   PIC X(16) VALUE 'DLGContainer'.
          05 APP-DELEG-CHANNEL-NAME     PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-DELEG-FILE-NAME        PIC X(8)  VALUE 'EDELGAT'.
          05 APP-DELEG-CHECK-PROGRAM    PIC X(8)  VALUE 'EDLGCHK'.
      *      BREAK-GLASS EMERGENCY ADMINISTRATOR ACCESS (SEE
      *      'EBRKGLS') - GRANTED FOR A FIXED NUMBER OF HOURS.
          05 APP-BRKGLS-TRANSACTION-ID  PIC X(4)  VALUE 'EBRK'.
          05 APP-BRKGLS-PROGRAM-NAME    PIC X(8)  VALUE 'EBRKP'.
          05 APP-BRKGLS-MAPSET-NAME     PIC X(7)  VALUE 'EBRKMAP'.
          05 APP-BRKGLS-MAP-NAME        PIC X(7)  VALUE 'EBRKM'.
          05 APP-BRKGLS-CONTAINER-NAME  PIC X(16) VALUE 'BRKContainer'.
          05 APP-BRKGLS-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-BRKGLS-FILE-NAME       PIC X(8)  VALUE 'EBRKGLS'.
          05 APP-BRKGLS-HOURS           PIC 9(2)  VALUE 04.
      *      LEGAL HOLDS (SEE 'ELGLHLD') - PLACED AND RELEASED BY
      *      ADMINISTRATORS, HONOURED BY THE RETENTION JOBS.
          05 APP-LGLHLD-TRANSACTION-ID  PIC X(4)  VALUE 'ELGH'.
          05 APP-LGLHLD-PROGRAM-NAME    PIC X(8)  VALUE 'ELGHP'.
          05 APP-LGLHLD-MAPSET-NAME     PIC X(7)  VALUE 'ELGHMAP'.
          05 APP-LGLHLD-MAP-NAME        PIC X(7)  VALUE 'ELGHM'.
          05 APP-LGLHLD-CONTAINER-NAME  PIC X(16) VALUE 'LGHContainer'.
          05 APP-LGLHLD-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-LGLHLD-FILE-NAME       PIC X(8)  VALUE 'ELGLHLD'.
      *      CONTINGENT WORKER CONTRACTS (SEE 'ECTRWRK') - ONE PER
      *      CONTRACTOR OR TEMP, KEPT BY MANAGERS AND ADMINISTRATORS.
      *      THE WEEKLY 'ECTRRPT' LISTS CONTRACTS ENDING WITHIN THE
      *      WARNING DAYS; THE SPEND ESTIMATE COUNTS AN HOURLY RATE AT
      *      THE STANDARD DAY'S HOURS.
          05 APP-CTRWRK-TRANSACTION-ID  PIC X(4)  VALUE 'ECTR'.
          05 APP-CTRWRK-PROGRAM-NAME    PIC X(8)  VALUE 'ECTRP'.
          05 APP-CTRWRK-MAPSET-NAME     PIC X(7)  VALUE 'ECTRMAP'.
          05 APP-CTRWRK-MAP-NAME        PIC X(7)  VALUE 'ECTRM'.
          05 APP-CTRWRK-CONTAINER-NAME  PIC X(16) VALUE 'CTRContainer'.
          05 APP-CTRWRK-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-CTRWRK-FILE-NAME       PIC X(8)  VALUE 'ECTRWRK'.
          05 APP-CTRWRK-WARN-DAYS       PIC 9(3)  VALUE 030.
          05 APP-CTRWRK-DAY-HOURS       PIC 9(2)V9 VALUE 08.0.
      *      AD HOC BATCH RERUN REQUESTS (SEE 'ERRNREQ') - RAISED AND
      *      APPROVED BY TWO DIFFERENT ADMINISTRATORS AGAINST THE
      *      'ERUNCAL' JOB CATALOGUE, THEN SUBMITTED BY 'ERRNSUB'.
          05 APP-RERUN-TRANSACTION-ID   PIC X(4)  VALUE 'ERRN'.
          05 APP-RERUN-PROGRAM-NAME     PIC X(8)  VALUE 'ERRNP'.
          05 APP-RERUN-MAPSET-NAME      PIC X(7)  VALUE 'ERRNMAP'.
          05 APP-RERUN-MAP-NAME         PIC X(7)  VALUE 'ERRNM'.
          05 APP-RERUN-CONTAINER-NAME   PIC X(16) VALUE 'RRNContainer'.
          05 APP-RERUN-CHANNEL-NAME     PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-RERUN-FILE-NAME        PIC X(8)  VALUE 'ERRNREQ'.
          05 APP-RUNCAL-FILE-NAME       PIC X(8)  VALUE 'ERUNCAL'.
      *      SELF-SERVICE RESIGNATION (SEE 'ERESIGN') - SUBMITTED BY
      *      THE EMPLOYEE FROM 'ESELFP', ACCEPTED BY THE MANAGER FROM
      *      THE 'EWRKP' WORKLIST. THE NOTICE PERIOD COMES OFF THE
      *      'ENTCRUL' RULES, OR THE DEFAULT BELOW WHEN NONE APPLIES.
          05 APP-RESIGN-TRANSACTION-ID  PIC X(4)  VALUE 'ERSG'.
          05 APP-RESIGN-PROGRAM-NAME    PIC X(8)  VALUE 'ERSGP'.
          05 APP-RESIGN-MAPSET-NAME     PIC X(7)  VALUE 'ERSGMAP'.
          05 APP-RESIGN-MAP-NAME        PIC X(7)  VALUE 'ERSGM'.
          05 APP-RESIGN-CONTAINER-NAME  PIC X(16) VALUE 'RSGContainer'.
          05 APP-RESIGN-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-RSGACC-TRANSACTION-ID  PIC X(4)  VALUE 'ERSM'.
          05 APP-RSGACC-PROGRAM-NAME    PIC X(8)  VALUE 'ERSMP'.
          05 APP-RSGACC-MAPSET-NAME     PIC X(7)  VALUE 'ERSMMAP'.
          05 APP-RSGACC-MAP-NAME        PIC X(7)  VALUE 'ERSMM'.
          05 APP-RSGACC-CONTAINER-NAME  PIC X(16) VALUE 'RSMContainer'.
          05 APP-RSGACC-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-RESIGN-FILE-NAME       PIC X(8)  VALUE 'ERESIGN'.
          05 APP-NTCRUL-FILE-NAME       PIC X(8)  VALUE 'ENTCRUL'.
          05 APP-RESIGN-DEFAULT-NOTICE  PIC 9(3)  VALUE 030.
          05 APP-RESIGN-REASON-CODE     PIC X(2)  VALUE 'RS'.
      *      PERFORMANCE IMPROVEMENT PLANS (SEE 'EPIPLAN') - OPENED BY
      *      'EUPDP' ON AN UNSATISFACTORY APPRAISAL, WORKED BY THE
      *      MANAGER FROM THE 'EWRKP' WORKLIST. REVIEWS FALL EVERY
      *      REVIEW-DAYS AFTER OPENING (30/60/90), AND AN EXTENSION
      *      ADDS ONE MORE REVIEW THAT MANY DAYS PAST THE DEADLINE.
          05 APP-PIPLAN-TRANSACTION-ID  PIC X(4)  VALUE 'EPIP'.
          05 APP-PIPLAN-PROGRAM-NAME    PIC X(8)  VALUE 'EPIPP'.
          05 APP-PIPLAN-MAPSET-NAME     PIC X(7)  VALUE 'EPIPMAP'.
          05 APP-PIPLAN-MAP-NAME        PIC X(7)  VALUE 'EPIPM'.
          05 APP-PIPLAN-CONTAINER-NAME  PIC X(16) VALUE 'PIPContainer'.
          05 APP-PIPLAN-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-PIPLAN-FILE-NAME       PIC X(8)  VALUE 'EPIPLAN'.
          05 APP-PIPLAN-REVIEW-DAYS     PIC 9(3)  VALUE 030.
          05 APP-PIPLAN-EXTEND-DAYS     PIC 9(3)  VALUE 030.
      *      LEAVE / VACATION BALANCE TRACKING
          05 APP-LEAVE-TRANSACTION-ID   PIC X(4)  VALUE 'ELEV'.
          05 APP-LEAVE-PROGRAM-NAME     PIC X(8)  VALUE 'ELEAVP'.
          05 APP-LVREQ-CHANNEL-NAME     PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-LVREQ-FILE-NAME        PIC X(8)  VALUE 'ELVREQ'.
      *      LEAVE TYPES AND THEIR RULES (SEE 'ELVTYPE') AND THE
      *      PER-EMPLOYEE BALANCE OF EVERY TYPE OTHER THAN VACATION AND
      *      SICK, WHICH STAY ON 'ELEAVE' (SEE 'ELVBAL')
          05 APP-LVTYPE-FILE-NAME       PIC X(8)  VALUE 'ELVTYPE'.
          05 APP-LVBAL-FILE-NAME        PIC X(8)  VALUE 'ELVBAL'.
      *      COMPENSATION CHANGE APPROVAL
      *      (PAY CHANGES PAST EITHER THRESHOLD BELOW ARE PARKED ON
      *      'ECMPREQ' FOR AN ADMINISTRATOR INSTEAD OF APPLIED -
          05 APP-COMPAPR-FILE-NAME      PIC X(8)  VALUE 'ECMPREQ'.
          05 APP-COMP-APPROVAL-PCT      PIC 9(3)  VALUE 010.
          05 APP-COMP-APPROVAL-AMT      PIC 9(7)V99 VALUE 10000.
      *      HOW FAR BACK A PAY CHANGE MAY BE DATED. A CHANGE DATED
      *      INTO THE PAST IS PAID FROM TODAY AND THE ARREARS BACK TO
      *      ITS DATE ARE WORKED OUT BY THE NIGHTLY 'ERETRO' BATCH.
          05 APP-COMP-RETRO-DAYS        PIC 9(3)  VALUE 180.
      *      SALARY BAND REFERENCE (KEYED BY JOB TITLE)
          05 APP-SALBAND-FILE-NAME      PIC X(8)  VALUE 'ESALBND'.
      *      PASSWORD HISTORY (LAST EIGHT HASHES PER USER)
          05 APP-TRNCRS-FILE-NAME       PIC X(8)  VALUE 'ETRNCRS'.
          05 APP-TRNSES-FILE-NAME       PIC X(8)  VALUE 'ETRNSES'.
          05 APP-TRNENR-FILE-NAME       PIC X(8)  VALUE 'ETRNENR'.
          05 APP-TRNCHG-FILE-NAME       PIC X(8)  VALUE 'ETRNCHG'.
      *      GL POSTING-PERIOD CONTROL (READ ONLINE TO DATE A CHARGE
      *      INTO THE FIRST PERIOD 'EGLEXTR' HAS NOT YET POSTED)
          05 APP-GLPCTL-FILE-NAME       PIC X(8)  VALUE 'EGLPCTL'.
      *      DIRECT-DEPOSIT BANK DETAILS (DUAL CONTROL)
          05 APP-BNKDTL-TRANSACTION-ID  PIC X(4)  VALUE 'EBNK'.
          05 APP-BNKDTL-PROGRAM-NAME    PIC X(8)  VALUE 'EBNKP'.
          05 APP-BNKDTL-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-BNKDTL-FILE-NAME       PIC X(8)  VALUE 'EBANKDT'.
      *      BANK REFERENCE DIRECTORY (CLEARING-HOUSE LOAD)
          05 APP-BNKREF-FILE-NAME       PIC X(8)  VALUE 'EBNKREF'.
      *      BENEFITS PLANS AND ENROLLMENTS
          05 APP-BENEFIT-TRANSACTION-ID PIC X(4)  VALUE 'EBEN'.
          05 APP-BENEFIT-PROGRAM-NAME   PIC X(8)  VALUE 'EBENP'.
           .
          05 APP-BENPLAN-FILE-NAME      PIC X(8)  VALUE 'EBENPLN'.
          05 APP-BENROLL-FILE-NAME      PIC X(8)  VALUE 'EBENROL'.
      *      BENEFIT DEPENDENTS (PF6 FROM BENEFITS ENROLLMENT)
          05 APP-BENDEP-TRANSACTION-ID  PIC X(4)  VALUE 'EBDP'.
          05 APP-BENDEP-PROGRAM-NAME    PIC X(8)  VALUE 'EBDPP'.
          05 APP-BENDEP-MAPSET-NAME     PIC X(7)  VALUE 'EBDPMAP'.
          05 APP-BENDEP-MAP-NAME        PIC X(7)  VALUE 'EBDPM'.
          05 APP-BENDEP-CONTAINER-NAME  PIC X(16) VALUE 'BDPContainer'.
          05 APP-BENDEP-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-BENDEP-FILE-NAME       PIC X(8)  VALUE 'EBENDEP'.
      *      DEPENDENT CHILD COVERAGE AGE LIMITS (IN YEARS) - A CHILD
      *      QUALIFIES UNTIL THE FIRST BIRTHDAY, OR THE SECOND IF A
      *      FULL-TIME STUDENT; A DISABLED CHILD HAS NO LIMIT. THE
      *      'EBDPAGE' BATCH CARRIES THE SAME TWO FIGURES.
          05 APP-DEP-CHILD-AGE-LIMIT    PIC 9(2)  VALUE 19.
          05 APP-DEP-STUDENT-AGE-LIMIT  PIC 9(2)  VALUE 26.
      *      BENEFIT ELECTIONS (SELF-SERVICE OPEN ENROLLMENT)
          05 APP-BENELECT-TRANSACTION-ID
                                        PIC X(4)  VALUE 'EBEL'.
          05 APP-BENELECT-PROGRAM-NAME  PIC X(8)  VALUE 'EBELP'.
          05 APP-BENELECT-MAPSET-NAME   PIC X(7)  VALUE 'EBELMAP'.
          05 APP-BENELECT-MAP-NAME      PIC X(7)  VALUE 'EBELM'.
          05 APP-BENELECT-CONTAINER-NAME
                                        PIC X(16) VALUE 'BELContainer'.
          05 APP-BENELECT-CHANNEL-NAME  PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-BENELECT-FILE-NAME     PIC X(8)  VALUE 'EBENELC'.
          05 APP-BENWIN-FILE-NAME       PIC X(8)  VALUE 'EBENWIN'.
      *      ONE-TIME PAYMENTS (BONUSES AND ALLOWANCES)
          05 APP-ONEPAY-TRANSACTION-ID  PIC X(4)  VALUE 'EOTP'.
          05 APP-ONEPAY-PROGRAM-NAME    PIC X(8)  VALUE 'EOTPP'.
          05 APP-ONEPAY-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-ONEPAY-FILE-NAME       PIC X(8)  VALUE 'EONEPAY'.
      *      OVERTIME CLAIMS (RAISED FROM THE SWIPE SPAN)
          05 APP-OVTCLM-TRANSACTION-ID  PIC X(4)  VALUE 'EOVT'.
          05 APP-OVTCLM-PROGRAM-NAME    PIC X(8)  VALUE 'EOVTP'.
          05 APP-OVTCLM-MAPSET-NAME     PIC X(7)  VALUE 'EOVTMAP'.
          05 APP-OVTCLM-MAP-NAME        PIC X(7)  VALUE 'EOVTM'.
          05 APP-OVTCLM-CONTAINER-NAME  PIC X(16) VALUE 'OVTContainer'.
          05 APP-OVTCLM-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-OVTCLM-FILE-NAME       PIC X(8)  VALUE 'EOVTCLM'.
      *      COST-CENTER SPLIT ALLOCATIONS (SHARED EMPLOYEES)
          05 APP-CCSPLIT-TRANSACTION-ID PIC X(4)  VALUE 'ESPL'.
          05 APP-CCSPLIT-PROGRAM-NAME   PIC X(8)  VALUE 'ESPLP'.
          05 APP-HIRVRF-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-HIRVRF-FILE-NAME       PIC X(8)  VALUE 'EHIRVRF'.
      *      WORK AUTHORIZATION DOCUMENTS (SEE 'EWKAUTH')
          05 APP-WRKAUTH-TRANSACTION-ID PIC X(4)  VALUE 'EWAU'.
          05 APP-WRKAUTH-PROGRAM-NAME   PIC X(8)  VALUE 'EWAUP'.
          05 APP-WRKAUTH-MAPSET-NAME    PIC X(7)  VALUE 'EWAUMAP'.
          05 APP-WRKAUTH-MAP-NAME       PIC X(7)  VALUE 'EWAUM'.
          05 APP-WRKAUTH-CONTAINER-NAME PIC X(16) VALUE 'WAUContainer'.
          05 APP-WRKAUTH-CHANNEL-NAME   PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-WRKAUTH-FILE-NAME      PIC X(8)  VALUE 'EWKAUTH'.
      *      DAYS AHEAD A DOCUMENT IS FLAGGED AS DUE FOR RENEWAL - THE
      *      WEEKLY 'EWAUEXP' BATCH CARRIES THE SAME FIGURE.
          05 APP-WAU-RENEWAL-WARN-DAYS  PIC 9(3)  VALUE 90.
      *      PERFORMANCE GOALS PER REVIEW CYCLE (SEE 'EPGOALS')
          05 APP-PGOALS-TRANSACTION-ID  PIC X(4)  VALUE 'EGOL'.
          05 APP-PGOALS-PROGRAM-NAME    PIC X(8)  VALUE 'EGOLP'.
          05 APP-PGOALS-MAPSET-NAME     PIC X(7)  VALUE 'EGOLMAP'.
          05 APP-PGOALS-MAP-NAME        PIC X(7)  VALUE 'EGOLM'.
          05 APP-PGOALS-CONTAINER-NAME  PIC X(16) VALUE 'GOLContainer'.
          05 APP-PGOALS-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-PGOALS-FILE-NAME       PIC X(8)  VALUE 'EPGOALS'.
      *      GOAL-SET RULES AND THE WEIGHTED ATTAINMENT EACH RATING
      *      CALLS FOR: 'E' FROM THE EXCEEDS SCORE UP, 'M' FROM THE
      *      MEETS SCORE UP, 'U' BELOW IT. THE YEAR-END 'EGOLCAL'
      *      BATCH CARRIES THE SAME FIGURES.
          05 APP-GOAL-MIN-COUNT         PIC 9(1)  VALUE 3.
          05 APP-GOAL-MAX-COUNT         PIC 9(1)  VALUE 8.
          05 APP-GOAL-MAX-ATTAINMENT    PIC 9(3)  VALUE 150.
          05 APP-GOAL-EXCEEDS-SCORE     PIC 9(3)  VALUE 110.
          05 APP-GOAL-MEETS-SCORE       PIC 9(3)  VALUE 070.
      *      WORKPLACE INCIDENT AND INJURY LOG (SEE 'EINCLOG')
          05 APP-INCDNT-TRANSACTION-ID  PIC X(4)  VALUE 'EINC'.
          05 APP-INCDNT-PROGRAM-NAME    PIC X(8)  VALUE 'EINCP'.
          05 APP-INCDNT-MAPSET-NAME     PIC X(7)  VALUE 'EINCMAP'.
          05 APP-INCDNT-MAP-NAME        PIC X(7)  VALUE 'EINCM'.
          05 APP-INCDNT-CONTAINER-NAME  PIC X(16) VALUE 'INCContainer'.
          05 APP-INCDNT-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-INCDNT-FILE-NAME       PIC X(8)  VALUE 'EINCLOG'.
      *      DAYS AFTER AN INCIDENT WITHIN WHICH A SICK-LEAVE REQUEST
      *      IS TAKEN TO COVER THE DAYS IT LOST. THE MONTHLY
      *      'EINCRPT' BATCH USES THE SAME WINDOW.
          05 APP-INC-SICK-WINDOW-DAYS   PIC 9(3)  VALUE 090.
      *      BARGAINING UNIT MEMBERSHIP (SEE 'EBUMEMB'/'EBUNMST')
          05 APP-BUMEMB-TRANSACTION-ID  PIC X(4)  VALUE 'EBUM'.
          05 APP-BUMEMB-PROGRAM-NAME    PIC X(8)  VALUE 'EBUMP'.
          05 APP-BUMEMB-MAPSET-NAME     PIC X(7)  VALUE 'EBUMMAP'.
          05 APP-BUMEMB-MAP-NAME        PIC X(7)  VALUE 'EBUMM'.
          05 APP-BUMEMB-CONTAINER-NAME  PIC X(16) VALUE 'BUMContainer'.
          05 APP-BUMEMB-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-BUMEMB-FILE-NAME       PIC X(8)  VALUE 'EBUMEMB'.
          05 APP-BUNMST-FILE-NAME       PIC X(8)  VALUE 'EBUNMST'.
      *      EMPLOYEE LOANS AND SALARY ADVANCES (SEE 'ELOANDT')
          05 APP-LOANDT-TRANSACTION-ID  PIC X(4)  VALUE 'ELON'.
          05 APP-LOANDT-PROGRAM-NAME    PIC X(8)  VALUE 'ELONP'.
          05 APP-LOANDT-MAPSET-NAME     PIC X(7)  VALUE 'ELONMAP'.
          05 APP-LOANDT-MAP-NAME        PIC X(7)  VALUE 'ELONM'.
          05 APP-LOANDT-CONTAINER-NAME  PIC X(16) VALUE 'LONContainer'.
          05 APP-LOANDT-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-LOANDT-FILE-NAME       PIC X(8)  VALUE 'ELOANDT'.
      *      TEMPORARY ASSIGNMENTS AND SECONDMENTS (SEE 'ETMPASG')
          05 APP-TMPASG-TRANSACTION-ID  PIC X(4)  VALUE 'ETAS'.
          05 APP-TMPASG-PROGRAM-NAME    PIC X(8)  VALUE 'ETASP'.
          05 APP-TMPASG-MAPSET-NAME     PIC X(7)  VALUE 'ETASMAP'.
          05 APP-TMPASG-MAP-NAME        PIC X(7)  VALUE 'ETASM'.
          05 APP-TMPASG-CONTAINER-NAME  PIC X(16) VALUE 'TASContainer'.
          05 APP-TMPASG-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-TMPASG-FILE-NAME       PIC X(8)  VALUE 'ETMPASG'.
      *      HR LETTER REQUESTS AND CORRESPONDENCE LOG (SEE 'ELTRREQ')
          05 APP-LETTER-TRANSACTION-ID  PIC X(4)  VALUE 'ELTR'.
          05 APP-LETTER-PROGRAM-NAME    PIC X(8)  VALUE 'ELTRP'.
          05 APP-LETTER-MAPSET-NAME     PIC X(7)  VALUE 'ELTRMAP'.
          05 APP-LETTER-MAP-NAME        PIC X(7)  VALUE 'ELTRM'.
          05 APP-LETTER-CONTAINER-NAME  PIC X(16) VALUE 'LTRContainer'.
          05 APP-LETTER-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-LETTER-FILE-NAME       PIC X(8)  VALUE 'ELTRREQ'.
      *      REQUISITION CANDIDATE PIPELINE (SEE 'ECANDID')
          05 APP-CANDID-TRANSACTION-ID  PIC X(4)  VALUE 'ECAN'.
          05 APP-CANDID-PROGRAM-NAME    PIC X(8)  VALUE 'ECANP'.
          05 APP-CANDID-MAPSET-NAME     PIC X(7)  VALUE 'ECANMAP'.
          05 APP-CANDID-MAP-NAME        PIC X(7)  VALUE 'ECANM'.
          05 APP-CANDID-CONTAINER-NAME  PIC X(16) VALUE 'CNDContainer'.
          05 APP-CANDID-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-CANDID-FILE-NAME       PIC X(8)  VALUE 'ECANDID'.
      *      DATE OF BIRTH (PROTECTED, SEE 'EBIRTHD') AND THE AGE
      *      RULES BUILT ON IT: NOBODY IS HIRED UNDER THE MINIMUM
      *      WORKING AGE ON THEIR START DATE, AND AN EMPLOYEE BECOMES
      *      ELIGIBLE TO RETIRE AT THE NORMAL AGE, OR EARLIER ONCE
      *      PAST THE EARLY AGE WITH AGE PLUS SERVICE YEARS AT THE
      *      POINTS THRESHOLD. 'ERETFCST' LOOKS THIS MANY YEARS OUT.
          05 APP-BIRTHDT-FILE-NAME      PIC X(8)  VALUE 'EBIRTHD'.
          05 APP-MINIMUM-HIRE-AGE       PIC 9(2)  VALUE 16.
          05 APP-RETIRE-NORMAL-AGE      PIC 9(2)  VALUE 65.
          05 APP-RETIRE-EARLY-AGE       PIC 9(2)  VALUE 55.
          05 APP-RETIRE-POINTS          PIC 9(3)  VALUE 085.
          05 APP-RETIRE-FORECAST-YEARS  PIC 9(2)  VALUE 05.
      *      MULTI-CURRENCY PAY: THE REPORTING (HOME) CURRENCY EVERY
      *      MONEY TOTAL IS CONVERTED INTO, EACH EMPLOYEE'S PAY
      *      CURRENCY (SEE 'EPAYCUR' - DEFAULTED FROM THEIR WORK SITE)
      *      AND THE MONTHLY EXCHANGE RATES (SEE 'EXCHRAT'). BATCH
      *      CONVERSIONS ALL GO THROUGH THE 'ECURCNV' SUBPROGRAM.
          05 APP-REPORTING-CURRENCY     PIC X(3)  VALUE 'USD'.
          05 APP-PAYCUR-FILE-NAME       PIC X(8)  VALUE 'EPAYCUR'.
          05 APP-EXCHRAT-FILE-NAME      PIC X(8)  VALUE 'EXCHRAT'.
      *      WORKING-DAY COUNTER SUBPROGRAM (WEEKENDS AND 'EHOLCAL'
      *      ENTRIES EXCLUDED FROM LEAVE DAY COUNTS)
          05 APP-LVDAYS-PROGRAM-NAME    PIC X(8)  VALUE 'ELVDAYS'.
      *      PAYROLL CUT-OFF CALENDAR (SEE 'EPAYCAL') AND THE
      *      SUBPROGRAM THE PAY-AFFECTING SCREENS LINK TO FOR THE PAY
      *      PERIOD A CHANGE KEYED NOW BELONGS TO.
          05 APP-PAYCAL-FILE-NAME       PIC X(8)  VALUE 'EPAYCAL'.
          05 APP-PAYPRD-PROGRAM-NAME    PIC X(8)  VALUE 'EPAYPRD'.
      *      DEPARTMENTAL ABSENCE OVERLAP THRESHOLD - AN 'ELRQP'
      *      APPROVAL THAT WOULD PUT THIS MANY (OR MORE) OF THE SAME
      *      DEPARTMENT OUT ON OVERLAPPING DAYS IS FLAGGED AND MUST
      *      BE CONFIRMED WITH A SECOND 'A'.
          05 APP-ABSENCE-OVERLAP-MAX    PIC 9(3)  VALUE 003.
      *      SELF-SERVICE EXPENSE CLAIMS (EMPLOYEE ENTERS THEIR OWN)
          05 APP-SELFEXP-TRANSACTION-ID PIC X(4)  VALUE 'EEXS'.
          05 APP-SELFEXP-PROGRAM-NAME   PIC X(8)  VALUE 'EEXSP'.
          05 APP-SELFEXP-MAPSET-NAME    PIC X(7)  VALUE 'EEXSMAP'.
          05 APP-SELFEXP-MAP-NAME       PIC X(7)  VALUE 'EEXSM'.
          05 APP-SELFEXP-CONTAINER-NAME PIC X(16) VALUE 'EXSContainer'.
          05 APP-SELFEXP-CHANNEL-NAME   PIC X(16) VALUE 'DHFTRANSACTION'
           .
      *      EXPENSE CLAIM APPROVAL (SEE 'EEXPCLM') - A CLAIM WORTH
      *      MORE THAN THE LIMIT BELOW (IN THE REPORTING CURRENCY)
      *      NEEDS A SECOND APPROVAL BY AN ADMINISTRATOR AFTER THE
      *      MANAGER'S - ADJUST IT HERE AS SHOP POLICY MOVES.
          05 APP-EXPCLM-TRANSACTION-ID  PIC X(4)  VALUE 'EEXP'.
          05 APP-EXPCLM-PROGRAM-NAME    PIC X(8)  VALUE 'EEXPP'.
          05 APP-EXPCLM-MAPSET-NAME     PIC X(7)  VALUE 'EEXPMAP'.
          05 APP-EXPCLM-MAP-NAME        PIC X(7)  VALUE 'EEXPM'.
          05 APP-EXPCLM-CONTAINER-NAME  PIC X(16) VALUE 'EXPContainer'.
          05 APP-EXPCLM-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-EXPCLM-FILE-NAME       PIC X(8)  VALUE 'EEXPCLM'.
          05 APP-EXPENSE-APPROVAL-AMT   PIC 9(7)V99 VALUE 1000.
      *      VOLUNTARY DEMOGRAPHIC SELF-IDENTIFICATION (RESTRICTED -
      *      SEE 'EDEMOGR'). IN THE ANNUAL 'EDEMRPT' TABULATION ANY
      *      NON-ZERO COUNT BELOW THE MINIMUM CELL SIZE IS SUPPRESSED.
          05 APP-SELFDEM-TRANSACTION-ID PIC X(4)  VALUE 'EDMS'.
          05 APP-SELFDEM-PROGRAM-NAME   PIC X(8)  VALUE 'EDMSP'.
          05 APP-SELFDEM-MAPSET-NAME    PIC X(7)  VALUE 'EDMSMAP'.
          05 APP-SELFDEM-MAP-NAME       PIC X(7)  VALUE 'EDMSM'.
          05 APP-SELFDEM-CONTAINER-NAME PIC X(16) VALUE 'DMSContainer'.
          05 APP-SELFDEM-CHANNEL-NAME   PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-DEMOGR-FILE-NAME       PIC X(8)  VALUE 'EDEMOGR'.
          05 APP-DEMOGR-MIN-CELL        PIC 9(3)  VALUE 005.
      *      READ-ONLY EMPLOYEE DATA SERVICE OTHER APPLICATIONS LINK
      *      TO (SEE 'ESVCCTR') - EVERY CALL IS LOGGED TO 'EVWLOG'.
          05 APP-EMPSVC-PROGRAM-NAME    PIC X(8)  VALUE 'EEMPSVC'.
          05 APP-EMPSVC-REQUEST-NAME    PIC X(16) VALUE 'SVCRequest'.
          05 APP-EMPSVC-RESPONSE-NAME   PIC X(16) VALUE 'SVCResponse'.
          05 APP-EMPSVC-CHANNEL-NAME    PIC X(16) VALUE 'EMPSERVICE'.
          05 APP-EMPSVC-ROSTER-MAX      PIC 9(4)  VALUE 0050.
      *      WORKFLOW NOTIFICATIONS FOR THE MAIL GATEWAY (SEE
      *      'ENOTIFY'). AN ITEM STILL PENDING AFTER THE REMINDER
      *      DAYS IS RE-SENT TO ITS APPROVERS BY THE DAILY 'ENTFESC'
      *      PASS, AND AFTER THE ESCALATION DAYS ALSO GOES TO EACH
      *      APPROVER'S OWN MANAGER.
          05 APP-NOTIFY-PROGRAM-NAME    PIC X(8)  VALUE 'ENTFWRT'.
          05 APP-NOTIFY-FILE-NAME       PIC X(8)  VALUE 'ENOTIFY'.
          05 APP-NOTIFY-REQUEST-ID      PIC X(8)  VALUE 'ENOTFYRQ'.
          05 APP-NOTIFY-REMIND-DAYS     PIC 9(3)  VALUE 002.
          05 APP-NOTIFY-ESCALATE-DAYS   PIC 9(3)  VALUE 005.
      *      BUSINESS CODE TABLES (SEE 'ECODTBL') - KEPT BY
      *      ADMINISTRATORS ON THE 'ECDT' SCREEN. THE SCREENS LINK TO
      *      'ECODLKP' AND THE BATCH REPORTS CALL 'ECODDEC' TO CHECK
      *      A CODE AND FETCH ITS DESCRIPTION. THE TABLE IDS BELOW ARE
      *      THE ONES THE PROGRAMS LOOK UP.
          05 APP-CODTBL-TRANSACTION-ID  PIC X(4)  VALUE 'ECDT'.
          05 APP-CODTBL-PROGRAM-NAME    PIC X(8)  VALUE 'ECDTP'.
          05 APP-CODTBL-MAPSET-NAME     PIC X(7)  VALUE 'ECDTMAP'.
          05 APP-CODTBL-MAP-NAME        PIC X(7)  VALUE 'ECDTM'.
          05 APP-CODTBL-CONTAINER-NAME  PIC X(16) VALUE 'CDTContainer'.
          05 APP-CODTBL-CHANNEL-NAME    PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-CODTBL-FILE-NAME       PIC X(8)  VALUE 'ECODTBL'.
          05 APP-CODLKP-PROGRAM-NAME    PIC X(8)  VALUE 'ECODLKP'.
          05 APP-CT-APPRAISAL-RESULT    PIC X(8)  VALUE 'APPRRSLT'.
          05 APP-CT-PAYMENT-TYPE        PIC X(8)  VALUE 'PAYTYPE'.
          05 APP-CT-COVERAGE-LEVEL      PIC X(8)  VALUE 'BENCOVER'.
          05 APP-CT-DISCIPLINE-LEVEL    PIC X(8)  VALUE 'DSCLEVEL'.
          05 APP-CT-SUCCESSOR-READINESS PIC X(8)  VALUE 'SUCREADY'.
          05 APP-CT-EMPLOYMENT-TYPE     PIC X(8)  VALUE 'EMPTYPE'.
      *      GOVERNMENT ID NUMBER (PROTECTED, SEE 'EGOVID'), ITS
      *      UNIQUE ALTERNATE-INDEX PATH BY NUMBER, AND THE SHORTEST
      *      NUMBER TAKEN - LONG ENOUGH THAT THE LAST FOUR SHOWN ON A
      *      MASKED DISPLAY NEVER GIVE THE WHOLE NUMBER AWAY.
          05 APP-GOVID-FILE-NAME        PIC X(8)  VALUE 'EGOVID'.
          05 APP-GOVID-PATH-NAME        PIC X(8)  VALUE 'EGOVNUM'.
          05 APP-GOVID-MINIMUM-LENGTH   PIC 9(2)  VALUE 06.
      *      MASS ACTIONS ON ROWS MARKED ON THE 'ELISTP' LIST (OR ON
      *      ITS WHOLE FILTERED RESULT), AND THE MOST EMPLOYEES ONE
      *      BATCH WILL TAKE.
          05 APP-MASS-TRANSACTION-ID    PIC X(4)  VALUE 'EMAS'.
          05 APP-MASS-PROGRAM-NAME      PIC X(8)  VALUE 'EMASP'.
          05 APP-MASS-MAPSET-NAME       PIC X(7)  VALUE 'EMASMAP'.
          05 APP-MASS-MAP-NAME          PIC X(7)  VALUE 'EMASM'.
          05 APP-MASS-CONTAINER-NAME    PIC X(16) VALUE 'MASContainer'.
          05 APP-MASS-CHANNEL-NAME      PIC X(16) VALUE 'DHFTRANSACTION'
           .
          05 APP-MASS-MAXIMUM-ROWS      PIC 9(3)  VALUE 200.
