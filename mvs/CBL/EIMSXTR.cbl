      *      - DOES NOT ITSELF CALL DL/I - THIS IS AN OFFLINE
      *        SEQUENTIAL EXTRACT FOR A SUBSEQUENT IMS BULK-LOAD
      *        UTILITY TO CONSUME, THE SAME BOUNDARY 'EDB2MIR' DRAWS
      *        FOR ITS OWN DB2 TARGET. THE NEXT STEPS OF ITS JOB
      *        RELOAD THE 'EDEPTDB' IMS DATABASE FROM IT NIGHTLY
      *        (PGM 'EIMSLOAD') FOR THE 'EIMSINQ' INQUIRY TRANSACTION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
