      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - IMS DEPARTMENT DATABASE.
      *      - SEGMENT I/O AREAS FOR THE 'EDEPTDB' IMS HDAM DATABASE
      *        (DBD AND PSBS IN THE 'EIMSGEN' JOB).
      *      - ROOT SEGMENT 'DEPT', KEYED ON 'DEPTID', WITH ITS 'EMPL'
      *        CHILD SEGMENTS KEYED ON 'EMPID' - THE SAME PARENT/CHILD
      *        SHAPE AS THE 'EIMSSEG.cpy' EXTRACT, LESS ITS 'LL' AND
      *        SEGMENT CODE PREFIX AND LESS THE CHILD'S DEPARTMENT ID
      *        (WHICH IS THE PARENT'S KEY).
      *      - LOADED NIGHTLY BY 'EIMSLOAD' FROM THE 'EIMSXTR' EXTRACT
      *        AND READ BY THE 'EIMSINQ' INQUIRY TRANSACTION.
      ******************************************************************
       01 DEPT-DB-SEGMENT.
          05 IDP-DEPARTMENT-ID        PIC 9(8).
          05 IDP-DEPARTMENT-NAME      PIC X(38).
          05 IDP-COST-CENTER          PIC X(8).

       01 EMPL-DB-SEGMENT.
          05 IEM-EMPLOYEE-ID          PIC 9(8).
          05 IEM-PRIMARY-NAME         PIC X(38).
          05 IEM-JOB-TITLE            PIC X(38).
          05 IEM-START-DATE           PIC X(8).
          05 IEM-MANAGER-ID           PIC 9(8).
