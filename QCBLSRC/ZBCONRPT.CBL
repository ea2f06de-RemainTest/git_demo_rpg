           02  RPT-CUST-CUSNO         PIC ZZZZZZ9.
           02  FILLER                 PIC X(08)   VALUE SPACES.
           02  RPT-CUST-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CUST-NAME          PIC X(35).
           02  FILLER                 PIC X(43)   VALUE SPACES.

       01  WS-RPT-CUST-ADDR-LINE.
           02  FILLER                 PIC X(48)   VALUE SPACES.
           02  RPT-CUST-ADDR          PIC X(35).
           02  FILLER                 PIC X(49)   VALUE SPACES.

       01  WS-RPT-STAT-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           MOVE  WS-CUST-CODE (CUST-IDX)   TO  RPT-CUST-CODE.
           MOVE  WS-CUST-CUSNO (CUST-IDX)  TO  RPT-CUST-CUSNO.
           MOVE  WS-CUST-TOTAL (CUST-IDX)  TO  RPT-CUST-TOTAL.
           MOVE  WS-CUST-CODE (CUST-IDX)   TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CUSTS
                       INITIALIZE  CUSTSR
                       MOVE  ALL "-"  TO  CUNAME OF CUSTS-RECORD
           END-READ.
           MOVE  CUNAME OF CUSTS-RECORD    TO  RPT-CUST-NAME.
           WRITE  CONRPT-RECORD  FROM  WS-RPT-CUST-LINE.
           PERFORM  WRITE-CUSTOMER-ADDRESS  THRU  WRCADR-EXIT.
       WRCUSTL-EXIT.  EXIT.

      * THE POSTAL ADDRESS PRINTS UNDER THE CUSTOMER NAME, ONE LINE PER
      * FIELD, WITH BLANK ADDRESS LINES CLOSED UP.
       WRITE-CUSTOMER-ADDRESS.
           IF  CUADR1 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR1 OF CUSTS-RECORD  TO  RPT-CUST-ADDR
               WRITE  CONRPT-RECORD  FROM  WS-RPT-CUST-ADDR-LINE
           END-IF.
           IF  CUADR2 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR2 OF CUSTS-RECORD  TO  RPT-CUST-ADDR
               WRITE  CONRPT-RECORD  FROM  WS-RPT-CUST-ADDR-LINE
           END-IF.
           IF  CUADR3 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR3 OF CUSTS-RECORD  TO  RPT-CUST-ADDR
               WRITE  CONRPT-RECORD  FROM  WS-RPT-CUST-ADDR-LINE
           END-IF.
           IF  CUPOST OF CUSTS-RECORD NOT = SPACES
               MOVE  CUPOST OF CUSTS-RECORD  TO  RPT-CUST-ADDR
               WRITE  CONRPT-RECORD  FROM  WS-RPT-CUST-ADDR-LINE
           END-IF.
       WRCADR-EXIT.  EXIT.

       PRINT-STATUS-TOTALS.
           WRITE  CONRPT-RECORD  FROM  WS-RPT-STAT-HDG-LINE.
           PERFORM  WRITE-STATUS-LINE  THRU  WRSTATL-EXIT
