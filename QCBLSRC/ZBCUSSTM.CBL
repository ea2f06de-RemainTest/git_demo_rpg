               VALUE "   CUSNO".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-CUST-CUSNO         PIC ZZZZZZ9.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-CUST-NAME          PIC X(35).
           02  FILLER                 PIC X(56)   VALUE SPACES.

       01  WS-RPT-ADDR-LINE.
           02  FILLER                 PIC X(41)   VALUE SPACES.
           02  RPT-ADDR-TEXT          PIC X(35).
           02  FILLER                 PIC X(56)   VALUE SPACES.

       01  WS-RPT-HDR-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           READ  CUSTS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CUSTS
                       INITIALIZE  CUSTSR
                       MOVE  ALL "-"  TO  CUNAME OF CUSTS-RECORD
           END-READ.

           MOVE  WS-PRIOR-XWBCCD         TO  RPT-CUST-BCCD.
           MOVE  CUSNO OF CUSTS-RECORD   TO  RPT-CUST-CUSNO.
           MOVE  CUNAME OF CUSTS-RECORD  TO  RPT-CUST-NAME.
           WRITE  STMRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  STMRPT-RECORD  FROM  WS-RPT-CUST-LINE.
           PERFORM  PRINT-CUSTOMER-ADDRESS  THRU  PRADR-EXIT.
           WRITE  STMRPT-RECORD  FROM  WS-RPT-HDR-HDG-LINE.
       STNCUS-EXIT.  EXIT.

      * THE POSTAL ADDRESS PRINTS UNDER THE NAME, ONE LINE PER FIELD,
      * WITH BLANK ADDRESS LINES CLOSED UP.
       PRINT-CUSTOMER-ADDRESS.
           IF  CUADR1 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR1 OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  STMRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
           IF  CUADR2 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR2 OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  STMRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
           IF  CUADR3 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR3 OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  STMRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
           IF  CUPOST OF CUSTS-RECORD NOT = SPACES
               MOVE  CUPOST OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  STMRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
       PRADR-EXIT.  EXIT.

       PRINT-CONTRACT-LINES.
           MOVE  XWORDN OF CONHDRL1-RECORD  TO  XWORDN OF CONDTL-RECORD.
           MOVE  ZEROS                      TO  XWLINE OF CONDTL-RECORD.
