           02  WS-NEXT-XWLINE          PIC 9(03) VALUE 0.
           02  WS-LAST-XWLINE          PIC 9(03) VALUE 0.
           02  WS-ROLL-TOTAL           PIC S9(09)V99 VALUE 0.
           02  WS-PRICE-DATE           PIC 9(08) VALUE 0.
           02  WS-AGR-PRICE            PIC S9(07)V99 VALUE 0.
           02  WS-AGR-FOUND            PIC X VALUE SPACE.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           CANCEL "CBPRCLKP".
           EXIT PROGRAM.

       PROCESS-ROUTINE.
      * TOTAL TO THE CONHDR HEADER, LOGGING THE AMOUNT CHANGE TO
      * CONHDRLOG THE SAME WAY CBCONHDR LOGS A HEADER CHANGE.  A
      * CONTRACT WITH NO LINES LEFT KEEPS A ZERO TOTAL.
      * THE HEADER IS RE-READ FOR UPDATE AND ONLY XWTAMT IS REPLACED,
      * SO A CHANGE MADE TO IT ELSEWHERE SINCE IT WAS SHOWN (CBCONHDR,
      * AN APPROVAL, A STATUS ROLL) IS KEPT, AND THE HEADER TOTAL
      * ALWAYS AGREES WITH ITS LINES.
      ******************************************************************
       ROLLUP-HEADER-TOTAL.
           MOVE  0  TO  WS-ROLL-TOTAL.
           END-IF

      * ITEM - MUST BE ON THE ITEM MASTER AND STILL ACTIVE, THE SAME
      * WAY CBCONHDR CHECKS XWBCCD AGAINST CUSTS.
           IF XWITEM OF ZZFT01-I = SPACES
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
                                         TO ZMSAGE OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF

      * QUANTITY
           IF XWQTY OF ZZFT01-I = ZEROS
              GO VALIDT-EXIT
           END-IF

      * UNIT PRICE - A ZERO PRICE IS DEFAULTED FROM THE BEST PRICE
      * AGREEMENT FOR THE CONTRACT'S CUSTOMER, CURRENCY AND BOOKING
      * DATE AT THIS LINE QUANTITY, AND FROM THE ITEM MASTER'S
      * STANDARD PRICE WHEN NO AGREEMENT APPLIES.  A KEYED PRICE IS
      * LEFT ALONE; CBPRCEXC REPORTS ONE THAT STRAYS TOO FAR.
           IF XWUPRC OF ZZFT01-I = ZEROS
             PERFORM DEFAULT-LINE-PRICE  THRU  DFLPRC-EXIT
           END-IF

      * LINE DELIVERY DATE
           IF XWLDDT OF ZZFT01-I = ZEROS
              MOVE "Y" TO WS-ERROR
           END-IF.
       DELREC-EXIT. EXIT.

      * A LINE ENTERED WITH A ZERO UNIT PRICE TAKES THE CUSTOMER'S
      * AGREED PRICE FROM CBPRCLKP AS AT THE CONTRACT BOOKING DATE
      * (TODAY IF NOT YET BOOKED), OR FAILING THAT THE ITEM'S ITUPRC.
       DEFAULT-LINE-PRICE.
           MOVE XWBKDT OF CONHDR-RECORD  TO  WS-PRICE-DATE.
           IF WS-PRICE-DATE = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8)  TO  WS-PRICE-DATE
           END-IF.
           CALL "CBPRCLKP"  USING LS-XWBCCD
                                  XWITEM OF ZZFT01-I
                                  WS-PRICE-DATE
                                  XWCURR OF CONHDR-RECORD
                                  XWQTY OF ZZFT01-I
                                  WS-AGR-PRICE
                                  WS-AGR-FOUND.
           IF WS-AGR-FOUND = "Y"
             MOVE WS-AGR-PRICE            TO  XWUPRC OF ZZFT01-I
                                              XWUPRC OF ZZFT01-O
           ELSE
             MOVE ITUPRC OF ITEMS-RECORD  TO  XWUPRC OF ZZFT01-I
                                              XWUPRC OF ZZFT01-O
           END-IF.
       DFLPRC-EXIT. EXIT.

      * SHIPMENT RECORDING AGAINST THE SELECTED LINE, THE WAY CBCONHDR
      * HANDS ITS LINES OPTION TO THIS PROGRAM.  A STATUS ROLL DONE BY
      * CBCONSHP MAY HAVE TOUCHED THE HEADER, SO IT IS RE-READ AFTER.
