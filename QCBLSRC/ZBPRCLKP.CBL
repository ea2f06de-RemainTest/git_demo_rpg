       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPRCLKP.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * AGREED PRICE LOOKUP.
      *
      * CALLED WITH A CUSTOMER, ITEM, PRICING DATE, CONTRACT CURRENCY
      * AND LINE QUANTITY, RETURNS THE UNIT PRICE FROM THE BEST PRICE
      * AGREEMENT (PRCAGR) THAT APPLIES, OR "N" IN THE FOUND FLAG WHEN
      * NONE DOES AND THE CALLER SHOULD FALL BACK TO ITUPRC.
      *
      * AN AGREEMENT APPLIES WHEN
      *   - ITS CURRENCY IS BLANK OR EQUALS THE CONTRACT CURRENCY,
      *   - THE PRICING DATE FALLS BETWEEN PAFRDT AND PATODT (A ZERO
      *     PATODT IS OPEN-ENDED), AND
      *   - THE LINE QUANTITY REACHES THE TIER 1 MINIMUM.
      * ITS PRICE IS THAT OF THE HIGHEST QUANTITY BREAK THE LINE
      * REACHES.  WHERE MORE THAN ONE AGREEMENT APPLIES (OVERLAPPING
      * DATES, OR A CURRENCY-SPECIFIC AND AN ANY-CURRENCY AGREEMENT)
      * THE LOWEST PRICE IS THE BEST ONE FOR THE CUSTOMER AND IS USED.
      *
      * USED BY CBCONDET AND CBQUODET TO DEFAULT A LINE PRICE AND BY
      * THE CBPRCEXC PRICE EXCEPTION REPORT.  PRCAGR IS OPENED ON THE
      * FIRST CALL AND STAYS OPEN UNTIL THE CALLER CANCELS THIS
      * PROGRAM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRCAGR-FILE
               ASSIGN TO DATABASE-PRCAGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRCAGR-RECORD
               FILE STATUS IS PRCAGR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRCAGR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCAGR-RECORD.
           COPY DDS-PRCAGRR       OF  PRCAGR.

       WORKING-STORAGE SECTION.

       01  PRCAGR-FILE-STATUS         PIC X(02).
       01  WS-PL-OPENED               PIC X(01)   VALUE "N".
       01  RECORD-FOUND-PRCAGR        PIC X(01)   VALUE "N".

       01  WS-PL-QTY                  PIC 9(07)   VALUE 0.
       01  WS-PL-PRICE                PIC S9(07)V99 VALUE 0.
       01  WS-PL-APPLIES              PIC X(01)   VALUE "N".

      * THE FIVE QUANTITY BREAKS OF THE AGREEMENT BEING TESTED.
       01  WS-PL-TIER-TABLE.
           02  WS-PL-TIER  OCCURS 5 TIMES
                           INDEXED BY TIER-IDX.
               03  WS-PL-TIER-QTY     PIC 9(07).
               03  WS-PL-TIER-PRC     PIC S9(07)V99.

       LINKAGE SECTION.
       01  LS-PL-XWBCCD               PIC X(11).
       01  LS-PL-XWITEM               PIC X(15).
       01  LS-PL-DATE                 PIC 9(08).
       01  LS-PL-XWCURR               PIC X(03).
       01  LS-PL-QTY                  PIC S9(07).
       01  LS-PL-PRICE                PIC S9(07)V99.
       01  LS-PL-FOUND                PIC X(01).

       PROCEDURE DIVISION
                  USING LS-PL-XWBCCD LS-PL-XWITEM LS-PL-DATE
                        LS-PL-XWCURR LS-PL-QTY LS-PL-PRICE
                        LS-PL-FOUND.

       MAIN-PROCESSING.

           IF  WS-PL-OPENED = "N"
               OPEN  INPUT  PRCAGR-FILE
               MOVE  "Y"  TO  WS-PL-OPENED
           END-IF.

           MOVE  "N"    TO  LS-PL-FOUND.
           MOVE  ZEROS  TO  LS-PL-PRICE.

      * A RETURN LINE CARRIES A NEGATIVE QUANTITY - IT IS PRICED ON
      * THE SAME BREAK AS THE QUANTITY IT RETURNS.
           IF  LS-PL-QTY < 0
               COMPUTE  WS-PL-QTY = 0 - LS-PL-QTY
           ELSE
               MOVE  LS-PL-QTY  TO  WS-PL-QTY
           END-IF.

           MOVE  LS-PL-XWBCCD  TO  XWBCCD OF PRCAGR-RECORD.
           MOVE  LS-PL-XWITEM  TO  XWITEM OF PRCAGR-RECORD.
           MOVE  SPACES        TO  PACURR.
           MOVE  ZEROS         TO  PAFRDT.
           MOVE  "Y"  TO  RECORD-FOUND-PRCAGR.
           START PRCAGR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF PRCAGR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PRCAGR
           END-START.
           IF  RECORD-FOUND-PRCAGR = "Y"
               PERFORM  READ-NEXT-PRCAGR  THRU  RNPAGR-EXIT
           END-IF.
           PERFORM  TEST-ONE-AGREEMENT  THRU  TST1AG-EXIT
                    UNTIL  RECORD-FOUND-PRCAGR = "N".

           GOBACK.

       READ-NEXT-PRCAGR.
           MOVE  "Y"  TO  RECORD-FOUND-PRCAGR.
           READ  PRCAGR-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-PRCAGR
                   GO RNPAGR-EXIT.
           IF  XWBCCD OF PRCAGR-RECORD NOT = LS-PL-XWBCCD
                   OR  XWITEM OF PRCAGR-RECORD NOT = LS-PL-XWITEM
               MOVE  "N"  TO  RECORD-FOUND-PRCAGR
           END-IF.
       RNPAGR-EXIT.  EXIT.

       TEST-ONE-AGREEMENT.
           IF  PACURR NOT = SPACES
                   AND  PACURR NOT = LS-PL-XWCURR
               GO  TST1AG-NEXT.
           IF  PAFRDT > LS-PL-DATE
               GO  TST1AG-NEXT.
           IF  PATODT NOT = ZEROS
                   AND  PATODT < LS-PL-DATE
               GO  TST1AG-NEXT.

           MOVE  PAQTY1  TO  WS-PL-TIER-QTY (1).
           MOVE  PAPRC1  TO  WS-PL-TIER-PRC (1).
           MOVE  PAQTY2  TO  WS-PL-TIER-QTY (2).
           MOVE  PAPRC2  TO  WS-PL-TIER-PRC (2).
           MOVE  PAQTY3  TO  WS-PL-TIER-QTY (3).
           MOVE  PAPRC3  TO  WS-PL-TIER-PRC (3).
           MOVE  PAQTY4  TO  WS-PL-TIER-QTY (4).
           MOVE  PAPRC4  TO  WS-PL-TIER-PRC (4).
           MOVE  PAQTY5  TO  WS-PL-TIER-QTY (5).
           MOVE  PAPRC5  TO  WS-PL-TIER-PRC (5).

           IF  WS-PL-QTY < WS-PL-TIER-QTY (1)
               GO  TST1AG-NEXT.
           MOVE  WS-PL-TIER-PRC (1)  TO  WS-PL-PRICE.
           PERFORM  TAKE-QUANTITY-BREAK  THRU  TKQBRK-EXIT
                    VARYING  TIER-IDX  FROM  2  BY  1
                    UNTIL  TIER-IDX > 5.

           IF  LS-PL-FOUND = "N"
                   OR  WS-PL-PRICE < LS-PL-PRICE
               MOVE  WS-PL-PRICE  TO  LS-PL-PRICE
               MOVE  "Y"          TO  LS-PL-FOUND
           END-IF.

       TST1AG-NEXT.
           PERFORM  READ-NEXT-PRCAGR  THRU  RNPAGR-EXIT.
       TST1AG-EXIT.  EXIT.

      * UNUSED BREAKS ARE ZERO AND ARE PASSED OVER.
       TAKE-QUANTITY-BREAK.
           IF  WS-PL-TIER-QTY (TIER-IDX) > ZEROS
                   AND  WS-PL-QTY NOT < WS-PL-TIER-QTY (TIER-IDX)
               MOVE  WS-PL-TIER-PRC (TIER-IDX)  TO  WS-PL-PRICE
           END-IF.
       TKQBRK-EXIT.  EXIT.
