       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPRCEXC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * WEEKLY CONTRACT LINE PRICE EXCEPTION REPORT.
      *
      * RUN WEEKLY AGAINST A RUN DATE AND A PRICE TOLERANCE PERCENTAGE
      * (ZERO TAKES THE HOUSE DEFAULT OF 5.00 PER CENT).  EVERY CONTRACT
      * ADDED OR CHANGED ON CONHDRLOG IN THE SEVEN DAYS TO THE RUN DATE
      * HAS ITS CONDTL LINES PRICED AGAIN THE WAY CBCONDET DEFAULTS
      * THEM - THE BEST CUSTOMER PRICE AGREEMENT (CBPRCLKP) AT THE
      * CONTRACT'S BOOKING DATE, CURRENCY AND LINE QUANTITY, ELSE THE
      * ITEM'S STANDARD PRICE ITUPRC.  A LINE WHOSE UNIT PRICE IS AWAY
      * FROM THAT EXPECTED PRICE BY MORE THAN THE TOLERANCE IS LISTED
      * WITH THE USER WHO KEYED IT.
      *
      * LINE MAINTENANCE IS LOGGED ONLY AS THE CHANGE OF CONTRACT TOTAL
      * CBCONDET ROLLS UP TO THE HEADER, SO THE KEYING USER IS TAKEN
      * FROM THE LATEST ADD, OR CHANGE THAT MOVED THE CONTRACT TOTAL,
      * IN THE WEEK; FAILING THAT, THE LATEST ADD OR CHANGE OF ANY KIND.
      *
      * THE REPORT IS READ-ONLY.  CONTROL TOTALS SHOW HOW MANY LINES
      * WERE PRICED AGAINST AN AGREEMENT AND HOW MANY AGAINST THE
      * STANDARD PRICE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD
               FILE STATUS IS CONHDR-FILE-STATUS.

           SELECT CONDTL-FILE
               ASSIGN TO DATABASE-CONDTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONDTL-RECORD
               FILE STATUS IS CONDTL-FILE-STATUS.

           SELECT CONHDRLOG-FILE
               ASSIGN TO DATABASE-CONHDRLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                     OF CONHDRLOG-RECORD
               FILE STATUS IS CONHDRLOG-FILE-STATUS.

           SELECT ITEMS-FILE
               ASSIGN TO DATABASE-ITEMS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ITEMS-RECORD.

           SELECT PRCRPT-FILE
               ASSIGN TO PRINTER-PRCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRCRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-CONHDRR       OF  CONHDR.

       FD  CONDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDTL-RECORD.
           COPY DDS-CONDTLR       OF  CONDTL.

       FD  CONHDRLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRLOG-RECORD.
           COPY DDS-CONHDRLOG     OF  CONHDRLOG.

       FD  ITEMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEMS-RECORD.
           COPY DDS-ITEMSR        OF  ITEMS.

       FD  PRCRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  PRCRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  CONHDR-FILE-STATUS         PIC X(02).
       01  CONDTL-FILE-STATUS         PIC X(02).
       01  CONHDRLOG-FILE-STATUS      PIC X(02).
       01  PRCRPT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONHDR              PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONDTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-LOG           PIC X(01)   VALUE "N".
       01  RECORD-FOUND-ITEMS         PIC X(01)   VALUE "N".

      * THE WEEK REPORTED ON - SEVEN DAYS ENDING ON THE RUN DATE.
       01  WS-RUN-DATE-INT            PIC S9(09)  COMP VALUE 0.
       01  WS-WEEK-FROM               PIC 9(08)   VALUE 0.
       01  WS-TOLERANCE               PIC 9(03)V99 VALUE 0.

      * THE CONTRACT BEING CHECKED AND WHO KEYED IT IN THE WEEK.
       01  WS-CUR-XWORDN              PIC 9(07)   VALUE 0.
       01  WS-WEEK-ACTIVE             PIC X(01)   VALUE "N".
       01  WS-KEY-USER                PIC X(10)   VALUE SPACES.
       01  WS-KEY-DATE                PIC 9(08)   VALUE 0.
       01  WS-ANY-USER                PIC X(10)   VALUE SPACES.
       01  WS-ANY-DATE                PIC 9(08)   VALUE 0.
       01  WS-LOG-DATE                PIC 9(08)   VALUE 0.

      * PRICING OF THE LINE BEING CHECKED.
       01  WS-PRICE-DATE              PIC 9(08)   VALUE 0.
       01  WS-AGR-PRICE               PIC S9(07)V99 VALUE 0.
       01  WS-AGR-FOUND               PIC X(01)   VALUE "N".
       01  WS-EXP-PRICE               PIC S9(07)V99 VALUE 0.
       01  WS-BASIS                   PIC X(09)   VALUE SPACES.
       01  WS-PRICE-DIFF              PIC S9(08)V99 VALUE 0.
       01  WS-ABS-DIFF                PIC S9(08)V99 VALUE 0.
       01  WS-ALLOWED-DIFF            PIC S9(08)V99 VALUE 0.
       01  WS-VARIANCE-PCT            PIC S9(04)V99 VALUE 0.

       01  WS-COUNTERS.
           02  WS-HDR-READ            PIC 9(07)   VALUE 0.
           02  WS-HDR-ACTIVE          PIC 9(07)   VALUE 0.
           02  WS-DTL-READ            PIC 9(07)   VALUE 0.
           02  WS-DTL-AGREEMENT       PIC 9(07)   VALUE 0.
           02  WS-DTL-STANDARD        PIC 9(07)   VALUE 0.
           02  WS-DTL-NO-ITEM         PIC 9(07)   VALUE 0.
           02  WS-DTL-EXCEPTION       PIC 9(07)   VALUE 0.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(42)
               VALUE "CONTRACT LINE PRICE EXCEPTIONS - WEEKLY".
           02  FILLER                 PIC X(30)   VALUE SPACES.
           02  FILLER                 PIC X(09)   VALUE "RUN DATE".
           02  RPT-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(03)   VALUE SPACES.

       01  WS-RPT-PARM-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(33)
               VALUE "CONTRACTS ADDED OR CHANGED FROM".
           02  RPT-WEEK-FROM          PIC 9(08).
           02  FILLER                 PIC X(04)   VALUE "  TO".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-WEEK-TO            PIC 9(08).
           02  FILLER                 PIC X(04)   VALUE SPACES.
           02  FILLER                 PIC X(26)
               VALUE "LINES PRICED AWAY BY OVER".
           02  RPT-TOLERANCE          PIC ZZ9.99.
           02  FILLER                 PIC X(41)
               VALUE " PER CENT FROM AGREEMENT/STANDARD PRICE".

       01  WS-RPT-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "ORDER".
           02  FILLER                 PIC X(05)   VALUE "LINE".
           02  FILLER                 PIC X(13)   VALUE "CUSTOMER".
           02  FILLER                 PIC X(17)   VALUE "ITEM".
           02  FILLER                 PIC X(05)   VALUE "CUR".
           02  FILLER                 PIC X(10)   VALUE "  QUANTITY".
           02  FILLER                 PIC X(15)
               VALUE "   KEYED PRICE".
           02  FILLER                 PIC X(15)
               VALUE "EXPECTED PRICE".
           02  FILLER                 PIC X(11)   VALUE "BASIS".
           02  FILLER                 PIC X(10)   VALUE "  VARY %".
           02  FILLER                 PIC X(12)   VALUE "KEYED BY".
           02  FILLER                 PIC X(09)   VALUE "ON".

       01  WS-RPT-DTL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-ORDN           PIC 9(07).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-LINE           PIC 9(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-BCCD           PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-ITEM           PIC X(15).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-CURR           PIC X(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-QTY            PIC ZZZZZZ9-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-UPRC           PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-EXPRC          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-BASIS          PIC X(09).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-PCT            PIC ZZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-USER           PIC X(10).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-DATE           PIC 9(08).
           02  FILLER                 PIC X(01)   VALUE SPACE.

       01  WS-RPT-COUNT-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-COUNT-DESC         PIC X(40).
           02  RPT-COUNT-VALUE        PIC ZZZZZZ9.
           02  FILLER                 PIC X(84)   VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(42)
               VALUE "** NO LINES OUTSIDE TOLERANCE THIS WEEK **".
           02  FILLER                 PIC X(89)   VALUE SPACES.

       01  WS-RPT-ERROR-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "** RUN DATE PARAMETER IS NOT VALID - RUN ABAN".
           02  FILLER                 PIC X(86)
               VALUE "DONED **".

       01  WS-RPT-BLANK-LINE          PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                PIC 9(08).
       01  LS-TOLERANCE-PCT           PIC 9(03)V99.

       PROCEDURE DIVISION
                  USING LS-RUN-DATE LS-TOLERANCE-PCT.

       MAIN-PROCESSING.

           OPEN  INPUT  CONHDR-FILE
                        CONDTL-FILE
                        CONHDRLOG-FILE
                        ITEMS-FILE
                 OUTPUT PRCRPT-FILE.

           MOVE  LS-RUN-DATE  TO  RPT-RUN-DATE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               WRITE  PRCRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.
           COMPUTE  WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (LS-RUN-DATE).
           IF  WS-RUN-DATE-INT = ZEROS
               WRITE  PRCRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.
           COMPUTE  WS-WEEK-FROM =
                    FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT - 6).

      * NO TOLERANCE GIVEN TAKES THE HOUSE DEFAULT.
           IF  LS-TOLERANCE-PCT NOT NUMERIC
                   OR LS-TOLERANCE-PCT = ZEROS
               MOVE  5.00  TO  WS-TOLERANCE
           ELSE
               MOVE  LS-TOLERANCE-PCT  TO  WS-TOLERANCE
           END-IF.

           MOVE  WS-WEEK-FROM  TO  RPT-WEEK-FROM.
           MOVE  LS-RUN-DATE   TO  RPT-WEEK-TO.
           MOVE  WS-TOLERANCE  TO  RPT-TOLERANCE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-PARM-LINE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-HDG-LINE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

           MOVE  ZEROS  TO  XWORDN OF CONHDR-RECORD.
           START CONHDR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONHDR-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF-CONHDR
           END-START.
           IF  WS-EOF-CONHDR = "N"
               PERFORM  READ-CONHDR-FILE  THRU  RDCHDR-EXIT
           END-IF.
           PERFORM  PROCESS-CONHDR-FILE  THRU  PRCHDR-EXIT
                    UNTIL  WS-EOF-CONHDR = "Y".

           IF  WS-DTL-EXCEPTION = ZEROS
               WRITE  PRCRPT-RECORD  FROM  WS-RPT-NONE-LINE
           END-IF.
           PERFORM  WRITE-CONTROL-TOTALS  THRU  WRCTLT-EXIT.

       MAIN-WRAP-UP.
           CLOSE  CONHDR-FILE  CONDTL-FILE  CONHDRLOG-FILE
                  ITEMS-FILE   PRCRPT-FILE.
           CANCEL "CBPRCLKP".

           GOBACK.

       READ-CONHDR-FILE.
           READ  CONHDR-FILE  NEXT RECORD
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDR
           END-READ.
       RDCHDR-EXIT.  EXIT.

       PROCESS-CONHDR-FILE.
           ADD  1  TO  WS-HDR-READ.
           MOVE  XWORDN OF CONHDR-RECORD  TO  WS-CUR-XWORDN.
           PERFORM  FIND-WEEK-KEYING  THRU  FNDWKK-EXIT.
           IF  WS-WEEK-ACTIVE = "Y"
               ADD  1  TO  WS-HDR-ACTIVE
               PERFORM  CHECK-CONTRACT-LINES  THRU  CHKCLN-EXIT
           END-IF.
           PERFORM  READ-CONHDR-FILE  THRU  RDCHDR-EXIT.
       PRCHDR-EXIT.  EXIT.

      ******************************************************************
      * SCAN THE CONTRACT'S CONHDRLOG ROWS (KEYED XWORDN+LOGTS) FOR ADDS
      * AND CHANGES STAMPED IN THE WEEK.  A CONTRACT WITH NONE IS LEFT
      * OFF - ITS LINES WERE CHECKED IN THE WEEK THEY WERE KEYED.
      ******************************************************************
       FIND-WEEK-KEYING.
           MOVE  "N"     TO  WS-WEEK-ACTIVE.
           MOVE  SPACES  TO  WS-KEY-USER  WS-ANY-USER.
           MOVE  ZEROS   TO  WS-KEY-DATE  WS-ANY-DATE.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDRLOG-RECORD.
           MOVE  ZEROS          TO  LOGTS.
           MOVE  "Y"  TO  RECORD-FOUND-LOG.
           START CONHDRLOG-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                           OF CONHDRLOG-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-LOG
           END-START.
           IF  RECORD-FOUND-LOG = "Y"
               PERFORM  READ-LOG-IN-BLOCK  THRU  RDLBK-EXIT
           END-IF.
           PERFORM  TAKE-WEEK-LOG  THRU  TKWLOG-EXIT
                    UNTIL  RECORD-FOUND-LOG = "N".
           IF  WS-KEY-USER = SPACES
               MOVE  WS-ANY-USER  TO  WS-KEY-USER
               MOVE  WS-ANY-DATE  TO  WS-KEY-DATE
           END-IF.
       FNDWKK-EXIT.  EXIT.

       READ-LOG-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-LOG.
           READ  CONHDRLOG-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-LOG
                   GO RDLBK-EXIT.
           IF  XWORDN OF CONHDRLOG-RECORD NOT = WS-CUR-XWORDN
               MOVE  "N"  TO  RECORD-FOUND-LOG
           END-IF.
       RDLBK-EXIT.  EXIT.

      * THE ROWS COME IN TIME ORDER, SO THE LAST ONE TAKEN IS LATEST.
       TAKE-WEEK-LOG.
           MOVE  LOGTS (1:8)  TO  WS-LOG-DATE.
           IF  WS-LOG-DATE < WS-WEEK-FROM
                   OR WS-LOG-DATE > LS-RUN-DATE
               GO  TKWLOG-NEXT.
           IF  LOGACT NOT = "A"
                   AND LOGACT NOT = "C"
               GO  TKWLOG-NEXT.

           MOVE  "Y"          TO  WS-WEEK-ACTIVE.
           MOVE  LOGUSER      TO  WS-ANY-USER.
           MOVE  WS-LOG-DATE  TO  WS-ANY-DATE.
           IF  LOGACT = "A"
                   OR OLD-XWTAMT NOT = NEW-XWTAMT
               MOVE  LOGUSER      TO  WS-KEY-USER
               MOVE  WS-LOG-DATE  TO  WS-KEY-DATE
           END-IF.
       TKWLOG-NEXT.
           PERFORM  READ-LOG-IN-BLOCK  THRU  RDLBK-EXIT.
       TKWLOG-EXIT.  EXIT.

       CHECK-CONTRACT-LINES.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONDTL-RECORD.
           MOVE  ZEROS          TO  XWLINE OF CONDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTL.
           START CONDTL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONDTL-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDTL
           END-START.
           IF  RECORD-FOUND-CONDTL = "Y"
               PERFORM  READ-CONDTL-IN-BLOCK  THRU  RDDBK-EXIT
           END-IF.
           PERFORM  CHECK-ONE-LINE  THRU  CHK1LN-EXIT
                    UNTIL  RECORD-FOUND-CONDTL = "N".
       CHKCLN-EXIT.  EXIT.

       READ-CONDTL-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTL.
           READ  CONDTL-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-CONDTL
                   GO RDDBK-EXIT.
           IF  XWORDN OF CONDTL-RECORD NOT = WS-CUR-XWORDN
               MOVE  "N"  TO  RECORD-FOUND-CONDTL
           END-IF.
       RDDBK-EXIT.  EXIT.

      ******************************************************************
      * PRICE THE LINE AS CBCONDET WOULD DEFAULT IT - AGREEMENT AT THE
      * BOOKING DATE (OR THE RUN DATE FOR A CONTRACT BOOKED BEFORE
      * BOOKING DATES WERE KEPT), ELSE THE ITEM'S STANDARD PRICE - AND
      * LIST IT WHEN THE KEYED PRICE IS FURTHER AWAY THAN THE TOLERANCE.
      * AN EXPECTED PRICE OF ZERO LISTS ANY NON-ZERO KEYED PRICE.
      ******************************************************************
       CHECK-ONE-LINE.
           ADD  1  TO  WS-DTL-READ.
           MOVE  XWBKDT OF CONHDR-RECORD  TO  WS-PRICE-DATE.
           IF  WS-PRICE-DATE = ZEROS
               MOVE  LS-RUN-DATE  TO  WS-PRICE-DATE
           END-IF.
           CALL "CBPRCLKP"  USING XWBCCD OF CONHDR-RECORD
                                  XWITEM OF CONDTL-RECORD
                                  WS-PRICE-DATE
                                  XWCURR OF CONHDR-RECORD
                                  XWQTY OF CONDTL-RECORD
                                  WS-AGR-PRICE
                                  WS-AGR-FOUND.
           IF  WS-AGR-FOUND = "Y"
               ADD  1  TO  WS-DTL-AGREEMENT
               MOVE  WS-AGR-PRICE  TO  WS-EXP-PRICE
               MOVE  "AGREEMENT"   TO  WS-BASIS
           ELSE
               MOVE  XWITEM OF CONDTL-RECORD
                                        TO  XWITEM OF ITEMS-RECORD
               MOVE  "Y"  TO  RECORD-FOUND-ITEMS
               READ  ITEMS-FILE
                       INVALID KEY
                           MOVE  "N"  TO  RECORD-FOUND-ITEMS
               END-READ
               IF  RECORD-FOUND-ITEMS = "N"
                   ADD  1  TO  WS-DTL-NO-ITEM
                   GO  CHK1LN-NEXT
               END-IF
               ADD  1  TO  WS-DTL-STANDARD
               MOVE  ITUPRC OF ITEMS-RECORD  TO  WS-EXP-PRICE
               MOVE  "STANDARD"  TO  WS-BASIS
           END-IF.

           COMPUTE  WS-PRICE-DIFF = XWUPRC OF CONDTL-RECORD
                                  - WS-EXP-PRICE.
           IF  WS-PRICE-DIFF < 0
               COMPUTE  WS-ABS-DIFF = 0 - WS-PRICE-DIFF
           ELSE
               MOVE  WS-PRICE-DIFF  TO  WS-ABS-DIFF
           END-IF.
           IF  WS-EXP-PRICE = ZEROS
               IF  WS-ABS-DIFF = ZEROS
                   GO  CHK1LN-NEXT
               END-IF
               MOVE  9999.99  TO  WS-VARIANCE-PCT
           ELSE
               COMPUTE  WS-ALLOWED-DIFF ROUNDED =
                        WS-EXP-PRICE * WS-TOLERANCE / 100
               IF  WS-ALLOWED-DIFF < 0
                   COMPUTE  WS-ALLOWED-DIFF = 0 - WS-ALLOWED-DIFF
               END-IF
               IF  WS-ABS-DIFF NOT > WS-ALLOWED-DIFF
                   GO  CHK1LN-NEXT
               END-IF
               COMPUTE  WS-VARIANCE-PCT ROUNDED =
                        WS-PRICE-DIFF * 100 / WS-EXP-PRICE
                   ON SIZE ERROR
                        MOVE  9999.99  TO  WS-VARIANCE-PCT
               END-COMPUTE
           END-IF.

           ADD  1  TO  WS-DTL-EXCEPTION.
           PERFORM  PRINT-EXCEPTION-LINE  THRU  PRTEXC-EXIT.
       CHK1LN-NEXT.
           PERFORM  READ-CONDTL-IN-BLOCK  THRU  RDDBK-EXIT.
       CHK1LN-EXIT.  EXIT.

       PRINT-EXCEPTION-LINE.
           MOVE  WS-CUR-XWORDN              TO  RPT-DTL-ORDN.
           MOVE  XWLINE OF CONDTL-RECORD    TO  RPT-DTL-LINE.
           MOVE  XWBCCD OF CONHDR-RECORD    TO  RPT-DTL-BCCD.
           MOVE  XWITEM OF CONDTL-RECORD    TO  RPT-DTL-ITEM.
           MOVE  XWCURR OF CONHDR-RECORD    TO  RPT-DTL-CURR.
           MOVE  XWQTY  OF CONDTL-RECORD    TO  RPT-DTL-QTY.
           MOVE  XWUPRC OF CONDTL-RECORD    TO  RPT-DTL-UPRC.
           MOVE  WS-EXP-PRICE               TO  RPT-DTL-EXPRC.
           MOVE  WS-BASIS                   TO  RPT-DTL-BASIS.
           MOVE  WS-VARIANCE-PCT            TO  RPT-DTL-PCT.
           MOVE  WS-KEY-USER                TO  RPT-DTL-USER.
           MOVE  WS-KEY-DATE                TO  RPT-DTL-DATE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-DTL-LINE.
       PRTEXC-EXIT.  EXIT.

       WRITE-CONTROL-TOTALS.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONTRACTS READ"           TO  RPT-COUNT-DESC.
           MOVE  WS-HDR-READ                TO  RPT-COUNT-VALUE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS ADDED/CHANGED IN THE WEEK"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-HDR-ACTIVE              TO  RPT-COUNT-VALUE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACT LINES CHECKED"   TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-READ                TO  RPT-COUNT-VALUE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "  PRICED AGAINST AN AGREEMENT"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-AGREEMENT           TO  RPT-COUNT-VALUE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "  PRICED AGAINST STANDARD PRICE"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-STANDARD            TO  RPT-COUNT-VALUE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "  NOT CHECKED - ITEM NOT ON MASTER"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-NO-ITEM             TO  RPT-COUNT-VALUE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LINES OUTSIDE TOLERANCE"  TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-EXCEPTION           TO  RPT-COUNT-VALUE.
           WRITE  PRCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
       WRCTLT-EXIT.  EXIT.
