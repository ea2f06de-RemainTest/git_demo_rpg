       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBFXREVL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * MONTH-END FOREIGN CURRENCY REVALUATION REPORT.
      *
      * FOR FINANCE'S FX RESERVE.  EVERY OPEN CONTRACT HELD IN A
      * CURRENCY OTHER THAN THE STERLING BASE IS VALUED TWICE - AT THE
      * RATE IN FORCE ON ITS BOOKING DATE (XWBKDT) AND AT THE RATE IN
      * FORCE ON THE MONTH-END DATE PASSED AS THE RUN DATE - BOTH
      * TAKEN FROM THE CURRHST RATE HISTORY.  THE DIFFERENCE IS THE
      * UNREALISED GAIN (OR LOSS, SHOWN NEGATIVE) IN BASE CURRENCY.
      *
      * CONTRACTS ARE READ THROUGH THE CUSTOMER VIEW (CONHDRL1) AND
      * PRINTED PER CUSTOMER WITH A CUSTOMER TOTAL, FOLLOWED BY
      * TOTALS PER CURRENCY AND FOR THE WHOLE BOOK.
      *
      * A STATUS IS OPEN WHEN STATRN STILL ALLOWS A TRANSITION OUT OF
      * IT, AS IN CBDLVAGE.  A CONTRACT WRITTEN BEFORE BOOKING DATES
      * WERE HELD (XWBKDT ZERO) IS BOOKED AT THE EARLIEST RATE ON FILE
      * FOR ITS CURRENCY AND FLAGGED "*".  A CURRENCY WITH NO RATE ON
      * CURRHST OR CURRTAB IS REPORTED AND LEFT OUT OF THE TOTALS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONHDRL1-FILE
               ASSIGN TO DATABASE-CONHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRL1-RECORD
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRL1-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT STATRN-FILE
               ASSIGN TO DATABASE-STATRN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STATRN-RECORD
                                      WITH DUPLICATES.

           SELECT CURRTAB-FILE
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRTAB-RECORD.

           SELECT CURRHST-FILE
               ASSIGN TO DATABASE-CURRHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRHST-RECORD.

           SELECT FXRRPT-FILE
               ASSIGN TO PRINTER-FXRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRL1-RECORD.
           COPY DDS-CONHDRR       OF  CONHDRL1.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  STATRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATRN-RECORD.
           COPY DDS-TRANSR        OF  STATRN.

       FD  CURRTAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       FD  FXRRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  FXRRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  CONHDRL1-FILE-STATUS       PIC X(02).
       01  FXRRPT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONHDRL1            PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CUSTS         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-STATRN        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRTAB       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRHST       PIC X(01)   VALUE "N".

       01  WS-RUN-DATE-INT            PIC S9(09)  COMP VALUE 0.

       01  WS-PRIOR-BCCD              PIC X(11)   VALUE SPACES.
       01  WS-CUST-ACTIVE             PIC X(01)   VALUE "N".

      * RATE-IN-FORCE LOOKUP.
       01  WS-FX-CURR                 PIC X(03)   VALUE SPACES.
       01  WS-FX-DATE                 PIC 9(08)   VALUE 0.
       01  WS-FX-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  WS-FX-FOUND                PIC X(01)   VALUE "N".

      * VALUES FOR THE CONTRACT IN HAND.
       01  WS-BK-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  WS-ME-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  WS-BK-BASE                 PIC S9(11)V99 VALUE 0.
       01  WS-ME-BASE                 PIC S9(11)V99 VALUE 0.
       01  WS-GAIN-AMT                PIC S9(11)V99 VALUE 0.

      * CACHE OF STATUSES ALREADY TESTED AGAINST STATRN, SO THE RULE
      * FILE IS ONLY SEARCHED ONCE PER DISTINCT STATUS IN THE RUN.
       01  WS-STAT-TABLE.
           02  WS-STAT-COUNT          PIC 9(04)   VALUE 0.
           02  WS-STAT-ENTRY  OCCURS 0 TO 100 TIMES
                              DEPENDING ON WS-STAT-COUNT
                              INDEXED BY STAT-IDX.
               03  WS-STAT-CODE       PIC X(02).
               03  WS-STAT-OPEN       PIC X(01).
       01  WS-STATUS-OPEN             PIC X(01)   VALUE "N".

      * TOTALS PER CURRENCY, IN THE ORDER THE CURRENCIES ARE MET.
       01  WS-CCY-TABLE.
           02  WS-CCY-COUNT           PIC 9(04)   VALUE 0.
           02  WS-CCY-ENTRY  OCCURS 0 TO 100 TIMES
                             DEPENDING ON WS-CCY-COUNT
                             INDEXED BY CCY-IDX.
               03  WS-CCY-CODE        PIC X(03).
               03  WS-CCY-CONTRACTS   PIC 9(05).
               03  WS-CCY-ME-RATE     PIC 9(03)V9(06).
               03  WS-CCY-FACE        PIC S9(13)V99.
               03  WS-CCY-BK-BASE     PIC S9(13)V99.
               03  WS-CCY-ME-BASE     PIC S9(13)V99.
               03  WS-CCY-GAIN        PIC S9(13)V99.

       01  WS-CUST-TOTALS.
           02  WS-CUST-CONTRACTS      PIC 9(05)   VALUE 0.
           02  WS-CUST-BK-BASE        PIC S9(13)V99 VALUE 0.
           02  WS-CUST-ME-BASE        PIC S9(13)V99 VALUE 0.
           02  WS-CUST-GAIN           PIC S9(13)V99 VALUE 0.

       01  WS-GRAND-TOTALS.
           02  WS-GRND-CONTRACTS      PIC 9(05)   VALUE 0.
           02  WS-GRND-BK-BASE        PIC S9(13)V99 VALUE 0.
           02  WS-GRND-ME-BASE        PIC S9(13)V99 VALUE 0.
           02  WS-GRND-GAIN           PIC S9(13)V99 VALUE 0.

       01  WS-COUNTERS.
           02  WS-CONHDR-READ         PIC 9(07)   VALUE 0.
           02  WS-NOBKDT-COUNT        PIC 9(07)   VALUE 0.
           02  WS-NORATE-COUNT        PIC 9(07)   VALUE 0.
           02  WS-CCY-OVER-COUNT      PIC 9(07)   VALUE 0.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(35)   VALUE SPACES.
           02  FILLER                 PIC X(47)
               VALUE "MONTH-END FOREIGN CURRENCY CONTRACT REVALUATION".
           02  FILLER                 PIC X(27)   VALUE SPACES.
           02  FILLER                 PIC X(11)   VALUE "MONTH END".
           02  RPT-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(04)   VALUE SPACES.

       01  WS-RPT-CUST-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "CUSTOMER".
           02  RPT-CUST-BCCD          PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CUST-NAME          PIC X(35).
           02  FILLER                 PIC X(74)   VALUE SPACES.

       01  WS-RPT-DTL-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "CONTRACT".
           02  FILLER                 PIC X(04)   VALUE "CUR".
           02  FILLER                 PIC X(17)
               VALUE "     FACE VALUE".
           02  FILLER                 PIC X(10)   VALUE "BOOKED".
           02  FILLER                 PIC X(11)   VALUE " BOOK RATE".
           02  FILLER                 PIC X(19)
               VALUE "  BOOKED BASE VALUE".
           02  FILLER                 PIC X(11)   VALUE "  M/E RATE".
           02  FILLER                 PIC X(19)
               VALUE "  MONTH-END BASE".
           02  FILLER                 PIC X(17)
               VALUE "      GAIN/(LOSS)".
           02  FILLER                 PIC X(14)   VALUE SPACES.

       01  WS-RPT-DTL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-ORDN           PIC 9(07).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-CURR           PIC X(03).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-FACE           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-BKDT           PIC 9(08).
           02  RPT-DTL-FLAG           PIC X(01).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-BK-RATE        PIC ZZ9.999999.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-BK-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-ME-RATE        PIC ZZ9.999999.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-ME-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-GAIN           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(14)   VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-TOT-DESC           PIC X(40).
           02  RPT-TOT-COUNT          PIC ZZZZ9.
           02  FILLER                 PIC X(06)   VALUE SPACES.
           02  RPT-TOT-BK-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(13)   VALUE SPACES.
           02  RPT-TOT-ME-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-TOT-GAIN           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(14)   VALUE SPACES.

       01  WS-RPT-CCY-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(30)
               VALUE "TOTALS BY CURRENCY".
           02  FILLER                 PIC X(18)
               VALUE "       FACE VALUE".
           02  FILLER                 PIC X(20)
               VALUE "  BOOKED BASE VALUE".
           02  FILLER                 PIC X(13)   VALUE "  M/E RATE".
           02  FILLER                 PIC X(19)
               VALUE "  MONTH-END BASE".
           02  FILLER                 PIC X(17)
               VALUE "      GAIN/(LOSS)".
           02  FILLER                 PIC X(14)   VALUE SPACES.

       01  WS-RPT-CCY-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "CURRENCY".
           02  RPT-CCY-CODE           PIC X(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CCY-COUNT          PIC ZZZZ9.
           02  FILLER                 PIC X(10)   VALUE " CONTRACTS".
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CCY-FACE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-CCY-BK-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-CCY-ME-RATE        PIC ZZ9.999999.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CCY-ME-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CCY-GAIN           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(14)   VALUE SPACES.

       01  WS-RPT-NORATE-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(46)
               VALUE "** NO EXCHANGE RATE HELD - NOT REVALUED **".
           02  RPT-NORATE-ORDN        PIC 9(07).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-NORATE-BCCD        PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-NORATE-CURR        PIC X(03).
           02  FILLER                 PIC X(60)   VALUE SPACES.

       01  WS-RPT-CCY-OVER-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(44)
               VALUE "** CURRENCY TABLE FULL - CURRENCY TOTALS INC".
           02  FILLER                 PIC X(87)
               VALUE "OMPLETE **".

       01  WS-RPT-NOTE-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "* BOOKING DATE NOT HELD - EARLIEST RATE ON FI".
           02  FILLER                 PIC X(86)
               VALUE "LE USED AS THE BOOKED RATE".

       01  WS-RPT-COUNT-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-COUNT-DESC         PIC X(40).
           02  RPT-COUNT-VALUE        PIC ZZZZZZ9.
           02  FILLER                 PIC X(84)   VALUE SPACES.

       01  WS-RPT-ERROR-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "** RUN DATE PARAMETER IS NOT VALID - RUN ABAN".
           02  FILLER                 PIC X(86)
               VALUE "DONED **".

       01  WS-RPT-BLANK-LINE          PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-RUN-DATE.

       MAIN-PROCESSING.

           OPEN  INPUT  CONHDRL1-FILE
                        CUSTS-FILE
                        STATRN-FILE
                        CURRTAB-FILE
                        CURRHST-FILE
                 OUTPUT FXRRPT-FILE.

           MOVE  LS-RUN-DATE  TO  RPT-RUN-DATE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

      * WITHOUT A REAL MONTH-END DATE THERE IS NO RATE TO REVALUE AT -
      * ABANDON THE RUN RATHER THAN PRINT A RESERVE FIGURE AT AN
      * ARBITRARY RATE.
           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               WRITE  FXRRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.
           COMPUTE  WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (LS-RUN-DATE).
           IF  WS-RUN-DATE-INT = ZEROS
               WRITE  FXRRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.

           PERFORM  READ-CONHDRL1-FILE    THRU  RDCHL1-EXIT.
           PERFORM  PROCESS-CONHDRL1-FILE THRU  PRCCHL1-EXIT
                    UNTIL  WS-EOF-CONHDRL1 = "Y".

           IF  WS-CUST-ACTIVE = "Y"
               PERFORM  PRINT-CUSTOMER-TOTALS  THRU  PRCUST-EXIT
           END-IF.
           PERFORM  PRINT-CURRENCY-TOTALS  THRU  PRCCY-EXIT.
           PERFORM  PRINT-GRAND-TOTALS     THRU  PRGRND-EXIT.

       MAIN-WRAP-UP.
           CLOSE  CONHDRL1-FILE  CUSTS-FILE  STATRN-FILE  CURRTAB-FILE
                  CURRHST-FILE  FXRRPT-FILE.

           GOBACK.

       READ-CONHDRL1-FILE.
           READ  CONHDRL1-FILE
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDRL1
           END-READ.
           IF  WS-EOF-CONHDRL1 = "N"
               ADD  1  TO  WS-CONHDR-READ
           END-IF.
       RDCHL1-EXIT.  EXIT.

       PROCESS-CONHDRL1-FILE.
           PERFORM  REVALUE-CONTRACT    THRU  RVLCON-EXIT.
           PERFORM  READ-CONHDRL1-FILE  THRU  RDCHL1-EXIT.
       PRCCHL1-EXIT.  EXIT.

      ******************************************************************
      * ONLY OPEN CONTRACTS IN A CURRENCY OTHER THAN THE BASE ARE
      * REVALUED.  THE CUSTOMER CONTROL BREAK IS DRIVEN OFF THE
      * CONHDRL1 KEY ORDER.
      ******************************************************************
       REVALUE-CONTRACT.
           IF  XWCURR OF CONHDRL1-RECORD = SPACES
                   OR  XWCURR OF CONHDRL1-RECORD = "GBP"
               GO  RVLCON-EXIT.

           PERFORM  CHECK-STATUS-OPEN  THRU  CHKOPN-EXIT.
           IF  WS-STATUS-OPEN NOT = "Y"
               GO  RVLCON-EXIT.

           MOVE  XWCURR OF CONHDRL1-RECORD  TO  WS-FX-CURR.
           MOVE  LS-RUN-DATE                TO  WS-FX-DATE.
           PERFORM  FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           IF  WS-FX-FOUND = "N"
               ADD  1  TO  WS-NORATE-COUNT
               MOVE  XWORDN OF CONHDRL1-RECORD  TO  RPT-NORATE-ORDN
               MOVE  XWBCCD OF CONHDRL1-RECORD  TO  RPT-NORATE-BCCD
               MOVE  XWCURR OF CONHDRL1-RECORD  TO  RPT-NORATE-CURR
               WRITE  FXRRPT-RECORD  FROM  WS-RPT-NORATE-LINE
               GO  RVLCON-EXIT
           END-IF.
           MOVE  WS-FX-RATE  TO  WS-ME-RATE.

      * A ZERO BOOKING DATE FINDS THE EARLIEST RATE HELD.
           MOVE  XWBKDT OF CONHDRL1-RECORD  TO  WS-FX-DATE.
           PERFORM  FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           MOVE  WS-FX-RATE  TO  WS-BK-RATE.

           COMPUTE  WS-BK-BASE  ROUNDED =
                    XWTAMT OF CONHDRL1-RECORD * WS-BK-RATE.
           COMPUTE  WS-ME-BASE  ROUNDED =
                    XWTAMT OF CONHDRL1-RECORD * WS-ME-RATE.
           COMPUTE  WS-GAIN-AMT = WS-ME-BASE - WS-BK-BASE.

           IF  XWBCCD OF CONHDRL1-RECORD NOT = WS-PRIOR-BCCD
                   OR  WS-CUST-ACTIVE = "N"
               IF  WS-CUST-ACTIVE = "Y"
                   PERFORM  PRINT-CUSTOMER-TOTALS  THRU  PRCUST-EXIT
               END-IF
               PERFORM  START-NEW-CUSTOMER  THRU  STNCUS-EXIT
           END-IF.

           ADD  1            TO  WS-CUST-CONTRACTS  WS-GRND-CONTRACTS.
           ADD  WS-BK-BASE   TO  WS-CUST-BK-BASE    WS-GRND-BK-BASE.
           ADD  WS-ME-BASE   TO  WS-CUST-ME-BASE    WS-GRND-ME-BASE.
           ADD  WS-GAIN-AMT  TO  WS-CUST-GAIN       WS-GRND-GAIN.
           PERFORM  ACCUM-CURRENCY-TOTAL  THRU  ACCCCY-EXIT.

           MOVE  SPACE  TO  RPT-DTL-FLAG.
           IF  XWBKDT OF CONHDRL1-RECORD = ZEROS
               ADD  1  TO  WS-NOBKDT-COUNT
               MOVE  "*"  TO  RPT-DTL-FLAG
           END-IF.
           MOVE  XWORDN OF CONHDRL1-RECORD  TO  RPT-DTL-ORDN.
           MOVE  XWCURR OF CONHDRL1-RECORD  TO  RPT-DTL-CURR.
           MOVE  XWTAMT OF CONHDRL1-RECORD  TO  RPT-DTL-FACE.
           MOVE  XWBKDT OF CONHDRL1-RECORD  TO  RPT-DTL-BKDT.
           MOVE  WS-BK-RATE                 TO  RPT-DTL-BK-RATE.
           MOVE  WS-BK-BASE                 TO  RPT-DTL-BK-BASE.
           MOVE  WS-ME-RATE                 TO  RPT-DTL-ME-RATE.
           MOVE  WS-ME-BASE                 TO  RPT-DTL-ME-BASE.
           MOVE  WS-GAIN-AMT                TO  RPT-DTL-GAIN.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-DTL-LINE.
       RVLCON-EXIT.  EXIT.

       START-NEW-CUSTOMER.
           MOVE  XWBCCD OF CONHDRL1-RECORD  TO  WS-PRIOR-BCCD.
           MOVE  "Y"  TO  WS-CUST-ACTIVE.
           INITIALIZE  WS-CUST-TOTALS.

           MOVE  XWBCCD OF CONHDRL1-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CUSTS
                       MOVE  ALL "-"  TO  CUNAME OF CUSTS-RECORD
           END-READ.

           MOVE  WS-PRIOR-BCCD            TO  RPT-CUST-BCCD.
           MOVE  CUNAME OF CUSTS-RECORD   TO  RPT-CUST-NAME.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-CUST-LINE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-DTL-HDG-LINE.
       STNCUS-EXIT.  EXIT.

       PRINT-CUSTOMER-TOTALS.
           MOVE  "CUSTOMER TOTAL"      TO  RPT-TOT-DESC.
           MOVE  WS-CUST-CONTRACTS     TO  RPT-TOT-COUNT.
           MOVE  WS-CUST-BK-BASE       TO  RPT-TOT-BK-BASE.
           MOVE  WS-CUST-ME-BASE       TO  RPT-TOT-ME-BASE.
           MOVE  WS-CUST-GAIN          TO  RPT-TOT-GAIN.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-TOTAL-LINE.
       PRCUST-EXIT.  EXIT.

       ACCUM-CURRENCY-TOTAL.
           SET  CCY-IDX  TO  1.
           SEARCH  WS-CCY-ENTRY
                   AT END
                       PERFORM  ADD-CURRENCY-ENTRY  THRU  ADDCCY-EXIT
                   WHEN  WS-CCY-CODE (CCY-IDX) =
                                    XWCURR OF CONHDRL1-RECORD
                       ADD  1  TO  WS-CCY-CONTRACTS (CCY-IDX)
                       ADD  XWTAMT OF CONHDRL1-RECORD
                                TO  WS-CCY-FACE (CCY-IDX)
                       ADD  WS-BK-BASE   TO  WS-CCY-BK-BASE (CCY-IDX)
                       ADD  WS-ME-BASE   TO  WS-CCY-ME-BASE (CCY-IDX)
                       ADD  WS-GAIN-AMT  TO  WS-CCY-GAIN (CCY-IDX)
           END-SEARCH.
       ACCCCY-EXIT.  EXIT.

       ADD-CURRENCY-ENTRY.
           IF  WS-CCY-COUNT NOT < 100
               ADD  1  TO  WS-CCY-OVER-COUNT
               GO  ADDCCY-EXIT
           END-IF.
           ADD  1  TO  WS-CCY-COUNT.
           MOVE  XWCURR OF CONHDRL1-RECORD
                               TO  WS-CCY-CODE (WS-CCY-COUNT).
           MOVE  1             TO  WS-CCY-CONTRACTS (WS-CCY-COUNT).
           MOVE  WS-ME-RATE    TO  WS-CCY-ME-RATE (WS-CCY-COUNT).
           MOVE  XWTAMT OF CONHDRL1-RECORD
                               TO  WS-CCY-FACE (WS-CCY-COUNT).
           MOVE  WS-BK-BASE    TO  WS-CCY-BK-BASE (WS-CCY-COUNT).
           MOVE  WS-ME-BASE    TO  WS-CCY-ME-BASE (WS-CCY-COUNT).
           MOVE  WS-GAIN-AMT   TO  WS-CCY-GAIN (WS-CCY-COUNT).
       ADDCCY-EXIT.  EXIT.

       PRINT-CURRENCY-TOTALS.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-CCY-HDG-LINE.
           PERFORM  PRINT-CURRENCY-LINE  THRU  PRCCYL-EXIT
                    VARYING  CCY-IDX  FROM  1  BY  1
                    UNTIL  CCY-IDX > WS-CCY-COUNT.
           IF  WS-CCY-OVER-COUNT > ZEROS
               WRITE  FXRRPT-RECORD  FROM  WS-RPT-CCY-OVER-LINE
           END-IF.
       PRCCY-EXIT.  EXIT.

       PRINT-CURRENCY-LINE.
           MOVE  WS-CCY-CODE (CCY-IDX)       TO  RPT-CCY-CODE.
           MOVE  WS-CCY-CONTRACTS (CCY-IDX)  TO  RPT-CCY-COUNT.
           MOVE  WS-CCY-FACE (CCY-IDX)       TO  RPT-CCY-FACE.
           MOVE  WS-CCY-BK-BASE (CCY-IDX)    TO  RPT-CCY-BK-BASE.
           MOVE  WS-CCY-ME-RATE (CCY-IDX)    TO  RPT-CCY-ME-RATE.
           MOVE  WS-CCY-ME-BASE (CCY-IDX)    TO  RPT-CCY-ME-BASE.
           MOVE  WS-CCY-GAIN (CCY-IDX)       TO  RPT-CCY-GAIN.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-CCY-LINE.
       PRCCYL-EXIT.  EXIT.

       PRINT-GRAND-TOTALS.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "ALL CUSTOMERS - FX RESERVE MOVEMENT"
                                       TO  RPT-TOT-DESC.
           MOVE  WS-GRND-CONTRACTS     TO  RPT-TOT-COUNT.
           MOVE  WS-GRND-BK-BASE       TO  RPT-TOT-BK-BASE.
           MOVE  WS-GRND-ME-BASE       TO  RPT-TOT-ME-BASE.
           MOVE  WS-GRND-GAIN          TO  RPT-TOT-GAIN.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-TOTAL-LINE.

           WRITE  FXRRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONHDR RECORDS READ"  TO  RPT-COUNT-DESC.
           MOVE  WS-CONHDR-READ         TO  RPT-COUNT-VALUE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS REVALUED"   TO  RPT-COUNT-DESC.
           MOVE  WS-GRND-CONTRACTS      TO  RPT-COUNT-VALUE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS WITH NO BOOKING DATE (*)"
                                        TO  RPT-COUNT-DESC.
           MOVE  WS-NOBKDT-COUNT        TO  RPT-COUNT-VALUE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS WITH NO RATE HELD"
                                        TO  RPT-COUNT-DESC.
           MOVE  WS-NORATE-COUNT        TO  RPT-COUNT-VALUE.
           WRITE  FXRRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           IF  WS-NOBKDT-COUNT > ZEROS
               WRITE  FXRRPT-RECORD  FROM  WS-RPT-BLANK-LINE
               WRITE  FXRRPT-RECORD  FROM  WS-RPT-NOTE-LINE
           END-IF.
       PRGRND-EXIT.  EXIT.

      ******************************************************************
      * LOOK THE STATUS UP IN THE RUN'S CACHE; ON A MISS, SEARCH
      * STATRN FOR ANY RULE LEAVING THE STATUS AND REMEMBER THE
      * ANSWER.  THE STATUS IS TAKEN FROM THE CURRENT CONHDRL1 RECORD.
      ******************************************************************
       CHECK-STATUS-OPEN.
           SET  STAT-IDX  TO  1.
           SEARCH  WS-STAT-ENTRY
                   AT END
                       PERFORM  TEST-STATUS-OPEN  THRU  TSTOPN-EXIT
                   WHEN  WS-STAT-CODE (STAT-IDX) =
                                    XWSTAT OF CONHDRL1-RECORD
                       MOVE  WS-STAT-OPEN (STAT-IDX)  TO  WS-STATUS-OPEN
           END-SEARCH.
       CHKOPN-EXIT.  EXIT.

       TEST-STATUS-OPEN.
           MOVE  "N"  TO  WS-STATUS-OPEN.
           MOVE  XWSTAT OF CONHDRL1-RECORD  TO  TRCSTA OF STATRN-RECORD.
           MOVE  SPACES                     TO  TRNSTA OF STATRN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-STATRN.
           START STATRN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF STATRN-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STATRN
           END-START.
           IF  RECORD-FOUND-STATRN = "Y"
               READ  STATRN-FILE  NEXT RECORD
                       AT END
                           MOVE "N"  TO  RECORD-FOUND-STATRN
               END-READ
           END-IF.
           IF  RECORD-FOUND-STATRN = "Y"
                   AND TRCSTA OF STATRN-RECORD =
                                    XWSTAT OF CONHDRL1-RECORD
               MOVE  "Y"  TO  WS-STATUS-OPEN
           END-IF.
           IF  WS-STAT-COUNT < 100
               ADD  1  TO  WS-STAT-COUNT
               MOVE  XWSTAT OF CONHDRL1-RECORD
                               TO  WS-STAT-CODE (WS-STAT-COUNT)
               MOVE  WS-STATUS-OPEN
                               TO  WS-STAT-OPEN (WS-STAT-COUNT)
           END-IF.
       TSTOPN-EXIT.  EXIT.

      ******************************************************************
      * RATE IN FORCE FOR WS-FX-CURR ON WS-FX-DATE, FROM THE CURRHST
      * HISTORY: THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      * DATE WANTED, OR THE EARLIEST ROW HELD WHEN THE DATE PRECEDES
      * THEM ALL.  A CURRENCY WITH NO HISTORY FALLS BACK TO ITS
      * CURRTAB RATE.  WS-FX-FOUND IS "N" ONLY WHEN NEITHER FILE KNOWS
      * THE CURRENCY, AND WS-FX-RATE IS THEN 1.
      ******************************************************************
       FETCH-RATE-IN-FORCE.
           MOVE  "N"  TO  WS-FX-FOUND.
           MOVE  1    TO  WS-FX-RATE.
           MOVE  WS-FX-CURR  TO  XWCURR OF CURRHST-RECORD.
           MOVE  ZEROS       TO  RTEFDT.
           MOVE  "Y"  TO  RECORD-FOUND-CURRHST.
           START  CURRHST-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CURRHST-RECORD
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CURRHST
           END-START.
           PERFORM  SCAN-CURRHST-RATE  THRU  SCNCHS-EXIT
                    UNTIL  RECORD-FOUND-CURRHST = "N".
           IF  WS-FX-FOUND = "Y"
               GO  FRATE-EXIT
           END-IF.
           MOVE  WS-FX-CURR  TO  XWCURR OF CURRTAB-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CURRTAB.
           READ  CURRTAB-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CURRTAB
           END-READ.
           IF  RECORD-FOUND-CURRTAB = "Y"
               MOVE  CUREXR OF CURRTAB-RECORD  TO  WS-FX-RATE
               MOVE  "Y"  TO  WS-FX-FOUND
           END-IF.
       FRATE-EXIT.  EXIT.

       SCAN-CURRHST-RATE.
           READ  CURRHST-FILE  NEXT RECORD
                   AT END
                       MOVE  "N"  TO  RECORD-FOUND-CURRHST
                       GO  SCNCHS-EXIT
           END-READ.
           IF  XWCURR OF CURRHST-RECORD NOT = WS-FX-CURR
               MOVE  "N"  TO  RECORD-FOUND-CURRHST
               GO  SCNCHS-EXIT
           END-IF.
           IF  RTEFDT > WS-FX-DATE  AND  WS-FX-FOUND = "Y"
               MOVE  "N"  TO  RECORD-FOUND-CURRHST
               GO  SCNCHS-EXIT
           END-IF.
           MOVE  CUREXR OF CURRHST-RECORD  TO  WS-FX-RATE.
           MOVE  "Y"  TO  WS-FX-FOUND.
           IF  RTEFDT > WS-FX-DATE
               MOVE  "N"  TO  RECORD-FOUND-CURRHST
           END-IF.
       SCNCHS-EXIT.  EXIT.
