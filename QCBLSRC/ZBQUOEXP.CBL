       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUOEXP.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * WEEKLY QUOTATION EXPIRY RUN.
      *
      * READS QUOHDR THROUGH THE SALESMAN VIEW (QUOHDRL2) AGAINST A
      * RUN DATE.  EVERY QUOTE STILL OPEN (QUSTAT "O") WHOSE EXPIRY
      * DATE (QUEXDT) IS BEFORE THE RUN DATE IS MARKED EXPIRED
      * (QUSTAT "E") AND PRINTED ON A CHASE LIST PER SALESMAN, SO THE
      * SALESMAN CAN RING THE CUSTOMER AND EITHER RE-QUOTE OR CLOSE
      * IT OFF.  COUNT AND VALUE TOTALS ARE GIVEN PER SALESMAN AND FOR
      * THE RUN.  QUOTES ALREADY CONVERTED OR EXPIRED ARE LEFT ALONE.
      *
      * EACH QUOTE IS LISTED IN ITS OWN CURRENCY AND CONVERTED TO THE
      * STERLING BASE AT THE RATE IN FORCE ON THE RUN DATE, AS CBCRBREB
      * DOES; THE VALUE TOTALS ARE IN STERLING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOHDRL2-FILE
               ASSIGN TO DATABASE-QUOHDRL2
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUOHDRL2-RECORD
                                      WITH DUPLICATES
               FILE STATUS IS QUOHDRL2-FILE-STATUS.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

           SELECT CURRTAB-FILE
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRTAB-RECORD
               FILE STATUS IS CURRTAB-FILE-STATUS.

           SELECT CURRHST-FILE
               ASSIGN TO DATABASE-CURRHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRHST-RECORD.

           SELECT QUEXRPT-FILE
               ASSIGN TO PRINTER-QUEXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEXRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUOHDRL2-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDRL2-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDRL2.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  CURRTAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       FD  QUEXRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  QUEXRPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01  QUOHDRL2-FILE-STATUS       PIC X(02).
       01  CURRTAB-FILE-STATUS        PIC X(02).
       01  QUEXRPT-FILE-STATUS        PIC X(02).

       01  WS-EOF-QUOHDRL2            PIC X(01)   VALUE "N".
       01  RECORD-FOUND-SLMEN         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRTAB       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRHST       PIC X(01)   VALUE "N".

      * RATE-IN-FORCE LOOKUP - EVERY RATE IN THE RUN IS THE ONE IN
      * FORCE ON THE RUN DATE.
       01  WS-FX-CURR                 PIC X(03)   VALUE SPACES.
       01  WS-FX-DATE                 PIC 9(08)   VALUE 0.
       01  WS-FX-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  WS-FX-FOUND                PIC X(01)   VALUE "N".
       01  WS-BASE-AMT                PIC S9(11)V99 VALUE 0.

       01  WS-RUN-DATE-INT            PIC S9(09)  COMP VALUE 0.
       01  WS-EXP-DATE-INT            PIC S9(09)  COMP VALUE 0.
       01  WS-DAYS-LAPSED             PIC S9(05)  COMP VALUE 0.

       01  WS-PRIOR-PERSON            PIC X(05)   VALUE SPACES.
       01  WS-SLMN-ACTIVE             PIC X(01)   VALUE "N".

       01  WS-SLMN-COUNT              PIC 9(05)       VALUE 0.
       01  WS-SLMN-VALUE              PIC S9(11)V99   VALUE 0.
       01  WS-GRND-COUNT              PIC 9(05)       VALUE 0.
       01  WS-GRND-VALUE              PIC S9(11)V99   VALUE 0.
       01  WS-FAIL-COUNT              PIC 9(05)       VALUE 0.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(42)
               VALUE "EXPIRED QUOTATIONS CHASE LIST BY SALESMAN".
           02  FILLER                 PIC X(30)   VALUE SPACES.
           02  FILLER                 PIC X(09)   VALUE "RUN DATE".
           02  RPT-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(03)   VALUE SPACES.

       01  WS-RPT-SLMN-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "SALESMAN".
           02  RPT-SLMN-CODE          PIC X(05).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-SLMN-NAME          PIC X(30).
           02  FILLER                 PIC X(85)   VALUE SPACES.

       01  WS-RPT-DTL-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(10)   VALUE "QUOTE".
           02  FILLER                 PIC X(13)   VALUE "CUSTOMER".
           02  FILLER                 PIC X(17)
               VALUE "CUST REFERENCE".
           02  FILLER                 PIC X(10)   VALUE "QUOTED".
           02  FILLER                 PIC X(10)   VALUE "EXPIRED".
           02  FILLER                 PIC X(07)   VALUE "  DAYS".
           02  FILLER                 PIC X(05)   VALUE " CUR".
           02  FILLER                 PIC X(18)
               VALUE "            VALUE".
           02  FILLER                 PIC X(19)
               VALUE "          GBP VALUE".
           02  FILLER                 PIC X(22)   VALUE SPACES.

       01  WS-RPT-DTL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-QUONO          PIC 9(07).
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-BCCD           PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-CREF           PIC X(15).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-QUDATE         PIC 9(08).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-QUEXDT         PIC 9(08).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-DAYS           PIC ZZZZ9.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-CURR           PIC X(03).
           02  FILLER                 PIC X(01)   VALUE SPACES.
           02  RPT-DTL-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-BASE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(24)   VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-TOT-LABEL          PIC X(30).
           02  FILLER                 PIC X(08)   VALUE "QUOTES".
           02  RPT-TOT-COUNT          PIC ZZZZ9.
           02  FILLER                 PIC X(09)   VALUE "GBP VALUE".
           02  RPT-TOT-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(62)   VALUE SPACES.

       01  WS-RPT-FAIL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "** QUOTES THAT COULD NOT BE MARKED EXPIRED - ".
           02  RPT-FAIL-COUNT         PIC ZZZZ9.
           02  FILLER                 PIC X(81)   VALUE SPACES.

       01  WS-RPT-NOCURR-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(42)
               VALUE "** NO CURRTAB RECORD - FACE VALUE USED **".
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-NOCURR-QUONO       PIC 9(07).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-NOCURR-CODE        PIC X(03).
           02  FILLER                 PIC X(75)   VALUE SPACES.

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

           OPEN  I-O    QUOHDRL2-FILE
                 INPUT  SLMEN-FILE
                        CURRTAB-FILE
                        CURRHST-FILE
                 OUTPUT QUEXRPT-FILE.

           MOVE  LS-RUN-DATE  TO  RPT-RUN-DATE.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

      * A ZERO OR INVALID RUN DATE WOULD EXPIRE EITHER NOTHING OR
      * EVERYTHING - ABANDON THE RUN BEFORE ANY QUOTE IS TOUCHED.
           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               WRITE  QUEXRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.
           COMPUTE  WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (LS-RUN-DATE).
           IF  WS-RUN-DATE-INT = ZEROS
               WRITE  QUEXRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.

           PERFORM  READ-QUOHDRL2-FILE    THRU  RDQHL2-EXIT.
           PERFORM  PROCESS-QUOHDRL2-FILE THRU  PRCQHL2-EXIT
                    UNTIL  WS-EOF-QUOHDRL2 = "Y".

           IF  WS-SLMN-ACTIVE = "Y"
               PERFORM  PRINT-SALESMAN-TOTALS  THRU  PRSLMN-EXIT
           END-IF.
           PERFORM  PRINT-GRAND-TOTALS    THRU  PRGRND-EXIT.

       MAIN-WRAP-UP.
           CLOSE  QUOHDRL2-FILE  SLMEN-FILE  CURRTAB-FILE
                  CURRHST-FILE  QUEXRPT-FILE.

           GOBACK.

       READ-QUOHDRL2-FILE.
           READ  QUOHDRL2-FILE
                   AT END
                       MOVE "Y"  TO  WS-EOF-QUOHDRL2
           END-READ.
       RDQHL2-EXIT.  EXIT.

       PROCESS-QUOHDRL2-FILE.
           PERFORM  EXPIRE-STALE-QUOTE  THRU  EXPQUO-EXIT.
           PERFORM  READ-QUOHDRL2-FILE  THRU  RDQHL2-EXIT.
       PRCQHL2-EXIT.  EXIT.

      ******************************************************************
      * A QUOTE IS EXPIRED WHEN IT IS STILL OPEN AND ITS EXPIRY DATE
      * IS VALID AND BEFORE THE RUN DATE.  THE STATUS IS REWRITTEN IN
      * PLACE - THE SALESMAN KEY IS UNCHANGED SO THE SEQUENTIAL READ
      * CARRIES ON FROM THE SAME POINT.  THE SALESMAN CONTROL BREAK IS
      * DRIVEN OFF THE QUOHDRL2 KEY ORDER.
      ******************************************************************
       EXPIRE-STALE-QUOTE.
           IF  QUSTAT OF QUOHDRL2-RECORD NOT = "O"
               GO  EXPQUO-EXIT.
           IF  QUEXDT OF QUOHDRL2-RECORD = ZEROS
               GO  EXPQUO-EXIT.
           COMPUTE  WS-EXP-DATE-INT =
                    FUNCTION INTEGER-OF-DATE
                             (QUEXDT OF QUOHDRL2-RECORD).
           IF  WS-EXP-DATE-INT = ZEROS
               GO  EXPQUO-EXIT.
           COMPUTE  WS-DAYS-LAPSED = WS-RUN-DATE-INT - WS-EXP-DATE-INT.
           IF  WS-DAYS-LAPSED < 1
               GO  EXPQUO-EXIT.

           MOVE  "E"  TO  QUSTAT OF QUOHDRL2-RECORD.
           REWRITE  QUOHDRL2-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF  QUOHDRL2-FILE-STATUS NOT = "00"
               ADD  1  TO  WS-FAIL-COUNT
               GO  EXPQUO-EXIT.

           IF  PERSON OF QUOHDRL2-RECORD NOT = WS-PRIOR-PERSON
               IF  WS-SLMN-ACTIVE = "Y"
                   PERFORM  PRINT-SALESMAN-TOTALS  THRU  PRSLMN-EXIT
               END-IF
               PERFORM  START-NEW-SALESMAN  THRU  STNSLM-EXIT
           END-IF.

           PERFORM  CONVERT-TO-BASE  THRU  CVBASE-EXIT.
           ADD  1  TO  WS-SLMN-COUNT  WS-GRND-COUNT.
           ADD  WS-BASE-AMT  TO  WS-SLMN-VALUE
                                 WS-GRND-VALUE.

           MOVE  QUONO  OF QUOHDRL2-RECORD  TO  RPT-DTL-QUONO.
           MOVE  XWBCCD OF QUOHDRL2-RECORD  TO  RPT-DTL-BCCD.
           MOVE  XWCREF OF QUOHDRL2-RECORD  TO  RPT-DTL-CREF.
           MOVE  QUDATE OF QUOHDRL2-RECORD  TO  RPT-DTL-QUDATE.
           MOVE  QUEXDT OF QUOHDRL2-RECORD  TO  RPT-DTL-QUEXDT.
           MOVE  WS-DAYS-LAPSED             TO  RPT-DTL-DAYS.
           MOVE  XWCURR OF QUOHDRL2-RECORD  TO  RPT-DTL-CURR.
           MOVE  XWTAMT OF QUOHDRL2-RECORD  TO  RPT-DTL-VALUE.
           MOVE  WS-BASE-AMT                TO  RPT-DTL-BASE.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-DTL-LINE.
           IF  WS-FX-FOUND = "N"
               MOVE  QUONO  OF QUOHDRL2-RECORD  TO  RPT-NOCURR-QUONO
               MOVE  XWCURR OF QUOHDRL2-RECORD  TO  RPT-NOCURR-CODE
               WRITE  QUEXRPT-RECORD  FROM  WS-RPT-NOCURR-LINE
           END-IF.
       EXPQUO-EXIT.  EXIT.

      ******************************************************************
      * CONVERT THE QUOTE'S VALUE TO THE STERLING BASE AT ITS
      * CURRENCY'S RATE IN FORCE ON THE RUN DATE.  A BLANK CURRENCY OR
      * "GBP" IS ALREADY BASE.  A CURRENCY WITH NEITHER CURRHST
      * HISTORY NOR A CURRTAB RECORD KEEPS ITS FACE VALUE AND IS
      * NOTED UNDER THE QUOTE, SO THE GAP IN THE TOTALS IS VISIBLE.
      ******************************************************************
       CONVERT-TO-BASE.
           MOVE  "Y"  TO  WS-FX-FOUND.
           IF  XWCURR OF QUOHDRL2-RECORD = SPACES
                   OR  XWCURR OF QUOHDRL2-RECORD = "GBP"
               MOVE  XWTAMT OF QUOHDRL2-RECORD  TO  WS-BASE-AMT
               GO  CVBASE-EXIT.
           MOVE  XWCURR OF QUOHDRL2-RECORD  TO  WS-FX-CURR.
           MOVE  LS-RUN-DATE                TO  WS-FX-DATE.
           PERFORM  FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           COMPUTE  WS-BASE-AMT  ROUNDED =
                    XWTAMT OF QUOHDRL2-RECORD * WS-FX-RATE.
       CVBASE-EXIT.  EXIT.

      ******************************************************************
      * RATE IN FORCE FOR WS-FX-CURR ON WS-FX-DATE.  THE CURRHST
      * HISTORY IS TRIED FIRST; A CURRENCY WITH NO HISTORY FALLS BACK
      * TO ITS CURRTAB RATE.  WS-FX-FOUND IS "N" ONLY WHEN NEITHER
      * FILE KNOWS THE CURRENCY, AND WS-FX-RATE IS THEN 1.
      ******************************************************************
       FETCH-RATE-IN-FORCE.
           PERFORM  FETCH-HISTORY-RATE  THRU  FHRATE-EXIT.
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

      ******************************************************************
      * RATE FROM THE CURRHST HISTORY ALONE: THE ROW WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER WS-FX-DATE, OR THE EARLIEST ROW HELD
      * WHEN THE DATE PRECEDES THEM ALL.  WS-FX-FOUND IS "N" WHEN THE
      * CURRENCY HAS NO HISTORY.
      ******************************************************************
       FETCH-HISTORY-RATE.
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
       FHRATE-EXIT.  EXIT.

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

       START-NEW-SALESMAN.
           MOVE  PERSON OF QUOHDRL2-RECORD  TO  WS-PRIOR-PERSON.
           MOVE  "Y"  TO  WS-SLMN-ACTIVE.
           MOVE  ZEROS  TO  WS-SLMN-COUNT  WS-SLMN-VALUE.

           MOVE  PERSON OF QUOHDRL2-RECORD  TO  PERSON OF SLMEN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLMEN.
           READ  SLMEN-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-SLMEN
                       MOVE  ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-READ.

           MOVE  WS-PRIOR-PERSON        TO  RPT-SLMN-CODE.
           MOVE  PNAME OF SLMEN-RECORD  TO  RPT-SLMN-NAME.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-SLMN-LINE.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-DTL-HDG-LINE.
       STNSLM-EXIT.  EXIT.

       PRINT-SALESMAN-TOTALS.
           MOVE  "SALESMAN TOTAL"  TO  RPT-TOT-LABEL.
           MOVE  WS-SLMN-COUNT     TO  RPT-TOT-COUNT.
           MOVE  WS-SLMN-VALUE     TO  RPT-TOT-VALUE.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-TOTAL-LINE.
       PRSLMN-EXIT.  EXIT.

       PRINT-GRAND-TOTALS.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "ALL SALESMEN"    TO  RPT-TOT-LABEL.
           MOVE  WS-GRND-COUNT     TO  RPT-TOT-COUNT.
           MOVE  WS-GRND-VALUE     TO  RPT-TOT-VALUE.
           WRITE  QUEXRPT-RECORD  FROM  WS-RPT-TOTAL-LINE.
           IF  WS-FAIL-COUNT > ZEROS
               MOVE  WS-FAIL-COUNT  TO  RPT-FAIL-COUNT
               WRITE  QUEXRPT-RECORD  FROM  WS-RPT-FAIL-LINE
           END-IF.
       PRGRND-EXIT.  EXIT.
