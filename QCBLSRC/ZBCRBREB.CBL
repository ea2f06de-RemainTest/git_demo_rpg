      * AS CONTRACTS ARE ADDED, CHANGED, DELETED OR RESTORED.  THIS
      * PROGRAM RECOMPUTES EACH CUSTOMER'S OPEN EXPOSURE FROM CONHDR
      * (SUMMING XWTAMT BY XWBCCD, RESOLVED THROUGH CUSTS TO CUSNO,
      * WITH EACH AMOUNT CONVERTED TO THE STERLING BASE AT THE RATE
      * IN FORCE ON THE RUN DATE FOR ITS CONTRACT CURRENCY, TAKEN FROM
      * THE CURRHST RATE HISTORY),
      * PRINTS A DISCREPANCY REPORT AGAINST THE STORED CRBAL, AND
      * REWRITES CUSFL3 SO THE NEXT MORNING'S CREDIT CHECKS RUN
      * AGAINST TRUE FIGURES.
      *
      * BEFORE THE REBUILD, EACH CURRTAB RATE IS ROLLED FORWARD TO THE
      * RATE IN FORCE ON THE RUN DATE, SO A RATE KEYED IN ADVANCE ON
      * CBCURRTB TAKES EFFECT ON ITS EFFECTIVE DATE FOR EVERY PROGRAM
      * THAT STILL WORKS FROM THE CURRENT CURRTAB RATE.  A ZERO OR
      * INVALID RUN DATE FALLS BACK TO TODAY'S DATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
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

           SELECT CRBRPT-FILE
               ASSIGN TO PRINTER-CRBRPT
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       FD  CRBRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  CONHDR-FILE-STATUS         PIC X(02).
       01  CUSFL3-FILE-STATUS         PIC X(02).
       01  CRBRPT-FILE-STATUS         PIC X(02).
       01  CURRTAB-FILE-STATUS        PIC X(02).

       01  WS-EOF-CONHDR              PIC X(01)   VALUE "N".
       01  WS-EOF-CUSFL3              PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CUSTS         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRTAB       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRHST       PIC X(01)   VALUE "N".
       01  WS-EOF-CURRTAB             PIC X(01)   VALUE "N".

      * RATE-IN-FORCE LOOKUP - EVERY RATE IN THE RUN IS THE ONE IN
      * FORCE ON WS-RATE-DATE.
       01  WS-RATE-DATE               PIC 9(08)   VALUE 0.
       01  WS-RATE-DATE-INT           PIC S9(09)  COMP VALUE 0.
       01  WS-FX-CURR                 PIC X(03)   VALUE SPACES.
       01  WS-FX-DATE                 PIC 9(08)   VALUE 0.
       01  WS-FX-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  WS-FX-FOUND                PIC X(01)   VALUE "N".

      * CACHE OF CURRENCY RATES ALREADY FETCHED FROM CURRTAB, SO THE
      * RATE FILE IS ONLY READ ONCE PER DISTINCT CURRENCY IN THE RUN.
           02  WS-NOBAL-COUNT         PIC 9(07)   VALUE 0.
           02  WS-TOOBIG-COUNT        PIC 9(07)   VALUE 0.
           02  WS-NOCURR-COUNT        PIC 9(07)   VALUE 0.
           02  WS-ROLLED-COUNT        PIC 9(07)   VALUE 0.

       01  WS-DIFF-AMT                PIC S9(11)V99 VALUE 0.

           02  FILLER                 PIC X(48)
               VALUE "IES".

       01  WS-RPT-RATE-DATE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(28)
               VALUE "EXCHANGE RATES IN FORCE ON ".
           02  RPT-RATE-DATE          PIC 9(08).
           02  FILLER                 PIC X(56)   VALUE SPACES.

       01  WS-RPT-ROLLED-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(30)
               VALUE "CURRTAB RATE ROLLED FORWARD - ".
           02  RPT-ROLLED-CURR        PIC X(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-ROLLED-OLD         PIC ZZ9.999999.
           02  FILLER                 PIC X(04)   VALUE " TO ".
           02  RPT-ROLLED-NEW         PIC ZZ9.999999.
           02  FILLER                 PIC X(72)   VALUE SPACES.

       01  WS-RPT-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "CUSTOMER".

       01  WS-RPT-BLANK-LINE          PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-RUN-DATE.

       MAIN-PROCESSING.

           OPEN  INPUT  CONHDR-FILE
                        CUSTS-FILE
                        CURRHST-FILE
                 I-O    CUSFL3-FILE
                        CURRTAB-FILE
                 OUTPUT CRBRPT-FILE.

           PERFORM  SET-RATE-DATE         THRU  SETRDT-EXIT.
           PERFORM  WRITE-REPORT-TITLE    THRU  WRTTL-EXIT.

           PERFORM  ROLL-CURRTAB-RATES    THRU  RLCURR-EXIT.

           PERFORM  READ-CONHDR-FILE      THRU  RDCHDR-EXIT.
           PERFORM  PROCESS-CONHDR-FILE   THRU  PRCCHDR-EXIT
                    UNTIL  WS-EOF-CONHDR = "Y".
           PERFORM  WRITE-CONTROL-TOTALS  THRU  WRCTL-EXIT.

           CLOSE  CONHDR-FILE  CUSTS-FILE  CURRTAB-FILE  CUSFL3-FILE
                  CURRHST-FILE  CRBRPT-FILE.

           GOBACK.

       SET-RATE-DATE.
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WS-RATE-DATE.
           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               GO  SETRDT-EXIT
           END-IF.
           COMPUTE  WS-RATE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (LS-RUN-DATE).
           IF  WS-RATE-DATE-INT NOT = ZEROS
               MOVE  LS-RUN-DATE  TO  WS-RATE-DATE
           END-IF.
       SETRDT-EXIT.  EXIT.

      ******************************************************************
      * ROLL EACH CURRTAB RATE FORWARD TO THE RATE IN FORCE ON THE RUN
      * DATE.  A CURRENCY WITH NO CURRHST HISTORY KEEPS ITS CURRTAB
      * RATE UNCHANGED.
      ******************************************************************
       ROLL-CURRTAB-RATES.
           MOVE  LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                        OF CURRTAB-RECORD.
           START  CURRTAB-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CURRTAB-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-CURRTAB
           END-START.
           PERFORM  ROLL-CURRTAB-RECORD  THRU  RLCREC-EXIT
                    UNTIL  WS-EOF-CURRTAB = "Y".
       RLCURR-EXIT.  EXIT.

       ROLL-CURRTAB-RECORD.
           READ  CURRTAB-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-CURRTAB
                       GO  RLCREC-EXIT
           END-READ.
           MOVE  XWCURR OF CURRTAB-RECORD  TO  WS-FX-CURR.
           MOVE  WS-RATE-DATE              TO  WS-FX-DATE.
           PERFORM  FETCH-HISTORY-RATE  THRU  FHRATE-EXIT.
           IF  WS-FX-FOUND = "N"
                   OR  WS-FX-RATE = CUREXR OF CURRTAB-RECORD
               GO  RLCREC-EXIT
           END-IF.
           MOVE  XWCURR OF CURRTAB-RECORD  TO  RPT-ROLLED-CURR.
           MOVE  CUREXR OF CURRTAB-RECORD  TO  RPT-ROLLED-OLD.
           MOVE  WS-FX-RATE                TO  RPT-ROLLED-NEW.
           MOVE  WS-FX-RATE  TO  CUREXR OF CURRTAB-RECORD.
           REWRITE  CURRTAB-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF  CURRTAB-FILE-STATUS = "00"
               ADD  1  TO  WS-ROLLED-COUNT
               WRITE  CRBRPT-RECORD  FROM  WS-RPT-ROLLED-LINE
           END-IF.
       RLCREC-EXIT.  EXIT.

       READ-CONHDR-FILE.
           READ  CONHDR-FILE
                   AT END

      ******************************************************************
      * CONVERT THE CONTRACT'S VALUE TO THE STERLING BASE AT ITS
      * CURRENCY'S RATE IN FORCE ON THE RUN DATE.  A BLANK CURRENCY
      * (CONTRACTS PREDATING MULTI-CURRENCY) OR "GBP" IS ALREADY BASE.
      * A CURRENCY WITH NEITHER CURRHST HISTORY NOR A CURRTAB RECORD
      * IS REPORTED AND THE FACE VALUE USED, SO THE REBUILD STILL
      * COMPLETES AND THE GAP IS VISIBLE.
      ******************************************************************
       CONVERT-TO-BASE.
           IF  XWCURR OF CONHDR-RECORD = SPACES
       FCRATE-EXIT.  EXIT.

       READ-CURRTAB-RATE.
           MOVE  XWCURR OF CONHDR-RECORD  TO  WS-FX-CURR.
           MOVE  WS-RATE-DATE             TO  WS-FX-DATE.
           PERFORM  FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           MOVE  WS-FX-RATE   TO  WS-CURR-RATE.
           MOVE  WS-FX-FOUND  TO  WS-CURR-KNOWN.
           IF  WS-RATE-COUNT < 100
               ADD  1  TO  WS-RATE-COUNT
               MOVE  XWCURR OF CONHDR-RECORD
           END-IF.
       RDRATE-EXIT.  EXIT.

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

       ACCUM-CUSTOMER-TOTAL.
           SET  CUST-IDX  TO  1.
           SEARCH  WS-CUST-ENTRY

       WRITE-REPORT-TITLE.
           WRITE  CRBRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           MOVE  WS-RATE-DATE  TO  RPT-RATE-DATE.
           WRITE  CRBRPT-RECORD  FROM  WS-RPT-RATE-DATE-LINE.
           WRITE  CRBRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
       WRTTL-EXIT.  EXIT.

                                        TO  RPT-COUNT-DESC.
           MOVE  WS-NOCURR-COUNT        TO  RPT-COUNT-VALUE.
           WRITE  CRBRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CURRTAB RATES ROLLED FORWARD"
                                        TO  RPT-COUNT-DESC.
           MOVE  WS-ROLLED-COUNT        TO  RPT-COUNT-VALUE.
           WRITE  CRBRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
       WRCTL-EXIT.  EXIT.
