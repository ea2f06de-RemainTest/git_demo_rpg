      * THE OPTIONAL SEVENTH FIELD OF A "D" RECORD IS THE CONTRACT
      * CURRENCY - BLANK MEANS THE STERLING BASE, ANYTHING ELSE MUST
      * BE ON CURRTAB, AND THE CREDIT COMPARE CONVERTS TO BASE AT THE
      * RATE IN FORCE ON THE LOAD DATE (FROM THE CURRHST RATE HISTORY)
      * AS THE SCREEN DOES.  THE LOAD DATE IS ALSO THE BOOKING DATE
      * STAMPED ON EACH CONTRACT WRITTEN.
      *
      * EACH "D" RECORD IS HELD TO THE SAME CHECKS CBCONHDR'S SCREEN
      * VALIDATION APPLIES ON AN ADD - CUSTOMER ON CUSTS, STATUS ON
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRTAB-RECORD.

           SELECT CURRHST-FILE
               ASSIGN TO DATABASE-CURRHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRHST-RECORD.

           SELECT CONCTL-FILE
               ASSIGN TO DATABASE-CONCTL
               ORGANIZATION IS INDEXED
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       FD  CONCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONCTL-RECORD.
       01  RECORD-FOUND-CUSFL3        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRTAB       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONCTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRHST       PIC X(01)   VALUE "N".
       01  RECORD-FOUND               PIC X(01)   VALUE "N".

       01  WS-COUNTERS.
       01  WS-INT-AMOUNT              PIC S9(09)V99 VALUE 0.
       01  WS-INT-BASE-AMT            PIC S9(11)V99 VALUE 0.

      * RATE-IN-FORCE LOOKUP.
       01  WS-LOAD-DATE               PIC 9(08)   VALUE 0.
       01  WS-FX-CURR                 PIC X(03)   VALUE SPACES.
       01  WS-FX-DATE                 PIC 9(08)   VALUE 0.
       01  WS-FX-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  WS-FX-FOUND                PIC X(01)   VALUE "N".

      * TRAILER PROOF FIELDS.
       01  WS-TRL-COUNT-TEXT          PIC X(07).
       01  WS-TRL-COUNT-NUM  REDEFINES  WS-TRL-COUNT-TEXT
                        SLMEN-FILE
                        CUSFL3-FILE
                        CURRTAB-FILE
                        CURRHST-FILE
                 I-O    CONHDR-FILE
                        CONCTL-FILE
                        CONHDRLOG-FILE
                 OUTPUT CONSUSP-FILE
                        LODRPT-FILE.

           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WS-LOAD-DATE.

           WRITE  LODRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  LODRPT-RECORD  FROM  WS-RPT-BLANK-LINE.


           CLOSE  CONINT-FILE  CONSUSP-FILE  CONHDR-FILE  CUSTS-FILE
                  ORDSTS-FILE  SLMEN-FILE  CUSFL3-FILE  CURRTAB-FILE
                  CURRHST-FILE CONCTL-FILE  CONHDRLOG-FILE  LODRPT-FILE.

           STOP RUN.

               MOVE  "Y"  TO  WS-REJECTED
               GO  VALDTL-EXIT
           END-IF.
           IF  CUHOLD OF CUSTS-RECORD = "Y"
               MOVE  "CUSTOMER ACCOUNT ON HOLD"  TO  WS-REJECT-REASON
               MOVE  "Y"  TO  WS-REJECTED
               GO  VALDTL-EXIT
           END-IF.

      * STATUS
           MOVE  WS-INT-STATUS  TO  XWSTAT OF ORDSTS-RECORD.
           END-IF.

      * CURRENCY - BLANK DEFAULTS TO THE STERLING BASE, ANYTHING
      * ELSE MUST BE ON CURRTAB.  THE RATE IN FORCE ON THE LOAD DATE
      * FEEDS THE CREDIT COMPARE.
           IF  WS-INT-CURRENCY = SPACES
               MOVE  "GBP"  TO  WS-INT-CURRENCY
           END-IF.
               MOVE  "Y"  TO  WS-REJECTED
               GO  VALDTL-EXIT
           END-IF.
           MOVE  WS-INT-CURRENCY  TO  WS-FX-CURR.
           MOVE  WS-LOAD-DATE     TO  WS-FX-DATE.
           PERFORM  FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           COMPUTE  WS-INT-BASE-AMT  ROUNDED =
                    WS-INT-AMOUNT * WS-FX-RATE.

      * CREDIT LIMIT - SAME BASE-CURRENCY COMPARE AS THE SCREEN'S ADD
      * PATH, BUT A BATCH RUN HAS NO SUPERVISOR TO KEY AN OVERRIDE.
           MOVE  WS-INT-AMOUNT    TO  XWTAMT OF CONHDR-RECORD.
           MOVE  WS-INT-SALESMAN  TO  PERSON OF CONHDR-RECORD.
           MOVE  WS-INT-CURRENCY  TO  XWCURR OF CONHDR-RECORD.
           MOVE  WS-LOAD-DATE     TO  XWBKDT OF CONHDR-RECORD.
           WRITE  CONHDR-RECORD
                   INVALID KEY
                       CONTINUE
           WRITE  LODRPT-RECORD  FROM  WS-RPT-REJECT-LINE.
       WRSUSP-EXIT.  EXIT.

      ******************************************************************
      * RATE IN FORCE FOR WS-FX-CURR ON WS-FX-DATE, FROM THE CURRHST
      * HISTORY: THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      * DATE WANTED.  A DATE BEFORE THE FIRST ROW TAKES THE EARLIEST
      * RATE HELD; A CURRENCY WITH NO HISTORY FALLS BACK TO THE
      * CURRTAB RATE ALREADY READ BY THE CURRENCY CHECK.  STERLING IS
      * ALWAYS 1.
      ******************************************************************
       FETCH-RATE-IN-FORCE.
           MOVE  "N"  TO  WS-FX-FOUND.
           MOVE  1    TO  WS-FX-RATE.
           IF  WS-FX-CURR = SPACES  OR  WS-FX-CURR = "GBP"
               MOVE  "Y"  TO  WS-FX-FOUND
               GO  FRATE-EXIT
           END-IF.
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
           IF  WS-FX-FOUND = "N"
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

       DROP-TRAILING-BLANK.
           SUBTRACT  1  FROM  WS-LINE-LEN.
       DRPBLK-EXIT.  EXIT.
