      * CREDIT CHECK AND THE NIGHTLY CRBAL REBUILD.  A CURRENCY STILL
      * CARRIED ON ANY CONHDR CONTRACT CANNOT BE DELETED, AND THE
      * BASE CURRENCY RECORD "GBP" CAN NEVER BE DELETED.
      *
      * EVERY RATE IS KEYED WITH THE DATE IT TAKES EFFECT AND KEPT ON
      * THE CURRHST HISTORY, SO A RATE ONCE USED IS NEVER LOST.  A
      * CHANGE WRITES A NEW HISTORY ROW (OR CORRECTS THE ROW ALREADY
      * HELD FOR THAT CURRENCY AND DATE) AND SETS CURRTAB TO THE RATE
      * IN FORCE TODAY; A FUTURE-DATED RATE IS ROLLED ONTO CURRTAB BY
      * CBCRBREB ON ITS EFFECTIVE DATE.  THE FIRST CHANGE TO A
      * CURRENCY WITH NO HISTORY YET FIRST WRITES AN OPENING ROW,
      * DATED ZERO, CARRYING THE RATE HELD UNTIL THEN.  DELETING A
      * CURRENCY LEAVES ITS HISTORY IN PLACE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRL1-RECORD
                                      WITH DUPLICATES.

           SELECT CURRHST-FILE
               ASSIGN TO DATABASE-CURRHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRHST-RECORD.

       DATA DIVISION.
       FILE SECTION.

       01  CONHDRL1-RECORD.
           COPY DDS-CONHDRR       OF  CONHDRL1.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       WORKING-STORAGE SECTION.
       01  CURRTAB-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-VARIABLES.
           02  WS-CURR-IN-USE          PIC X VALUE SPACE.
           02  WS-CHECK-CURR           PIC X(03) VALUE SPACES.
           02  WS-LAST-XWCURR          PIC X(03) VALUE SPACES.
           02  RECORD-FOUND-CURRHST    PIC X VALUE SPACES.
           02  WS-TODAY                PIC 9(08) VALUE 0.
           02  WS-DATE-INT             PIC S9(09) COMP VALUE 0.
           02  WS-FX-CURR              PIC X(03) VALUE SPACES.
           02  WS-FX-DATE              PIC 9(08) VALUE 0.
           02  WS-FX-RATE              PIC 9(03)V9(06) VALUE 0.
           02  WS-FX-EFDT              PIC 9(08) VALUE 0.
           02  WS-FX-FOUND             PIC X VALUE SPACE.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.

           OPEN  INPUT  CONHDRL1-FILE
                 I-O    CURRTAB-FILE
                        CURRHST-FILE
                        DISPLAY-FILE.

           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
                       ZZTR01-O WS-VARIABLES
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           INITIALIZE ZZCT01-O.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO  WS-TODAY.
       INIT-EXIT.  EXIT.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CURRTAB-FILE
                       CONHDRL1-FILE
                       CURRHST-FILE.

       START-CURRTAB-FILE.
           MOVE "Y"  TO RECORD-FOUND-CURRTAB.
              MOVE "Currency code is no longer on file.."
                                          TO ZMSAGE OF ZZFT01-O
           END-IF
      * A CHANGED RATE TAKES EFFECT FROM TODAY UNLESS ANOTHER DATE
      * IS KEYED.
           MOVE WS-TODAY  TO  RTEFDT OF ZZFT01-O.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR NOT = "Y"
             IF RECORD-FOUND-CURRTAB = "Y"
                   AND CURRTAB-FILE-STATUS = "00"
                MOVE CURDSC OF ZZFT01-I  TO  CURDSC OF CURRTAB-RECORD
                PERFORM POST-RATE-HISTORY  THRU  PSTRAT-EXIT
                MOVE WS-TODAY  TO  WS-FX-DATE
                PERFORM FETCH-HISTORY-RATE  THRU  FHRATE-EXIT
                IF WS-FX-FOUND = "Y"
                   MOVE WS-FX-RATE  TO  CUREXR OF CURRTAB-RECORD
                END-IF
                REWRITE CURRTAB-RECORD
                     INVALID KEY
                       MOVE "Update on CURRTAB file Invalid.."
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "ADD" TO ACTDSP OF ZZFT01-O.
           MOVE WS-TODAY  TO  RTEFDT OF ZZFT01-O.
           MOVE "Y" TO RECORD-FOUND-CURRTAB.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
                       MOVE "Add to CURRTAB file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                     NOT INVALID KEY
                       PERFORM POST-RATE-HISTORY  THRU  PSTRAT-EXIT
                END-WRITE
             END-IF
           END-IF.
              MOVE "Currency code is no longer on file.."
                                          TO ZMSAGE OF ZZFT01-O
           END-IF
           PERFORM SHOW-RATE-IN-FORCE  THRU  SHWRAT-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
       DSPREC-EXIT. EXIT.

      * DATE THE RATE SHOWN HAS BEEN IN FORCE FROM.  A CURRENCY WITH NO
      * HISTORY YET SHOWS ZERO.
       SHOW-RATE-IN-FORCE.
           MOVE ZEROS  TO  RTEFDT OF ZZFT01-O.
           MOVE XWCURR OF ZZSF01-I  TO  WS-FX-CURR.
           MOVE WS-TODAY  TO  WS-FX-DATE.
           PERFORM FETCH-HISTORY-RATE  THRU  FHRATE-EXIT.
           IF WS-FX-FOUND = "Y"
              MOVE WS-FX-EFDT  TO  RTEFDT OF ZZFT01-O
           END-IF.
       SHWRAT-EXIT. EXIT.

       DSPSCN-ROUTINE.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
       DSPSCN-CONT.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC
                               IN41 OF ZZFT01-O-INDIC
                               IN42 OF ZZFT01-O-INDIC
                               IN43 OF ZZFT01-O-INDIC.

      * CURRENCY CODE MUST NOT BE BLANK
           IF XWCURR OF ZZFT01-I = SPACES
              MOVE "Base currency rate must be 1."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * EFFECTIVE DATE - MUST BE A REAL DATE.  A BACK-DATED RATE IS
      * ALLOWED SO FINANCE CAN CORRECT A RATE ALREADY IN FORCE.
           IF RTEFDT OF ZZFT01-I = ZEROS
                  OR RTEFDT OF ZZFT01-I NOT NUMERIC
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
              MOVE "Effective date is required."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (RTEFDT OF ZZFT01-I)
           IF WS-DATE-INT = ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
              MOVE "Effective date is not a valid date (YYYYMMDD)."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
       VALIDT-EXIT. EXIT.

      ******************************************************************
      * RECORD THE KEYED RATE ON CURRHST FROM ITS EFFECTIVE DATE.
      * NOTHING IS WRITTEN WHEN THAT RATE IS ALREADY THE ONE IN FORCE
      * ON THE DATE.  A ROW ALREADY HELD FOR THE SAME CURRENCY AND
      * DATE IS CORRECTED IN PLACE; OTHERWISE A NEW ROW IS ADDED.  ON
      * A CHANGE TO A CURRENCY WITH NO HISTORY, THE RATE HELD SO FAR
      * IS FIRST WRITTEN AS AN OPENING ROW DATED ZERO SO IT STAYS IN
      * FORCE FOR EVERYTHING BEFORE THE NEW EFFECTIVE DATE.
      ******************************************************************
       POST-RATE-HISTORY.
           MOVE XWCURR OF ZZFT01-I  TO  WS-FX-CURR.
           MOVE RTEFDT OF ZZFT01-I  TO  WS-FX-DATE.
           PERFORM FETCH-HISTORY-RATE  THRU  FHRATE-EXIT.
           IF WS-FX-FOUND = "N" AND CHANGE-MODE
              MOVE XWCURR OF ZZFT01-I  TO  XWCURR OF CURRHST-RECORD
              MOVE ZEROS               TO  RTEFDT OF CURRHST-RECORD
              MOVE CUREXR OF CURRTAB-RECORD
                                       TO  CUREXR OF CURRHST-RECORD
              PERFORM WRITE-CURRHST-ROW  THRU  WRCHST-EXIT
              MOVE CUREXR OF CURRTAB-RECORD  TO  WS-FX-RATE
              MOVE ZEROS  TO  WS-FX-EFDT
              MOVE "Y"    TO  WS-FX-FOUND
           END-IF.
           IF WS-FX-FOUND = "Y"
                  AND WS-FX-EFDT NOT > RTEFDT OF ZZFT01-I
                  AND WS-FX-RATE = CUREXR OF ZZFT01-I
              GO PSTRAT-EXIT.

           MOVE XWCURR OF ZZFT01-I  TO  XWCURR OF CURRHST-RECORD.
           MOVE RTEFDT OF ZZFT01-I  TO  RTEFDT OF CURRHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-CURRHST.
           READ CURRHST-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CURRHST.
           MOVE CUREXR OF ZZFT01-I  TO  CUREXR OF CURRHST-RECORD.
           IF RECORD-FOUND-CURRHST = "N"
              PERFORM WRITE-CURRHST-ROW  THRU  WRCHST-EXIT
              GO PSTRAT-EXIT.
           CALL "RTVJOBUSR" USING RTUSER OF CURRHST-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO  RTTS OF CURRHST-RECORD.
           REWRITE CURRHST-RECORD
                INVALID KEY
                  MOVE "Update on CURRHST file Invalid.."
                                              TO ZMSAGE OF ZZTR01-O
                  WRITE DISPLAY-REC FORMAT IS "ZZTR01".
       PSTRAT-EXIT. EXIT.

       WRITE-CURRHST-ROW.
           CALL "RTVJOBUSR" USING RTUSER OF CURRHST-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO  RTTS OF CURRHST-RECORD.
           WRITE CURRHST-RECORD
                INVALID KEY
                  MOVE "Add to CURRHST file Invalid.."
                                              TO ZMSAGE OF ZZTR01-O
                  WRITE DISPLAY-REC FORMAT IS "ZZTR01".
       WRCHST-EXIT. EXIT.

      ******************************************************************
      * RATE FROM THE CURRHST HISTORY FOR WS-FX-CURR ON WS-FX-DATE: THE
      * ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE DATE, OR THE
      * EARLIEST ROW HELD WHEN THE DATE PRECEDES THEM ALL.  WS-FX-EFDT
      * RETURNS THE EFFECTIVE DATE OF THE ROW USED.  WS-FX-FOUND IS "N"
      * WHEN THE CURRENCY HAS NO HISTORY.
      ******************************************************************
       FETCH-HISTORY-RATE.
           MOVE "N"    TO  WS-FX-FOUND.
           MOVE 1      TO  WS-FX-RATE.
           MOVE ZEROS  TO  WS-FX-EFDT.
           MOVE WS-FX-CURR  TO  XWCURR OF CURRHST-RECORD.
           MOVE ZEROS       TO  RTEFDT OF CURRHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-CURRHST.
           START CURRHST-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CURRHST-RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CURRHST.
           PERFORM SCAN-CURRHST-RATE  THRU  SCNCHS-EXIT
                   UNTIL  RECORD-FOUND-CURRHST = "N".
       FHRATE-EXIT. EXIT.

       SCAN-CURRHST-RATE.
           READ CURRHST-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CURRHST
                   GO SCNCHS-EXIT.
           IF XWCURR OF CURRHST-RECORD NOT = WS-FX-CURR
              MOVE "N"  TO  RECORD-FOUND-CURRHST
              GO SCNCHS-EXIT.
           IF RTEFDT OF CURRHST-RECORD > WS-FX-DATE
                  AND WS-FX-FOUND = "Y"
              MOVE "N"  TO  RECORD-FOUND-CURRHST
              GO SCNCHS-EXIT.
           MOVE CUREXR OF CURRHST-RECORD  TO  WS-FX-RATE.
           MOVE RTEFDT OF CURRHST-RECORD  TO  WS-FX-EFDT.
           MOVE "Y"  TO  WS-FX-FOUND.
           IF RTEFDT OF CURRHST-RECORD > WS-FX-DATE
              MOVE "N"  TO  RECORD-FOUND-CURRHST.
       SCNCHS-EXIT. EXIT.

      ******************************************************************
      * A CURRENCY CANNOT BE DELETED WHILE ANY CONHDR CONTRACT STILL
      * CARRIES IT, AND "GBP" NEVER CAN - IT IS THE BASE EVERYTHING
