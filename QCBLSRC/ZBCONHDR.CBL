               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRTAB-RECORD.

           SELECT CURRHST-FILE
               ASSIGN TO DATABASE-CURRHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CURRHST-RECORD.

           SELECT USRAUTH-FILE
               ASSIGN TO DATABASE-USRAUTH
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF USRAUTH-RECORD.

           SELECT CONHDRARL1-FILE
               ASSIGN TO DATABASE-CONHDRARL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRARL1-RECORD.

       DATA DIVISION.
       FILE SECTION.

       01  CONHDRHS-RECORD.
           COPY DDS-CONHDRHS      OF  CONHDRHS.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       FD  STATRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATRN-RECORD.
       01  USRAUTH-RECORD.
           COPY DDS-USRAUTHR      OF  USRAUTH.

       FD  CONHDRARL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRARL1-RECORD.
           COPY DDS-CONHDRARR     OF  CONHDRARL1.

       WORKING-STORAGE SECTION.
       01  ONE                         PIC 1 VALUE B"1".
       01  MSGID                       PIC X(7).
       01  WS-JOBUSER                  PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           02  RECORD-FOUND-CONHDRHS   PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDRAR   PIC X VALUE SPACES.
           02  RECORD-FOUND-STATRN     PIC X VALUE SPACES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  NO-ERR-SFL              PIC X   VALUE SPACE.
           02  WS-NEW-RATE             PIC 9(03)V9(06) VALUE 0.
           02  WS-OLD-RATE             PIC 9(03)V9(06) VALUE 0.
           02  WS-NET-BASE             PIC S9(11)V99 VALUE 0.
           02  RECORD-FOUND-CURRHST    PIC X VALUE SPACES.
           02  WS-FX-CURR              PIC X(03) VALUE SPACES.
           02  WS-FX-DATE              PIC 9(08) VALUE 0.
           02  WS-FX-RATE              PIC 9(03)V9(06) VALUE 0.
           02  WS-FX-FOUND             PIC X VALUE SPACE.
           02  WS-CONFLICT             PIC X VALUE SPACE.
      * CONHDR RECORD AS DISPLAYED FOR CHANGE - SAME LENGTH AS CONHDRR.
       01  WS-CONHDR-IMAGE             PIC X(70) VALUE SPACES.
       01  WS-XWG4TX                   PIC X(40).

       01  WS-FLAGS.
               88  ADD-MODE            VALUE B"1".
           02  IN07                    PIC 1  INDIC 07.
               88  DTL-LINE            VALUE B"1".
               88  ARCHIVE-KEY         VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
           02  IN23                    PIC 1  INDIC 23.
                        CONHDRL3-FILE
                        STATRN-FILE
                        CURRTAB-FILE
                        CURRHST-FILE
                        USRAUTH-FILE
                        CONHDRARL1-FILE
                  I-O   CONHDR-FILE
                        CONHDRLOG-FILE
                        CONHDRHS-FILE
           WHEN  RESTORE-KEY
                 MOVE  "Restore only available browsing by customer."
                                             TO ZMSAGE OF ZZTR01-O
           WHEN  ARCHIVE-KEY  AND  LS-BY-CUSTOMER
                      PERFORM  ARCHIVE-BROWSE-ROUTINE
                                THRU  ARCBRW-EXIT
           WHEN  ARCHIVE-KEY
                 MOVE  "Archived contracts only available browsing by cu
      -                "stomer."
                                             TO ZMSAGE OF ZZTR01-O
           WHEN  OTHER
                 PERFORM BUILD-SUBFILE  THRU  BSFL-EXIT
      *    WHEN  OTHER
                       CONDTL-FILE
                       CONAPRV-FILE
                       CURRTAB-FILE
                       CURRHST-FILE
                       USRAUTH-FILE
                       CONHDRARL1-FILE
                       STATRN-FILE.

       START-CUSTS-FILE.
           MOVE XWTAMT OF CONHDR-RECORD  TO  XWTAMT OF CONHDRHS-RECORD.
           MOVE PERSON OF CONHDR-RECORD  TO  PERSON OF CONHDRHS-RECORD.
           MOVE XWCURR OF CONHDR-RECORD  TO  XWCURR OF CONHDRHS-RECORD.
           MOVE XWBKDT OF CONHDR-RECORD  TO  XWBKDT OF CONHDRHS-RECORD.
           WRITE CONHDRHS-RECORD
                 INVALID KEY
                     CONTINUE
              MOVE CORR ZZFT01-I  TO  CONHDR-RECORD
              MOVE SCR-CUSREF OF ZZFT01-I  TO  XWCREF OF CONHDR-RECORD
              MOVE SCR-STATUS OF ZZFT01-I  TO  XWSTAT OF CONHDR-RECORD
              MOVE XWBKDT OF CONHDRHS-RECORD TO XWBKDT OF CONHDR-RECORD
              MOVE "Y"  TO  RECORD-FOUND-CONHDR
              WRITE  CONHDR-RECORD
                   INVALID KEY
           END-IF.
       RDSPSCN-EXIT. EXIT.

      * CONTRACTS MOVED TO CLOSED HISTORY BY CBCONARC ARE BROWSED
      * READ-ONLY, ONE AT A TIME, FOR THE CUSTOMER BEING VIEWED.  ROLL
      * UP MOVES TO THE NEXT ONE; F7 SHOWS ITS HISTORY, LINES AND
      * SHIPMENTS.  NOTHING IS EVER WRITTEN BACK FROM THIS SCREEN.
       ARCHIVE-BROWSE-ROUTINE.
           MOVE LS-SWBCCD  TO  XWBCCD OF CONHDRARL1-RECORD.
           MOVE ZEROS      TO  XWORDN OF CONHDRARL1-RECORD.
           START CONHDRARL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                              OF CONHDRARL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONHDRAR
                       GO ARCBRW-NONE.
           PERFORM READ-NEXT-CONHDRARL1-FILE  THRU  RNCHAR-EXIT.
           IF RECORD-FOUND-CONHDRAR = "N"
               GO ARCBRW-NONE.
           PERFORM MOVE-CONHDRAR-TO-SCREEN  THRU  MCATSC-EXIT.
           PERFORM ARCHIVE-DSPSCN-ROUTINE   THRU  ADSPSCN-EXIT
                       UNTIL  EXIT-KEY OR CANCEL-KEY
                                         OR RECORD-FOUND-CONHDRAR = "N".
      * F3 ON THE ARCHIVE SCREEN RETURNS TO THE CONTRACT LIST RATHER
      * THAN ENDING THE PROGRAM.
           MOVE INDIC-OFF  TO  IN03 OF WS-INDIC-AREA.
           GO ARCBRW-EXIT.
       ARCBRW-NONE.
           MOVE  "No archived contracts for this customer."
                                             TO ZMSAGE OF ZZTR01-O.
       ARCBRW-EXIT. EXIT.

       READ-NEXT-CONHDRARL1-FILE.
           MOVE "Y"   TO RECORD-FOUND-CONHDRAR.
           READ  CONHDRARL1-FILE   NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CONHDRAR
                   GO RNCHAR-EXIT.
           IF XWBCCD OF CONHDRARL1-RECORD NOT = LS-SWBCCD
               MOVE "N"  TO  RECORD-FOUND-CONHDRAR
           END-IF.
       RNCHAR-EXIT. EXIT.

       MOVE-CONHDRAR-TO-SCREEN.
           INITIALIZE  ZZFT01-O.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "ARCHIVED"                   TO  ACTDSP OF ZZFT01-O.
           MOVE XWORDN OF CONHDRARL1-RECORD  TO  XWORDN OF ZZFT01-O.
           MOVE XWBCCD OF CONHDRARL1-RECORD  TO  XWBCCD OF ZZFT01-O.
           MOVE XWCREF OF CONHDRARL1-RECORD  TO  SCR-CUSREF OF ZZFT01-O.
           MOVE XWDLDT OF CONHDRARL1-RECORD  TO  XWDLDT OF ZZFT01-O.
           MOVE XWSTAT OF CONHDRARL1-RECORD  TO  SCR-STATUS OF ZZFT01-O.
           MOVE XWTAMT OF CONHDRARL1-RECORD  TO  XWTAMT OF ZZFT01-O.
           MOVE PERSON OF CONHDRARL1-RECORD  TO  PERSON OF ZZFT01-O.
           MOVE XWCURR OF CONHDRARL1-RECORD  TO  XWCURR OF ZZFT01-O.
           MOVE XWSTAT OF CONHDRARL1-RECORD
                                          TO  XWSTAT OF ORDSTS-RECORD.
           READ ORDSTS-FILE
                 INVALID KEY
                     MOVE ALL "-"  TO  XWSDSC OF STATUSR
           END-READ.
           MOVE XWSDSC OF STATUSR  TO  XWSDSC OF ZZFT01-O.
           MOVE PERSON OF CONHDRARL1-RECORD  TO  PERSON OF SLMEN-RECORD.
           READ SLMEN-FILE
                 INVALID KEY
                     MOVE ALL "-"  TO  PNAME OF RSLMEN
           END-READ.
           MOVE PNAME OF RSLMEN  TO  PNAME OF ZZFT01-O.
           MOVE "Archived contract - display only.  F7=History, lines an
      -         "d shipments."              TO ZMSAGE OF ZZFT01-O.
       MCATSC-EXIT. EXIT.

       ARCHIVE-DSPSCN-ROUTINE.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.
           IF EXIT-KEY OR CANCEL-KEY
              GO ADSPSCN-EXIT
           END-IF.
           IF DTL-LINE
              CALL "CBCONHIS"  USING XWORDN OF CONHDRARL1-RECORD
                                     XWBCCD OF CONHDRARL1-RECORD
              CANCEL "CBCONHIS"
              GO ADSPSCN-EXIT
           END-IF.
           IF ROLLUP-KEY
              PERFORM READ-NEXT-CONHDRARL1-FILE  THRU  RNCHAR-EXIT
              IF RECORD-FOUND-CONHDRAR = "Y"
                 PERFORM MOVE-CONHDRAR-TO-SCREEN  THRU  MCATSC-EXIT
              ELSE
                 MOVE  "No more archived contracts for this customer."
                                          TO ZMSAGE OF ZZFT01-O
                 MOVE "Y"  TO  RECORD-FOUND-CONHDRAR
              END-IF
           END-IF.
       ADSPSCN-EXIT. EXIT.

       CHGREC-ROUTINE.
           MOVE SPACES TO CONHDR-FILE-STATUS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "UPDATE" TO ACTDSP OF ZZFT01-O.
           MOVE SPACES TO WS-CONHDR-IMAGE.
           MOVE SPACE  TO WS-CONFLICT.

           MOVE CORR ZZSF01-I  TO  ZZFT01-O

                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONHDR
                   NOT INVALID KEY
                       MOVE CONHDR-RECORD TO WS-CONHDR-IMAGE
                       MOVE CORR CONHDR-RECORD TO ZZFT01-O
                       MOVE XWCREF OF CONHDR-RECORD  TO  SCR-CUSREF OF
                                                         ZZFT01-O
                       MOVE XWSTAT OF CONHDR-RECORD  TO  SCR-STATUS OF
                                                         ZZFT01-O.

           IF RECORD-FOUND-CONHDR = "N"
              MOVE  "OES0115" TO MSGID
                END-IF
              ELSE
      *         MOVE XWSTAT OF ZZSF01-I  TO  XWSTAT OF ORDSTS-RECORD
                MOVE XWSTAT OF CONHDR-RECORD TO XWSTAT OF ORDSTS-RECORD
                MOVE "Y" TO RECORD-FOUND-ORDSTS
                READ ORDSTS-FILE
                    INVALID KEY
                  MOVE ALL "-"  TO  XWSDSC OF ZZFT01-O
                END-IF

                MOVE PERSON OF CONHDR-RECORD  TO  PERSON OF SLMEN-RECORD
                MOVE "Y" TO RECORD-FOUND-SLMEN
                READ SLMEN-FILE
                    INVALID KEY
             END-READ
             IF RECORD-FOUND-CONHDR = "Y"
                   AND CONHDR-FILE-STATUS = "00"
                PERFORM CHECK-CONHDR-UNCHANGED  THRU  CHKUNC-EXIT
                PERFORM CHECK-APPROVAL-HOLD  THRU  CHKAPH-EXIT
                EVALUATE TRUE
                WHEN WS-CONFLICT = "Y"
                   PERFORM SHOW-CONHDR-CONFLICT  THRU  SHWCNF-EXIT
                WHEN WS-CHANGE-HELD = "Y"
                   PERFORM QUEUE-PENDING-CHANGE  THRU  QUEPND-EXIT
                WHEN OTHER
                   PERFORM CAPTURE-LOG-OLD-VALUES  THRU  CAPOLD-EXIT
                   MOVE CORR ZZFT01-I  TO CONHDR-RECORD
                   MOVE SCR-CUSREF OF ZZFT01-I  TO  XWCREF OF
                        NOT INVALID KEY
                          PERFORM LOG-CONHDR-CHANGE  THRU  LOGCHG-EXIT
                   END-REWRITE
                END-EVALUATE
             ELSE
                MOVE "Record is not available for update.."
                                              TO ZMSAGE  OF ZZFT01-O
             END-IF
           END-IF.
           IF NOT EXIT-KEY AND NOT CANCEL-KEY
                   AND WS-CONFLICT NOT = "Y"
              MOVE CORR ZZFT01-I  TO  ZZCNF1-O
              WRITE  DISPLAY-REC  FORMAT "ZZCNF1"
              READ   DISPLAY-FILE  RECORD
           SET CHANGE-MODE-OFF  TO  TRUE.
       CHGREC-EXIT. EXIT.

      ******************************************************************
      * THE CONTRACT AS RE-READ FOR UPDATE MUST STILL BE THE IMAGE THE
      * OPERATOR WAS SHOWN.  ANOTHER CHANGE SCREEN, A CBCONDET LINE
      * ROLLUP, AN APPROVAL, A STATUS ROLL OR A SHIPMENT MAY HAVE
      * REWRITTEN IT SINCE - APPLYING THE KEYED VALUES OVER THAT WOULD
      * SILENTLY UNDO SOMEONE ELSE'S CHANGE.
      ******************************************************************
       CHECK-CONHDR-UNCHANGED.
           MOVE SPACE TO WS-CONFLICT.
           IF CONHDR-RECORD NOT = WS-CONHDR-IMAGE
              MOVE "Y" TO WS-CONFLICT
           END-IF.
       CHKUNC-EXIT. EXIT.

      * NOTHING IS WRITTEN.  THE CONFLICT GOES TO CONHDREX AND THE
      * CONTRACT IS SHOWN AS IT NOW STANDS SO THE OPERATOR CAN SEE
      * WHAT CHANGED AND RE-KEY FROM THE CURRENT VALUES.
       SHOW-CONHDR-CONFLICT.
           MOVE CORR CONHDR-RECORD TO ZZFT01-O.
           MOVE XWCREF OF CONHDR-RECORD  TO  SCR-CUSREF OF ZZFT01-O.
           MOVE XWSTAT OF CONHDR-RECORD  TO  SCR-STATUS OF ZZFT01-O.
           MOVE "CHANGE REFUSED - CONTRACT UPDATED BY ANOTHER USER OR JO
      -         "B SINCE IT WAS DISPLAYED"  TO  WS-ERRMSG.
           MOVE "OEA0004" TO  MSGID.
           PERFORM LOG-EXCEPTION  THRU  LOGEXC-EXIT.

           MOVE XWSTAT OF CONHDR-RECORD  TO  XWSTAT OF ORDSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-ORDSTS.
           READ ORDSTS-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND-ORDSTS.
           MOVE CORR STATUSR  TO ZZFT01-O.
           IF RECORD-FOUND-ORDSTS = "N"
              MOVE ALL "-"  TO  XWSDSC OF ZZFT01-O
           END-IF.
           MOVE PERSON OF CONHDR-RECORD  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND-SLMEN.
           MOVE CORR RSLMEN  TO  ZZFT01-O.
           IF RECORD-FOUND-SLMEN = "N"
              MOVE ALL "-"  TO  PNAME  OF ZZFT01-O
           END-IF.

           MOVE "CHANGED" TO ACTDSP OF ZZFT01-O.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "Changed by another user - current values shown. Not upd
      -         "ated, please re-key."  TO  ZMSAGE OF ZZFT01-O.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.
       SHWCNF-EXIT. EXIT.

       CPYREC-ROUTINE.
           MOVE SPACES TO CONHDR-FILE-STATUS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                MOVE CORR ZZFT01-I  TO CONHDR-RECORD
                MOVE SCR-CUSREF OF ZZFT01-I  TO  XWCREF OF CONHDR-RECORD
                MOVE SCR-STATUS OF ZZFT01-I  TO  XWSTAT OF CONHDR-RECORD
                MOVE FUNCTION CURRENT-DATE (1:8)
                                          TO  XWBKDT OF CONHDR-RECORD
                WRITE CONHDR-RECORD
                     INVALID KEY
                       MOVE "Add to CONHDR file Invalid.."
                MOVE CORR ZZFT01-I  TO CONHDR-RECORD
                MOVE SCR-CUSREF OF ZZFT01-I  TO  XWCREF OF CONHDR-RECORD
                MOVE SCR-STATUS OF ZZFT01-I  TO  XWSTAT OF CONHDR-RECORD
                MOVE FUNCTION CURRENT-DATE (1:8)
                                          TO  XWBKDT OF CONHDR-RECORD
                WRITE CONHDR-RECORD
                     INVALID KEY
                       MOVE "Add to CONHDR file Invalid.."
             GO VALIDT-EXIT
           END-IF

      * ACCOUNT ON HOLD - NO NEW CONTRACT IS TAKEN FOR A CUSTOMER WHOSE
      * ACCOUNT HAS BEEN STOPPED ON CBCUSMNT.  THERE IS NO OVERRIDE -
      * THE HOLD IS LIFTED ON THE CUSTOMER MASTER.  EXISTING CONTRACTS
      * MAY STILL BE CHANGED.
           IF ADDING-MODE AND CUHOLD OF CUSTS-RECORD = "Y"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
             MOVE "Customer account is on hold - no new contracts."
                                         TO ZMSAGE OF ZZFT01-O
             MOVE "NEW CONTRACT REFUSED - CUSTOMER ACCOUNT ON HOLD"
                                         TO WS-ERRMSG
             MOVE "OEA0003" TO  MSGID
             PERFORM LOG-EXCEPTION  THRU  LOGEXC-EXIT
             GO VALIDT-EXIT
           END-IF

      * STATUS
      *    MOVE XWSTAT OF ZZFT01-I  TO  XWSTAT OF ORDSTS-RECORD
           MOVE SCR-STATUS OF ZZFT01-I TO  XWSTAT OF ORDSTS-RECORD
             GO VALIDT-EXIT
           END-IF
           MOVE CURDSC OF CURRTAB-RECORD  TO  CURDSC OF ZZFT01-O.
           MOVE XWCURR OF ZZFT01-I  TO  WS-FX-CURR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO  WS-FX-DATE.
           PERFORM FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           MOVE WS-FX-RATE  TO  WS-NEW-RATE.

      * CREDIT LIMIT - REFUSE WHEN THIS CONTRACT WOULD PUSH THE
      * CUSTOMER'S OUTSTANDING BALANCE OVER THEIR CREDIT LIMIT, UNLESS
      * A SUPERVISOR HAS KEYED AN OVERRIDE.  EACH AMOUNT IS CONVERTED
      * TO BASE CURRENCY AT ITS OWN RATE IN FORCE TODAY (THE BASIS
      * CBCRBREB BUILT CRBAL ON) BEFORE THE COMPARE -
      * CRLMT AND CRBAL ON CUSFL3 ARE STERLING.  ON A CHANGE, CRBAL
      * ALREADY INCLUDES THIS CONTRACT'S PRIOR AMOUNT, SO BACK IT OUT
      * (AT THE PRIOR CURRENCY'S RATE) OR THE EXPOSURE IS
           PERFORM READ-NEXT-CONDTL-LINE  THRU  RNDTLN-EXIT.
       DL1DTL-EXIT. EXIT.

      * RATE IN FORCE TODAY FOR THE CONTRACT'S CURRENT (PRE-CHANGE)
      * CURRENCY.  A BLANK CURRENCY ON AN OLDER CONTRACT MEANS
      * STERLING AT 1; A CURRENCY UNKNOWN TO BOTH CURRHST AND CURRTAB
      * FALLS BACK TO 1 RATHER THAN WIPING THE BACKED-OUT EXPOSURE.
       FETCH-OLD-CURRENCY-RATE.
           MOVE XWCURR OF CONHDR-RECORD  TO  WS-FX-CURR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO  WS-FX-DATE.
           PERFORM FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           MOVE WS-FX-RATE  TO  WS-OLD-RATE.
       FOLDCR-EXIT. EXIT.

      ******************************************************************
      * RATE IN FORCE FOR WS-FX-CURR ON WS-FX-DATE, FROM THE CURRHST
      * HISTORY: THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      * DATE WANTED.  A DATE BEFORE THE FIRST ROW TAKES THE EARLIEST
      * RATE HELD; A CURRENCY WITH NO HISTORY AT ALL FALLS BACK TO THE
      * CURRTAB RATE.  STERLING (OR A BLANK CURRENCY) IS ALWAYS 1.
      * WS-FX-FOUND IS "N" ONLY WHEN NEITHER FILE KNOWS THE CURRENCY,
      * AND WS-FX-RATE IS THEN 1.
      ******************************************************************
       FETCH-RATE-IN-FORCE.
           MOVE "N"  TO  WS-FX-FOUND.
           MOVE 1    TO  WS-FX-RATE.
           IF WS-FX-CURR = SPACES OR WS-FX-CURR = "GBP"
              MOVE "Y"  TO  WS-FX-FOUND
              GO FRATE-EXIT.
           MOVE WS-FX-CURR  TO  XWCURR OF CURRHST-RECORD.
           MOVE ZEROS       TO  RTEFDT.
           MOVE "Y" TO RECORD-FOUND-CURRHST.
           START CURRHST-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CURRHST-RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CURRHST.
           PERFORM SCAN-CURRHST-RATE  THRU  SCNCHS-EXIT
                   UNTIL  RECORD-FOUND-CURRHST = "N".
           IF WS-FX-FOUND = "Y"
              GO FRATE-EXIT.
           MOVE WS-FX-CURR  TO  XWCURR OF CURRTAB-RECORD.
           READ CURRTAB-FILE
                   INVALID KEY
                       GO FRATE-EXIT.
           MOVE CUREXR OF CURRTAB-RECORD  TO  WS-FX-RATE.
           MOVE "Y"  TO  WS-FX-FOUND.
       FRATE-EXIT. EXIT.

       SCAN-CURRHST-RATE.
           READ CURRHST-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CURRHST
                   GO SCNCHS-EXIT.
           IF XWCURR OF CURRHST-RECORD NOT = WS-FX-CURR
              MOVE "N"  TO  RECORD-FOUND-CURRHST
              GO SCNCHS-EXIT.
           IF RTEFDT > WS-FX-DATE AND WS-FX-FOUND = "Y"
              MOVE "N"  TO  RECORD-FOUND-CURRHST
              GO SCNCHS-EXIT.
           MOVE CUREXR OF CURRHST-RECORD  TO  WS-FX-RATE.
           MOVE "Y"  TO  WS-FX-FOUND.
           IF RTEFDT > WS-FX-DATE
              MOVE "N"  TO  RECORD-FOUND-CURRHST.
       SCNCHS-EXIT. EXIT.

      ******************************************************************
      * AUDIT GATE ON LARGE AMOUNT CHANGES.  THE THRESHOLD IS THE
      * CONCTL "APRVLIM" RECORD - ITS NEXTNO FIELD HOLDS THE LARGEST
