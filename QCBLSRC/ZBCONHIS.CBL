      * IMAGES, FOLLOWED BY THE CONHDRHS DELETION RECORD IF THE HEADER
      * WAS EVER DELETED - SO "WHO CHANGED THIS AMOUNT AND WHEN" CAN
      * BE ANSWERED WHILE THE CUSTOMER IS STILL ON THE PHONE.
      *
      * A CONTRACT MOVED TO CLOSED HISTORY BY CBCONARC (LOG ACTION "X")
      * ALSO SHOWS ITS CONHDRAR HEADER AND, ONE LINE EACH, THE CONDTLAR
      * LINES AND CONSHPAR SHIPMENTS THAT WENT WITH IT.  CBCONHDR CALLS
      * THIS PROGRAM FROM ITS ARCHIVED-CONTRACT BROWSE AS WELL.
      ******************************************************************

       ENVIRONMENT DIVISION.
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRHS-FILE-STATUS.

           SELECT CONHDRAR-FILE
               ASSIGN TO DATABASE-CONHDRAR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRAR-RECORD
               FILE STATUS IS CONHDRAR-FILE-STATUS.

           SELECT CONDTLAR-FILE
               ASSIGN TO DATABASE-CONDTLAR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONDTLAR-RECORD
               FILE STATUS IS CONDTLAR-FILE-STATUS.

           SELECT CONSHPAR-FILE
               ASSIGN TO DATABASE-CONSHPAR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONSHPAR-RECORD
               FILE STATUS IS CONSHPAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  CONHDRHS-RECORD.
           COPY DDS-CONHDRHS      OF  CONHDRHS.

       FD  CONHDRAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRAR-RECORD.
           COPY DDS-CONHDRARR     OF  CONHDRAR.

       FD  CONDTLAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDTLAR-RECORD.
           COPY DDS-CONDTLARR     OF  CONDTLAR.

       FD  CONSHPAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSHPAR-RECORD.
           COPY DDS-CONSHPARR     OF  CONSHPAR.

       WORKING-STORAGE SECTION.
       01  CONHDRLOG-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  CONHDRHS-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  CONHDRAR-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  CONDTLAR-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  CONSHPAR-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-VARIABLES.
           02  RECNO                   PIC 9999 VALUE 0.
           02  RECORD-FOUND-CONHDRLOG  PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDRHS   PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDRAR   PIC X VALUE SPACES.
           02  RECORD-FOUND-CONDTLAR   PIC X VALUE SPACES.
           02  RECORD-FOUND-CONSHPAR   PIC X VALUE SPACES.
           02  WS-ENTRY-LEAD           PIC X VALUE SPACE.
           02  WS-ENTRY-LINES          PIC 999 VALUE 0.

       01  WS-OLD-AMT-ED               PIC ZZZZZZZZ9.99-.
       01  WS-NEW-AMT-ED               PIC ZZZZZZZZ9.99-.
       01  WS-QTY-ED                   PIC ZZZZZZ9-.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.

           OPEN  INPUT  CONHDRLOG-FILE
                        CONHDRHS-FILE
                        CONHDRAR-FILE
                        CONDTLAR-FILE
                        CONSHPAR-FILE
                 I-O    DISPLAY-FILE.

           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CONHDRLOG-FILE
                       CONHDRHS-FILE
                       CONHDRAR-FILE
                       CONDTLAR-FILE
                       CONSHPAR-FILE.

       BUILD-SFLCTL-HEADER.
           INITIALIZE  ZZCT01-O.
      * LOAD THE WHOLE LIFE OF THE CONTRACT INTO THE SUBFILE IN ONE
      * PASS: CONHDRLOG IS KEYED XWORDN+LOGTS, SO READING THE ORDER'S
      * BLOCK FORWARD GIVES THE ENTRIES IN TIMESTAMP ORDER, AND THE
      * CONHDRHS DELETION RECORD (IF ANY) IS APPENDED, FOLLOWED BY THE
      * CLOSED-HISTORY HEADER, LINES AND SHIPMENTS IF IT WAS ARCHIVED.
      ******************************************************************
       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
                   UNTIL  RECORD-FOUND-CONHDRLOG = "N".

           PERFORM LOAD-CONHDRHS-LINE  THRU  LDHS-EXIT.
           PERFORM LOAD-ARCHIVE-LINES  THRU  LDARC-EXIT.

           IF  RECNO = 0
               MOVE "No history is recorded for this contract."
               PERFORM EMIT-HISTORY-LINE  THRU  EMITHL-EXIT
               GO LDLOG-NEXT
           END-IF.
           IF  LOGACT = "X"
               MOVE "CONTRACT MOVED TO CLOSED HISTORY"
                                        TO  HSTEXT OF ZZSF01-O
               PERFORM EMIT-HISTORY-LINE  THRU  EMITHL-EXIT
               GO LDLOG-NEXT
           END-IF.

           IF  OLD-XWBCCD NOT = NEW-XWBCCD
               MOVE SPACES  TO  HSTEXT OF ZZSF01-O
                 WHEN "C"   MOVE "CHANGE"   TO  HSACT OF ZZSF01-O
                 WHEN "D"   MOVE "DELETE"   TO  HSACT OF ZZSF01-O
                 WHEN "R"   MOVE "RESTORE"  TO  HSACT OF ZZSF01-O
                 WHEN "X"   MOVE "ARCHIVE"  TO  HSACT OF ZZSF01-O
                 WHEN OTHER MOVE LOGACT     TO  HSACT OF ZZSF01-O
               END-EVALUATE
               MOVE SPACE  TO  WS-ENTRY-LEAD
           END-IF.
       LDHS-EXIT. EXIT.

      ******************************************************************
      * A CONTRACT ON CLOSED HISTORY: THE CONHDRAR HEADER AS ARCHIVED,
      * THEN ONE LINE PER CONDTLAR LINE (ITEM, QUANTITY, LINE VALUE)
      * AND ONE PER CONSHPAR SHIPMENT (QUANTITY, DATE, INVOICE).
      ******************************************************************
       LOAD-ARCHIVE-LINES.
           MOVE LS-XWORDN  TO  XWORDN OF CONHDRAR-RECORD.
           MOVE "Y"  TO  RECORD-FOUND-CONHDRAR.
           READ  CONHDRAR-FILE
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONHDRAR
           END-READ.
           IF  RECORD-FOUND-CONHDRAR = "N"
               GO LDARC-EXIT.

           MOVE XWTAMT OF CONHDRAR-RECORD  TO  WS-NEW-AMT-ED.
           MOVE ARCTS    TO  HSTS OF ZZSF01-O.
           MOVE "CLOSED" TO  HSACT OF ZZSF01-O.
           MOVE ARCUSER  TO  HSUSER OF ZZSF01-O.
           MOVE SPACES   TO  HSTEXT OF ZZSF01-O.
           STRING  "STATUS "                  DELIMITED BY SIZE
                   XWSTAT OF CONHDRAR-RECORD  DELIMITED BY SIZE
                   " VALUE "                  DELIMITED BY SIZE
                   WS-NEW-AMT-ED              DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   XWCURR OF CONHDRAR-RECORD  DELIMITED BY SIZE
                   INTO  HSTEXT OF ZZSF01-O.
           ADD 1 TO RECNO.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           MOVE SPACES   TO  HSTEXT OF ZZSF01-O.
           STRING  "LAST ACTIVITY "           DELIMITED BY SIZE
                   ARLADT                     DELIMITED BY SIZE
                   " BOOKED "                 DELIMITED BY SIZE
                   XWBKDT OF CONHDRAR-RECORD  DELIMITED BY SIZE
                   INTO  HSTEXT OF ZZSF01-O.
           ADD 1 TO RECNO.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.

           MOVE LS-XWORDN  TO  XWORDN OF CONDTLAR-RECORD.
           MOVE ZEROS      TO  XWLINE OF CONDTLAR-RECORD.
           MOVE "Y"  TO  RECORD-FOUND-CONDTLAR.
           START CONDTLAR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONDTLAR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDTLAR
           END-START.
           IF  RECORD-FOUND-CONDTLAR = "Y"
               PERFORM READ-NEXT-CONDTLAR  THRU  RNDTAR-EXIT
           END-IF.
           PERFORM LOAD-CONDTLAR-LINE  THRU  LDDTAR-EXIT
                   UNTIL  RECORD-FOUND-CONDTLAR = "N".

           MOVE LS-XWORDN  TO  XWORDN OF CONSHPAR-RECORD.
           MOVE ZEROS      TO  XWLINE OF CONSHPAR-RECORD
                               SHPNO OF CONSHPAR-RECORD.
           MOVE "Y"  TO  RECORD-FOUND-CONSHPAR.
           START CONSHPAR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONSHPAR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONSHPAR
           END-START.
           IF  RECORD-FOUND-CONSHPAR = "Y"
               PERFORM READ-NEXT-CONSHPAR  THRU  RNSHAR-EXIT
           END-IF.
           PERFORM LOAD-CONSHPAR-LINE  THRU  LDSHAR-EXIT
                   UNTIL  RECORD-FOUND-CONSHPAR = "N".
       LDARC-EXIT. EXIT.

       READ-NEXT-CONDTLAR.
           MOVE "Y"  TO  RECORD-FOUND-CONDTLAR.
           READ  CONDTLAR-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CONDTLAR
                   GO RNDTAR-EXIT.
           IF  XWORDN OF CONDTLAR-RECORD NOT = LS-XWORDN
               MOVE "N"  TO  RECORD-FOUND-CONDTLAR
           END-IF.
       RNDTAR-EXIT. EXIT.

       LOAD-CONDTLAR-LINE.
           MOVE XWQTY OF CONDTLAR-RECORD   TO  WS-QTY-ED.
           MOVE XWLAMT OF CONDTLAR-RECORD  TO  WS-NEW-AMT-ED.
           MOVE SPACES   TO  HSTEXT OF ZZSF01-O.
           STRING  "L "                       DELIMITED BY SIZE
                   XWLINE OF CONDTLAR-RECORD  DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   XWITEM OF CONDTLAR-RECORD  DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-QTY-ED                  DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-NEW-AMT-ED              DELIMITED BY SIZE
                   INTO  HSTEXT OF ZZSF01-O.
           ADD 1 TO RECNO.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           PERFORM READ-NEXT-CONDTLAR  THRU  RNDTAR-EXIT.
       LDDTAR-EXIT. EXIT.

       READ-NEXT-CONSHPAR.
           MOVE "Y"  TO  RECORD-FOUND-CONSHPAR.
           READ  CONSHPAR-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CONSHPAR
                   GO RNSHAR-EXIT.
           IF  XWORDN OF CONSHPAR-RECORD NOT = LS-XWORDN
               MOVE "N"  TO  RECORD-FOUND-CONSHPAR
           END-IF.
       RNSHAR-EXIT. EXIT.

       LOAD-CONSHPAR-LINE.
           MOVE SHQTY OF CONSHPAR-RECORD  TO  WS-QTY-ED.
           MOVE SPACES   TO  HSTEXT OF ZZSF01-O.
           STRING  "SHIP "                    DELIMITED BY SIZE
                   XWLINE OF CONSHPAR-RECORD  DELIMITED BY SIZE
                   "/"                        DELIMITED BY SIZE
                   SHPNO OF CONSHPAR-RECORD   DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-QTY-ED                  DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   SHPDT OF CONSHPAR-RECORD   DELIMITED BY SIZE
                   " INV "                    DELIMITED BY SIZE
                   SHINVN OF CONSHPAR-RECORD  DELIMITED BY SIZE
                   INTO  HSTEXT OF ZZSF01-O.
           ADD 1 TO RECNO.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           PERFORM READ-NEXT-CONSHPAR  THRU  RNSHAR-EXIT.
       LDSHAR-EXIT. EXIT.

       WRITE-SUBFILE-RECORD.
           WRITE SUBFILE DISPLAY-REC  FORMAT "ZZSF01"
                 INVALID KEY
