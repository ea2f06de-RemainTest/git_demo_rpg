       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUOHDR.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * QUOTATION HEADER MAINTENANCE.
      *
      * LIST, ADD, CHANGE, DISPLAY AND DELETE A CUSTOMER'S QUOTATIONS
      * (QUOHDR) FROM A SUBFILE IN THE CBCONHDR STYLE, POSITIONED BY
      * THE CUSTOMER PASSED IN LS-SWBCCD.  OPTION 7 PRICES THE QUOTE'S
      * ITEM LINES THROUGH CBQUODET.  A QUOTE IS NOT A CONTRACT - IT
      * IS NEVER ON CONHDR, SO IT CARRIES NO CREDIT EXPOSURE AND DOES
      * NOT APPEAR ON ANY CONTRACT REPORT OR STATEMENT.
      *
      * OPTION 9 CONVERTS AN ACCEPTED (OPEN, UNEXPIRED) QUOTE INTO A
      * REAL CONTRACT.  THE CONVERSION SCREEN TAKES THE CONTRACT'S
      * OPENING STATUS, DELIVERY DATE AND CUSTOMER REFERENCE, THEN
      * APPLIES THE SAME CUSTOMER, STATUS, SALESMAN, CURRENCY AND
      * CREDIT-LIMIT CHECKS AS AN ADD IN CBCONHDR (INCLUDING THE
      * SUPERVISOR OVERRIDE).  ON SUCCESS THE CONTRACT NUMBER IS DRAWN
      * FROM THE CONCTL "CONHDR" SERIES, THE HEADER IS WRITTEN TO
      * CONHDR WITH THE NORMAL CONHDRLOG ADD IMAGE, THE QUOTE LINES
      * ARE COPIED TO CONDTL, AND THE QUOTE IS MARKED CONVERTED WITH
      * THE NEW CONTRACT NUMBER.  CONVERTED AND EXPIRED QUOTES ARE
      * KEPT FOR REFERENCE AND MAY ONLY BE DISPLAYED OR DELETED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WQUOHDRD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT QUOHDR-FILE
               ASSIGN TO DATABASE-QUOHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUOHDR-RECORD
               FILE STATUS IS QUOHDR-FILE-STATUS.

           SELECT QUOHDRL1-FILE
               ASSIGN TO DATABASE-QUOHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUOHDRL1-RECORD
                                      WITH DUPLICATES.

           SELECT QUODTL-FILE
               ASSIGN TO DATABASE-QUODTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUODTL-RECORD
               FILE STATUS IS QUODTL-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

           SELECT ORDSTS-FILE
               ASSIGN TO DATABASE-ORDSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ORDSTS-RECORD.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD.

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

           SELECT USRAUTH-FILE
               ASSIGN TO DATABASE-USRAUTH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF USRAUTH-RECORD.

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
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRLOG-FILE-STATUS.

           SELECT CONHDREX-FILE
               ASSIGN TO DATABASE-CONHDREX
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDREX-RECORD
                                      WITH DUPLICATES
               FILE STATUS IS CONHDREX-FILE-STATUS.

           SELECT CONCTL-FILE
               ASSIGN TO DATABASE-CONCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONCTL-RECORD
               FILE STATUS IS CONCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WQUOHDRD.

       FD  QUOHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDR-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDR.

       FD  QUOHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDRL1-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDRL1.

       FD  QUODTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUODTL-RECORD.
           COPY DDS-QUODTLR       OF  QUODTL.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  ORDSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDSTS-RECORD.
           COPY DDS-STATUSR       OF  ORDSTS.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CURRTAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       FD  USRAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  USRAUTH-RECORD.
           COPY DDS-USRAUTHR      OF  USRAUTH.

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

       FD  CONHDREX-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDREX-RECORD.
           COPY DDS-CONHDREX      OF  CONHDREX.

       FD  CONCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONCTL-RECORD.
           COPY DDS-CONCTLR       OF  CONCTL.

       WORKING-STORAGE SECTION.
       01  ONE                         PIC 1 VALUE B"1".
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  QUOHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  QUODTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CONHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CONDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CONHDRLOG-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  CONHDREX-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  CONCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  RECORD-FOUND-QUOHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-QUOHDRL1   PIC X VALUE SPACES.
           02  RECORD-FOUND-QUODTL     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-ORDSTS     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CURRTAB    PIC X VALUE SPACES.
           02  RECORD-FOUND-USRAUTH    PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-CONCTL     PIC X VALUE SPACES.
           02  RECORD-FOUND            PIC X VALUE SPACES.
           02  WS-SFL-PAGE-FULL        PIC X VALUE SPACE.
           02  WS-PRICED-CHANGE        PIC X VALUE SPACE.
           02  WS-SEL-QUONO            PIC 9(07) VALUE 0.
           02  WS-NEXT-QUONO           PIC 9(07) VALUE 0.
           02  WS-NEXT-XWORDN          PIC 9(07) VALUE 0.
           02  WS-AUTH-USER            PIC X(10) VALUE SPACES.
           02  WS-NEW-RATE             PIC 9(03)V9(06) VALUE 0.
           02  WS-NET-BASE             PIC S9(11)V99 VALUE 0.
           02  WS-TODAY                PIC 9(08) VALUE 0.
           02  RECORD-FOUND-CURRHST    PIC X VALUE SPACES.
           02  WS-FX-CURR              PIC X(03) VALUE SPACES.
           02  WS-FX-DATE              PIC 9(08) VALUE 0.
           02  WS-FX-RATE              PIC 9(03)V9(06) VALUE 0.
           02  WS-FX-FOUND             PIC X VALUE SPACE.
           02  WS-DATE-INT             PIC S9(09) COMP VALUE 0.
           02  WS-LINES-COPIED         PIC 9(03) VALUE 0.
           02  WS-LINES-FAILED         PIC 9(03) VALUE 0.
           02  WS-EDIT-XWORDN          PIC 9(07) VALUE 0.
       01  WS-XWG4TX                   PIC X(40).

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.
           02  QUOTE-VALID-DAYS PIC 99 VALUE 30.

       01  WS-OPR-SWITCH.
           02  OPR-SW1                  PIC 1  VALUE B"0".
               88  CHANGE-MODE          VALUE B"1".
               88  CHANGE-MODE-OFF      VALUE B"0".
           02  OPR-SW2                  PIC 1  VALUE B"0".
               88  ADDING-MODE          VALUE B"1".
               88  ADDING-MODE-OFF      VALUE B"0".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN04                    PIC 1  INDIC 04.
               88  PROMPT-F4           VALUE B"1".
           02  IN06                    PIC 1  INDIC 06.
               88  ADD-MODE            VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
           02  IN23                    PIC 1  INDIC 23.
               88  DELETE-F23          VALUE B"1".
           02  IN25                    PIC 1  INDIC 25.
               88  ROLLUP-KEY          VALUE B"1".
           02  IN26                    PIC 1  INDIC 26.
               88  ROLLDOWN-KEY        VALUE B"1".
           02  IN31                    PIC 1  INDIC 31.
               88  SUBFILE-END         VALUE B"1".
           02  IN71                    PIC 1  INDIC 71.
               88  SUBFILE-DSP         VALUE B"1".
           02  IN72                    PIC 1  INDIC 72.
               88  SUBFILE-CTL         VALUE B"1".
           02  IN74                    PIC 1  INDIC 74.
               88  SUBFILE-CLEAR       VALUE B"1".
               88  SUBFILE-CLEAR-NOT   VALUE B"0".

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).

       LINKAGE SECTION.
       01  LS-SWBCCD                   PIC X(11).

       PROCEDURE DIVISION
                  USING LS-SWBCCD.

       MAIN-PROCESSING.

           OPEN  INPUT  QUOHDRL1-FILE
                        CUSTS-FILE
                        SLMEN-FILE
                        ORDSTS-FILE
                        CUSFL3-FILE
                        CURRTAB-FILE
                        CURRHST-FILE
                        USRAUTH-FILE
                 I-O    QUOHDR-FILE
                        QUODTL-FILE
                        CONHDR-FILE
                        CONDTL-FILE
                        CONHDRLOG-FILE
                        CONHDREX-FILE
                        CONCTL-FILE
                        DISPLAY-FILE.

           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM PROCESS-ROUTINE   THRU  PR-EXIT
                       UNTIL  EXIT-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       PROCESS-ROUTINE.
           PERFORM   DISPLAY-SFLCTL-FILE     THRU   DSFCF-EXIT.
           EVALUATE  TRUE
           WHEN  EXIT-KEY
                 CONTINUE
           WHEN  CANCEL-KEY
                 PERFORM INITIALIZE-SFLCTL
           WHEN  ROLLUP-KEY
                      PERFORM  LOAD-FORWARD-FILE
                                THRU  LFMSTF-EXIT
           WHEN  ADD-MODE
                      PERFORM  ADDREC-ROUTINE
                                THRU  ADDREC-EXIT
           WHEN  OTHER
                 PERFORM BUILD-SUBFILE  THRU  BSFL-EXIT
           END-EVALUATE.
       PR-EXIT. EXIT.

      * THE OPTION ROUTINES ONLY RANDOM-READ THE QUOHDR PHYSICAL FILE,
      * SO THE QUOHDRL1 CURSOR STILL SITS WHERE THE LAST PAGE ENDED.
       LOAD-FORWARD-FILE.
           MOVE  0  TO  RECNO.
           IF  RECORD-FOUND-QUOHDRL1 = "Y"
               PERFORM  CREATE-SFL-FILE    THRU    CSFLF-EXIT
           END-IF.
           IF  RECNO > 0
              PERFORM BUILD-SFLCTL-HEADER  THRU  BSFHDR-EXIT
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
           ELSE
              MOVE  "No more quotations are available."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
           PERFORM  START-QUOHDRL1-FILE  THRU  STQHL1-EXIT.
           IF  RECORD-FOUND-QUOHDRL1 = "Y"
               PERFORM  READ-NEXT-QUOHDRL1-FILE  THRU  RNQHL1-EXIT
           END-IF.

           IF  RECORD-FOUND-QUOHDRL1 = "Y"
               PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT
           ELSE
               MOVE  "No quotations - use F6 to add the first one."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
           IF  RECNO > 0
              PERFORM BUILD-SFLCTL-HEADER  THRU  BSFHDR-EXIT
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
           END-IF.
       BSFL-EXIT.  EXIT.

       BUILD-SFLCTL-HEADER.
           INITIALIZE  ZZCT01-O.
           MOVE LS-SWBCCD                TO  XWBCCD OF ZZCT01-O.
           MOVE CUSNO  OF CUSTS-RECORD   TO  CUSNO  OF ZZCT01-O.
           MOVE PERSON OF CUSTS-RECORD   TO  PERCUS OF ZZCT01-O.
           MOVE PNAME  OF SLMEN-RECORD   TO  SNAME  OF ZZCT01-O.
           MOVE "CBQUOHDR" TO ZZPGM OF ZZCT01-O.
       BSFHDR-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE  0  TO  RECNO.
           MOVE  SPACE   TO  WS-SFL-PAGE-FULL.
           PERFORM  FILL-SFL-FILE     THRU   FSFLF-EXIT
                    UNTIL  RECORD-FOUND-QUOHDRL1 = "N"
                       OR  WS-SFL-PAGE-FULL = "Y".
       CSFLF-EXIT.   EXIT.

       FILL-SFL-FILE.
           IF  RECNO > MAX-SFL-RECORDS
               MOVE "Y"   TO  WS-SFL-PAGE-FULL
               GO  FSFLF-EXIT.
           PERFORM  MOVE-QUOHDRL1-TO-SFL     THRU   MQTSFL-EXIT.
           ADD  1  TO  RECNO
           PERFORM   WRITE-SUBFILE-RECORD     THRU   WSFLR-EXIT.
           PERFORM   READ-NEXT-QUOHDRL1-FILE  THRU   RNQHL1-EXIT.
       FSFLF-EXIT. EXIT.

       DISPLAY-SUBFILE.
           MOVE CORR WS-INDIC-AREA TO ZZCT01-O-INDIC.
           PERFORM    WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE  0  TO   RECNO.
           MOVE "Y" TO   RECORD-FOUND-SFL.
           EVALUATE  TRUE
             WHEN EXIT-KEY
                CONTINUE
             WHEN CANCEL-KEY
                CONTINUE
             WHEN ADD-MODE
                PERFORM ADDREC-ROUTINE  THRU  ADDREC-EXIT
                SET SUBFILE-CLEAR-NOT TO TRUE
             WHEN OTHER
                PERFORM PROCESS-SUBFILE-RECORD  THRU  PSFLR-EXIT
                          UNTIL  RECORD-FOUND-SFL = "N"
           END-EVALUATE.
       DSFL-EXIT.   EXIT.

      * EVERY FORMAT REDEFINES DISPLAY-REC, SO THE SELECTED QUOTE
      * NUMBER IS SAVED BEFORE ANY OPTION PUTS ANOTHER FORMAT UP.
       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           MOVE  QUONO OF ZZSF01-I  TO  WS-SEL-QUONO.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "2"
               SET CHANGE-MODE TO TRUE
               PERFORM CHGREC-ROUTINE  THRU  CHGREC-EXIT
             WHEN  DSSEL OF ZZSF01-I = "4"
               PERFORM DELREC-ROUTINE  THRU  DELREC-EXIT
             WHEN  DSSEL OF ZZSF01-I = "5"
               PERFORM DSPREC-ROUTINE  THRU  DSPREC-EXIT
             WHEN  DSSEL OF ZZSF01-I = "7"
               MOVE SPACES TO WS-XWG4TX
               PERFORM ZLINES-ROUTINE  THRU  ZLINES-EXIT
             WHEN  DSSEL OF ZZSF01-I = "9"
               PERFORM CONVERT-ROUTINE  THRU  CONVRT-EXIT
           END-EVALUATE.
           MOVE  SPACES TO DSSEL OF ZZSF01-I.
           PERFORM REWRITE-SFL-RECORD   THRU    RWSFLR-EXIT.
       PSFLR-EXIT.   EXIT.

       WRITE-SUBFILE-RECORD.
           WRITE SUBFILE DISPLAY-REC  FORMAT "ZZSF01"
                 INVALID KEY
                      DISPLAY "PROBLEM IN SUBFILE WRITING-P1 ".
           INITIALIZE  ZZSF01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       READ-NEXT-SFL-FILE.
           ADD 1 TO RECNO.
           MOVE "Y" TO RECORD-FOUND-SFL.
           READ SUBFILE DISPLAY-FILE FORMAT "ZZSF01"
             INVALID MOVE "N" TO RECORD-FOUND-SFL
                     GO RNSFLF-EXIT.
       RNSFLF-EXIT.   EXIT.

       WRITE-READ-SFC.
           IF SHWREC  OF ZZCT01-O  = 0
             MOVE  1  TO   SHWREC  OF  ZZCT01-O.
           WRITE  DISPLAY-REC  FORMAT "ZZCT01".
           IF IN74 OF ZZCT01-O-INDIC = INDIC-OFF
             READ   DISPLAY-FILE  RECORD
           END-IF
           MOVE CORR ZZCT01-I-INDIC  TO  WS-INDIC-AREA.
           MOVE    SPACES   TO    ZMSAGE OF ZZTR01-O.
       WRSFC-EXIT.   EXIT.

       REWRITE-SFL-RECORD.
           REWRITE SUBFILE DISPLAY-REC   FORMAT "ZZSF01"
              INVALID KEY DISPLAY "PROBLEM IN SUBFILE REWRITING-P2"
                 MOVE B"1"  TO  IN03 OF  WS-INDIC-AREA
           END-REWRITE.
       RWSFLR-EXIT.  EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INDIC-AREA.
           INITIALIZE  ZZSF01-I  ZZSF01-O  ZZCT01-I  ZZCT01-O
                       ZZTR01-O WS-VARIABLES
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           PERFORM  INITIALIZE-SFLCTL.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO  WS-TODAY.

           MOVE LS-SWBCCD TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS
                       MOVE ZEROS   TO  CUSNO  OF CUSTS-RECORD
                       MOVE SPACES  TO  PERSON OF CUSTS-RECORD
           END-READ.

           MOVE PERSON OF CUSTS-RECORD TO  PERSON OF SLMEN-RECORD.
           READ  SLMEN-FILE
                   INVALID KEY
                       MOVE ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-READ.
       INIT-EXIT.  EXIT.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       QUOHDR-FILE
                       QUOHDRL1-FILE
                       QUODTL-FILE
                       CUSTS-FILE
                       SLMEN-FILE
                       ORDSTS-FILE
                       CUSFL3-FILE
                       CURRTAB-FILE
                       CURRHST-FILE
                       USRAUTH-FILE
                       CONHDR-FILE
                       CONDTL-FILE
                       CONHDRLOG-FILE
                       CONHDREX-FILE
                       CONCTL-FILE.

       START-QUOHDRL1-FILE.
           MOVE "Y"  TO RECORD-FOUND-QUOHDRL1.
           MOVE LS-SWBCCD  TO  XWBCCD OF QUOHDRL1-RECORD.
           START QUOHDRL1-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                      OF QUOHDRL1-RECORD
                 INVALID  MOVE "N" TO RECORD-FOUND-QUOHDRL1.
       STQHL1-EXIT.  EXIT.

       READ-NEXT-QUOHDRL1-FILE.
           MOVE "Y"   TO RECORD-FOUND-QUOHDRL1.
           READ  QUOHDRL1-FILE   NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-QUOHDRL1
                   GO RNQHL1-EXIT.
           IF XWBCCD OF QUOHDRL1-RECORD NOT = LS-SWBCCD
               MOVE "N"  TO  RECORD-FOUND-QUOHDRL1
           END-IF.
       RNQHL1-EXIT. EXIT.

       DISPLAY-SFLCTL-FILE.
           SET SUBFILE-CTL TO TRUE.
           SET SUBFILE-CLEAR TO TRUE.
           WRITE  DISPLAY-REC  FORMAT "ZZTR01".
           PERFORM BUILD-SFLCTL-HEADER  THRU  BSFHDR-EXIT.
           MOVE CORR WS-INDIC-AREA   TO  ZZCT01-O-INDIC.
           PERFORM WRITE-READ-SFC    THRU  WRSFC-EXIT.
           MOVE CORR ZZCT01-I-INDIC  TO  WS-INDIC-AREA.
           SET SUBFILE-DSP TO TRUE.
           SET SUBFILE-END TO TRUE.
           SET SUBFILE-CLEAR-NOT TO TRUE.
       DSFCF-EXIT.   EXIT.

       MOVE-QUOHDRL1-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE QUONO  OF QUOHDRL1-RECORD TO QUONO  OF ZZSF01-O.
           MOVE XWCREF OF QUOHDRL1-RECORD TO XWCREF OF ZZSF01-O.
           MOVE QUDATE OF QUOHDRL1-RECORD TO QUDATE OF ZZSF01-O.
           MOVE QUEXDT OF QUOHDRL1-RECORD TO QUEXDT OF ZZSF01-O.
           MOVE QUSTAT OF QUOHDRL1-RECORD TO QUSTAT OF ZZSF01-O.
           MOVE XWTAMT OF QUOHDRL1-RECORD TO XWTAMT OF ZZSF01-O.
           MOVE PERSON OF QUOHDRL1-RECORD TO PERSON OF ZZSF01-O.
           MOVE XWCURR OF QUOHDRL1-RECORD TO XWCURR OF ZZSF01-O.
           MOVE XWORDN OF QUOHDRL1-RECORD TO XWORDN OF ZZSF01-O.
       MQTSFL-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.

       READ-QUOHDR-FILE.
           MOVE WS-SEL-QUONO  TO  QUONO OF QUOHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           READ QUOHDR-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-QUOHDR.
       RDQHDR-EXIT. EXIT.

      * LOAD THE DETAIL SCREEN FROM THE QUOHDR RECORD JUST READ, WITH
      * THE SALESMAN NAME AND CURRENCY DESCRIPTION ALONGSIDE.
       MOVE-QUOHDR-TO-SCREEN.
           MOVE QUONO  OF QUOHDR-RECORD  TO  QUONO  OF ZZFT01-O.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF ZZFT01-O.
           MOVE XWCREF OF QUOHDR-RECORD  TO  XWCREF OF ZZFT01-O.
           MOVE QUDATE OF QUOHDR-RECORD  TO  QUDATE OF ZZFT01-O.
           MOVE QUEXDT OF QUOHDR-RECORD  TO  QUEXDT OF ZZFT01-O.
           MOVE XWDLDT OF QUOHDR-RECORD  TO  XWDLDT OF ZZFT01-O.
           MOVE QUSTAT OF QUOHDR-RECORD  TO  QUSTAT OF ZZFT01-O.
           MOVE XWTAMT OF QUOHDR-RECORD  TO  XWTAMT OF ZZFT01-O.
           MOVE PERSON OF QUOHDR-RECORD  TO  PERSON OF ZZFT01-O.
           MOVE XWCURR OF QUOHDR-RECORD  TO  XWCURR OF ZZFT01-O.
           MOVE XWORDN OF QUOHDR-RECORD  TO  XWORDN OF ZZFT01-O.

           MOVE PERSON OF QUOHDR-RECORD  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = "Y"
              MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZFT01-O
           ELSE
              MOVE ALL "-"  TO  PNAME OF ZZFT01-O
           END-IF.

           MOVE XWCURR OF QUOHDR-RECORD  TO  XWCURR OF CURRTAB-RECORD.
           MOVE "Y" TO RECORD-FOUND-CURRTAB.
           READ CURRTAB-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CURRTAB.
           IF RECORD-FOUND-CURRTAB = "Y"
              MOVE CURDSC OF CURRTAB-RECORD  TO  CURDSC OF ZZFT01-O
           ELSE
              MOVE ALL "-"  TO  CURDSC OF ZZFT01-O
           END-IF.
       MQHTSC-EXIT. EXIT.

       CHGREC-ROUTINE.
           MOVE SPACES TO QUOHDR-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "UPDATE" TO ACTDSP OF ZZFT01-O.

           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
              MOVE "Quotation is no longer on file.."
                                          TO ZMSAGE OF ZZTR01-O
              GO CHGREC-EXIT
           END-IF.
      * ONLY AN OPEN QUOTE IS STILL BEING NEGOTIATED - A CONVERTED
      * ONE IS NOW MAINTAINED AS ITS CONTRACT, AN EXPIRED ONE IS DEAD.
           IF QUSTAT OF QUOHDR-RECORD NOT = "O"
              MOVE "Only an open quotation can be changed."
                                          TO ZMSAGE OF ZZTR01-O
              GO CHGREC-EXIT
           END-IF.
           PERFORM MOVE-QUOHDR-TO-SCREEN  THRU  MQHTSC-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR NOT = "Y"
                  AND NOT EXIT-KEY AND NOT CANCEL-KEY
             PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT
             IF RECORD-FOUND-QUOHDR = "Y"
                   AND QUOHDR-FILE-STATUS = "00"
                PERFORM TEST-PRICED-CHANGE  THRU  TSTPCH-EXIT
                IF WS-PRICED-CHANGE = "Y"
                   MOVE "Quotation has priced lines - customer and curre
      -                 "ncy cannot be changed."
                                              TO ZMSAGE OF ZZFT01-O
                   WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                   GO CHGREC-DONE
                END-IF
                MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF QUOHDR-RECORD
                MOVE XWCREF OF ZZFT01-I  TO  XWCREF OF QUOHDR-RECORD
                MOVE QUEXDT OF ZZFT01-I  TO  QUEXDT OF QUOHDR-RECORD
                MOVE XWDLDT OF ZZFT01-I  TO  XWDLDT OF QUOHDR-RECORD
                MOVE PERSON OF ZZFT01-I  TO  PERSON OF QUOHDR-RECORD
                MOVE XWCURR OF ZZFT01-I  TO  XWCURR OF QUOHDR-RECORD
                REWRITE QUOHDR-RECORD
                     INVALID KEY
                       MOVE "Update on QUOHDR file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                END-REWRITE
             ELSE
                MOVE "Record is not available for update.."
                                              TO ZMSAGE  OF ZZFT01-O
                WRITE DISPLAY-REC FORMAT IS "ZZTR01"
             END-IF
           END-IF.
       CHGREC-DONE.
           SET CHANGE-MODE-OFF  TO  TRUE.
       CHGREC-EXIT. EXIT.

      * THE LINES OF A QUOTE ARE PRICED FROM THE CUSTOMER'S AGREEMENTS
      * IN THE QUOTE CURRENCY, SO ONCE IT HAS LINES NEITHER CAN MOVE
      * UNDER THEM - THE QUOTE IS DELETED AND RE-ENTERED INSTEAD.
       TEST-PRICED-CHANGE.
           MOVE "N"  TO  WS-PRICED-CHANGE.
           IF XWBCCD OF ZZFT01-I = XWBCCD OF QUOHDR-RECORD
                   AND XWCURR OF ZZFT01-I = XWCURR OF QUOHDR-RECORD
              GO TSTPCH-EXIT
           END-IF.
           PERFORM START-QUODTL-FILE  THRU  STQDTL-EXIT.
           IF RECORD-FOUND-QUODTL = "Y"
              PERFORM READ-NEXT-QUODTL-LINE  THRU  RNQDTL-EXIT
           END-IF.
           MOVE RECORD-FOUND-QUODTL  TO  WS-PRICED-CHANGE.
       TSTPCH-EXIT. EXIT.

       ADDREC-ROUTINE.
           SET ADDING-MODE TO TRUE.
           MOVE SPACES TO QUOHDR-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "ADD" TO ACTDSP OF ZZFT01-O.
      * A NEW QUOTE STARTS OPEN, DATED TODAY, FOR THE BROWSED
      * CUSTOMER AND THAT CUSTOMER'S OWN SALESMAN.
           MOVE LS-SWBCCD               TO  XWBCCD OF ZZFT01-O.
           MOVE PERSON OF CUSTS-RECORD  TO  PERSON OF ZZFT01-O.
           MOVE WS-TODAY                TO  QUDATE OF ZZFT01-O.
           MOVE "O"                     TO  QUSTAT OF ZZFT01-O.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR NOT = "Y"
             IF NOT EXIT-KEY AND NOT CANCEL-KEY
                INITIALIZE  QUOHDR-RECORD  REPLACING
                                       ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS
                MOVE QUONO  OF ZZFT01-I  TO  QUONO  OF QUOHDR-RECORD
                MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF QUOHDR-RECORD
                MOVE XWCREF OF ZZFT01-I  TO  XWCREF OF QUOHDR-RECORD
                MOVE WS-TODAY            TO  QUDATE OF QUOHDR-RECORD
                MOVE QUEXDT OF ZZFT01-I  TO  QUEXDT OF QUOHDR-RECORD
                MOVE XWDLDT OF ZZFT01-I  TO  XWDLDT OF QUOHDR-RECORD
                MOVE "O"                 TO  QUSTAT OF QUOHDR-RECORD
                MOVE PERSON OF ZZFT01-I  TO  PERSON OF QUOHDR-RECORD
                MOVE XWCURR OF ZZFT01-I  TO  XWCURR OF QUOHDR-RECORD
                CALL "RTVJOBUSR" USING QUUSER OF QUOHDR-RECORD
                WRITE QUOHDR-RECORD
                     INVALID KEY
                       MOVE "Add to QUOHDR file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                     NOT INVALID KEY
                       MOVE "Quotation added - use option 7 to price its
      -                     " lines."  TO ZMSAGE OF ZZTR01-O
                END-WRITE
             END-IF
           END-IF.
           SET ADDING-MODE-OFF  TO  TRUE.
       ADDREC-EXIT. EXIT.

       DSPREC-ROUTINE.
           MOVE SPACES TO QUOHDR-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "DISPLAY" TO ACTDSP OF ZZFT01-O.

           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
              MOVE "Quotation is no longer on file.."
                                          TO ZMSAGE OF ZZTR01-O
              GO DSPREC-EXIT
           END-IF.
           PERFORM MOVE-QUOHDR-TO-SCREEN  THRU  MQHTSC-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
       DSPREC-EXIT. EXIT.

       DSPSCN-ROUTINE.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
       DSPSCN-CONT.
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.

           CALL "XBCCLMSG".
           CANCEL "XBCCLMSG".

      *�Prompt
           IF IN04 OF ZZFT01-I IS EQUAL TO ONE
              PERFORM  SRPROM-ROUTINE  THRU  SRPROM-EXIT
           END-IF.

           IF EXIT-KEY OR CANCEL-KEY
              GO DSPSCN-EXIT
           END-IF.
           IF CHANGE-MODE OR ADDING-MODE
              PERFORM VALIDT-ROUTINE  THRU  VALIDT-EXIT
              IF WS-ERROR = "Y"
                GO DSPSCN-CONT
              ELSE
                GO DSPSCN-EXIT
              END-IF
           END-IF.
           IF IN37 OF ZZFT01-O-INDIC = INDIC-ON
                GO DSPSCN-EXIT
           END-IF.
           GO DSPSCN-CONT.
       DSPSCN-EXIT. EXIT.

       ZLINES-ROUTINE.
           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF RECORD-FOUND-QUOHDR = "Y"
             CALL "CBQUODET"  USING QUONO  OF QUOHDR-RECORD
                                    XWBCCD OF QUOHDR-RECORD
                                    WS-XWG4TX
             CANCEL "CBQUODET"
           END-IF.
       ZLINES-EXIT. EXIT.

       VALIDT-ROUTINE.
           MOVE SPACE TO WS-ERROR.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC
                               IN41 OF ZZFT01-O-INDIC
                               IN42 OF ZZFT01-O-INDIC
                               IN43 OF ZZFT01-O-INDIC
                               IN44 OF ZZFT01-O-INDIC.

      * A BLANK QUOTE NUMBER ON AN ADD IS FILLED FROM THE CONCTL
      * "QUOTE" SERIES, THE SAME WAY CBCONHDR NUMBERS CONTRACTS.
           IF QUONO OF ZZFT01-I = ZEROS
              IF ADDING-MODE
                 PERFORM ASSIGN-NEXT-QUONO THRU ASGNQU-EXIT
                 IF WS-ERROR = "Y"
                    GO VALIDT-EXIT
                 END-IF
              ELSE
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
                 MOVE "Quotation number must not be zero."
                                          TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
           END-IF

      * WHEN ADDING, QUOTE MUST NOT EXIST
           IF ADDING-MODE
              MOVE QUONO OF ZZFT01-I  TO  QUONO OF QUOHDR-RECORD
              MOVE "Y" TO RECORD-FOUND
              READ QUOHDR-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND
              END-READ
              IF RECORD-FOUND = "Y"
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
                MOVE "Quotation number already exists."
                                          TO ZMSAGE OF ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF

      * CUSTOMER
           MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
             MOVE "Customer is not on the customer file."
                                         TO ZMSAGE OF ZZFT01-O
             MOVE ALL "-"  TO  XWG4TX OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF

      * EXPIRY DATE - DEFAULTS TO THE STANDARD VALIDITY PERIOD FROM
      * THE QUOTE DATE, AND MAY NOT FALL BEFORE THE QUOTE DATE.
           IF QUEXDT OF ZZFT01-I = ZEROS
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE (QUDATE OF ZZFT01-I)
                    + QUOTE-VALID-DAYS
              COMPUTE QUEXDT OF ZZFT01-I =
                      FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
              MOVE QUEXDT OF ZZFT01-I  TO  QUEXDT OF ZZFT01-O
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (QUEXDT OF ZZFT01-I).
           IF WS-DATE-INT = ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN42 OF ZZFT01-O-INDIC
              MOVE "Expiry date is not a valid date."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           IF QUEXDT OF ZZFT01-I < QUDATE OF ZZFT01-I
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN42 OF ZZFT01-O-INDIC
              MOVE "Expiry date must not be before the quote date."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * SALESMAN - BLANK TAKES THE CUSTOMER'S OWN SALESMAN
           IF PERSON OF ZZFT01-I = SPACES
              MOVE PERSON OF CUSTS-RECORD  TO  PERSON OF ZZFT01-I
                                               PERSON OF ZZFT01-O
           END-IF
           MOVE PERSON OF ZZFT01-I  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
             MOVE "Salesman is not on the salesman file."
                                         TO ZMSAGE OF ZZFT01-O
             MOVE ALL "-"  TO  PNAME  OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF
           MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZFT01-O.

      * CURRENCY - BLANK DEFAULTS TO THE STERLING BASE
           IF XWCURR OF ZZFT01-I = SPACES
              MOVE "GBP"  TO  XWCURR OF ZZFT01-I
                              XWCURR OF ZZFT01-O
           END-IF
           MOVE XWCURR OF ZZFT01-I  TO  XWCURR OF CURRTAB-RECORD.
           MOVE "Y" TO RECORD-FOUND-CURRTAB
           READ CURRTAB-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CURRTAB.
           IF RECORD-FOUND-CURRTAB = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN44 OF ZZFT01-O-INDIC
             MOVE "Currency code is not on the currency file."
                                         TO ZMSAGE OF ZZFT01-O
             MOVE ALL "-"  TO  CURDSC OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF
           MOVE CURDSC OF CURRTAB-RECORD  TO  CURDSC OF ZZFT01-O.
       VALIDT-EXIT. EXIT.

      ******************************************************************
      * FILL A BLANK QUOTE NUMBER FROM THE CONCTL "QUOTE" NEXT-NUMBER
      * RECORD, HELD LOCKED BY THE I-O READ UNTIL IT IS REWRITTEN.
      * NUMBERS ALREADY ON QUOHDR ARE SKIPPED.
      ******************************************************************
       ASSIGN-NEXT-QUONO.
           MOVE "QUOTE"  TO  CTLID.
           MOVE "Y" TO RECORD-FOUND-CONCTL.
           READ CONCTL-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCTL.
           IF RECORD-FOUND-CONCTL = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Quote next-number record missing from CONCTL file."
                                          TO ZMSAGE OF ZZFT01-O
              GO ASGNQU-EXIT
           END-IF.

           MOVE NEXTNO  TO  WS-NEXT-QUONO.
           IF WS-NEXT-QUONO = ZEROS
              MOVE 1  TO  WS-NEXT-QUONO
           END-IF.
           PERFORM TEST-QUONO-USED  THRU  TSTQUS-EXIT.
           PERFORM BUMP-NEXT-QUONO  THRU  BMPNQU-EXIT
                   UNTIL  RECORD-FOUND = "N".

           COMPUTE NEXTNO = WS-NEXT-QUONO + 1.
           REWRITE CONCTL-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF CONCTL-FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Unable to update CONCTL next-number record."
                                          TO ZMSAGE OF ZZFT01-O
              GO ASGNQU-EXIT
           END-IF.

           MOVE WS-NEXT-QUONO  TO  QUONO OF ZZFT01-I
                                   QUONO OF ZZFT01-O.
       ASGNQU-EXIT. EXIT.

       TEST-QUONO-USED.
           MOVE WS-NEXT-QUONO  TO  QUONO OF QUOHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ QUOHDR-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.
       TSTQUS-EXIT. EXIT.

       BUMP-NEXT-QUONO.
           ADD 1 TO WS-NEXT-QUONO.
           PERFORM TEST-QUONO-USED  THRU  TSTQUS-EXIT.
       BMPNQU-EXIT. EXIT.

       DELREC-ROUTINE.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "DELETE" TO ACTDSP OF ZZFT01-O.

           MOVE SPACES TO QUOHDR-FILE-STATUS.
           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
              MOVE "Quotation is no longer on file.."
                                          TO ZMSAGE OF ZZTR01-O
              GO DELREC-EXIT
           END-IF.
           PERFORM MOVE-QUOHDR-TO-SCREEN  THRU  MQHTSC-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.

           IF DELETE-F23
              PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT
              DELETE QUOHDR-FILE
                  INVALID
                      MOVE "Unable to delete QUOHDR file.."
                                    TO ZMSAGE OF ZZTR01-O
                  NOT INVALID
                      PERFORM PURGE-QUODTL-LINES  THRU  PRGQDL-EXIT
              END-DELETE
           END-IF.
       DELREC-EXIT. EXIT.

      * A DELETED QUOTE TAKES ITS LINES WITH IT, OR THEY WOULD
      * RESURFACE UNDER THE NEXT QUOTE DRAWN WITH THE SAME NUMBER.
       PURGE-QUODTL-LINES.
           PERFORM START-QUODTL-FILE  THRU  STQDTL-EXIT.
           IF RECORD-FOUND-QUODTL = "Y"
              PERFORM READ-NEXT-QUODTL-LINE  THRU  RNQDTL-EXIT
           END-IF.
           PERFORM DELETE-ONE-QUODTL-LINE  THRU  DL1QDL-EXIT
                   UNTIL  RECORD-FOUND-QUODTL = "N".
       PRGQDL-EXIT. EXIT.

       DELETE-ONE-QUODTL-LINE.
           DELETE QUODTL-FILE
               INVALID
                   CONTINUE
           END-DELETE.
           PERFORM READ-NEXT-QUODTL-LINE  THRU  RNQDTL-EXIT.
       DL1QDL-EXIT. EXIT.

       START-QUODTL-FILE.
           MOVE WS-SEL-QUONO  TO  QUONO OF QUODTL-RECORD.
           MOVE ZEROS         TO  XWLINE OF QUODTL-RECORD.
           MOVE "Y"  TO  RECORD-FOUND-QUODTL.
           START QUODTL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF QUODTL-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-QUODTL
           END-START.
       STQDTL-EXIT. EXIT.

       READ-NEXT-QUODTL-LINE.
           MOVE "Y"  TO  RECORD-FOUND-QUODTL.
           READ  QUODTL-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-QUODTL
                   GO RNQDTL-EXIT.
           IF QUONO OF QUODTL-RECORD NOT = WS-SEL-QUONO
               MOVE "N"  TO  RECORD-FOUND-QUODTL
           END-IF.
       RNQDTL-EXIT. EXIT.

      ******************************************************************
      * CONVERT AN ACCEPTED QUOTE INTO A CONTRACT.  THE QUOTE MUST
      * STILL BE OPEN, NOT PAST ITS EXPIRY DATE, AND PRICED (AT LEAST
      * ONE LINE).  THE CONVERSION SCREEN IS VALIDATED BY
      * CNVVAL-ROUTINE, WHICH HOLDS THE SAME CONTRACT RULES AS THE
      * CBCONHDR VALIDT-ROUTINE FOR AN ADD.  THE QUOTE IS RE-READ
      * BEFORE POSTING SO TWO OPERATORS CANNOT CONVERT IT TWICE.
      ******************************************************************
       CONVERT-ROUTINE.
           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
              MOVE "Quotation is no longer on file.."
                                          TO ZMSAGE OF ZZTR01-O
              GO CONVRT-EXIT
           END-IF.
           IF QUSTAT OF QUOHDR-RECORD NOT = "O"
              MOVE "Only an open quotation can be converted."
                                          TO ZMSAGE OF ZZTR01-O
              GO CONVRT-EXIT
           END-IF.
           IF QUEXDT OF QUOHDR-RECORD < WS-TODAY
              MOVE "Quotation has expired - it cannot be converted."
                                          TO ZMSAGE OF ZZTR01-O
              GO CONVRT-EXIT
           END-IF.
           PERFORM START-QUODTL-FILE  THRU  STQDTL-EXIT.
           IF RECORD-FOUND-QUODTL = "Y"
              PERFORM READ-NEXT-QUODTL-LINE  THRU  RNQDTL-EXIT
           END-IF.
           IF RECORD-FOUND-QUODTL = "N"
              MOVE "Quotation has no lines - nothing to convert."
                                          TO ZMSAGE OF ZZTR01-O
              GO CONVRT-EXIT
           END-IF.

           INITIALIZE  ZZCNV1-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO  IN40 OF ZZCNV1-O-INDIC
                               IN41 OF ZZCNV1-O-INDIC
                               IN42 OF ZZCNV1-O-INDIC
                               IN43 OF ZZCNV1-O-INDIC
                               IN44 OF ZZCNV1-O-INDIC.
           MOVE "CONVERT"                TO  ACTDSP OF ZZCNV1-O.
           MOVE QUONO  OF QUOHDR-RECORD  TO  QUONO  OF ZZCNV1-O.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF ZZCNV1-O.
           MOVE XWCREF OF QUOHDR-RECORD  TO  XWCREF OF ZZCNV1-O.
           MOVE XWDLDT OF QUOHDR-RECORD  TO  XWDLDT OF ZZCNV1-O.
           MOVE XWTAMT OF QUOHDR-RECORD  TO  XWTAMT OF ZZCNV1-O.
           MOVE PERSON OF QUOHDR-RECORD  TO  PERSON OF ZZCNV1-O.
           MOVE XWCURR OF QUOHDR-RECORD  TO  XWCURR OF ZZCNV1-O.

           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE ZEROS  TO  CUSNO OF CUSTS-RECORD.
           MOVE CUSNO OF CUSTS-RECORD  TO  CUSNO OF ZZCNV1-O
                                           CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                   INVALID KEY
                       MOVE ZEROS  TO  CRLMT OF CUSFL3-RECORD
                                       CRBAL OF CUSFL3-RECORD.
           MOVE CRLMT OF CUSFL3-RECORD  TO  CRLMT OF ZZCNV1-O.
           MOVE CRBAL OF CUSFL3-RECORD  TO  CRBAL OF ZZCNV1-O.

           PERFORM CNVSCN-ROUTINE  THRU  CNVSCN-EXIT.
           IF WS-ERROR = "Y" OR EXIT-KEY OR CANCEL-KEY
              GO CONVRT-EXIT
           END-IF.

           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
                   OR QUSTAT OF QUOHDR-RECORD NOT = "O"
              MOVE "Quotation was changed by another user - not converte
      -            "d."  TO ZMSAGE OF ZZTR01-O
              GO CONVRT-EXIT
           END-IF.

           PERFORM ASSIGN-NEXT-XWORDN  THRU  ASGNXT-EXIT.
           IF WS-ERROR = "Y"
              GO CONVRT-EXIT
           END-IF.

           INITIALIZE  CONHDR-RECORD  REPLACING ALPHANUMERIC BY SPACES
                                              NUMERIC BY ZEROS.
           MOVE WS-NEXT-XWORDN           TO  XWORDN OF CONHDR-RECORD.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CONHDR-RECORD.
           MOVE XWCREF OF ZZCNV1-I       TO  XWCREF OF CONHDR-RECORD.
           MOVE XWDLDT OF ZZCNV1-I       TO  XWDLDT OF CONHDR-RECORD.
           MOVE XWSTAT OF ZZCNV1-I       TO  XWSTAT OF CONHDR-RECORD.
           MOVE XWTAMT OF QUOHDR-RECORD  TO  XWTAMT OF CONHDR-RECORD.
           MOVE PERSON OF ZZCNV1-I       TO  PERSON OF CONHDR-RECORD.
           MOVE XWCURR OF QUOHDR-RECORD  TO  XWCURR OF CONHDR-RECORD.
           MOVE WS-TODAY                 TO  XWBKDT OF CONHDR-RECORD.
           MOVE SPACES TO CONHDR-FILE-STATUS.
           WRITE CONHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           IF CONHDR-FILE-STATUS NOT = "00"
              MOVE "Add to CONHDR file Invalid.."
                                          TO ZMSAGE OF ZZTR01-O
              GO CONVRT-EXIT
           END-IF.
           PERFORM LOG-CONHDR-ADD  THRU  LOGADD-EXIT.

           MOVE ZEROS TO WS-LINES-COPIED  WS-LINES-FAILED.
           PERFORM START-QUODTL-FILE  THRU  STQDTL-EXIT.
           IF RECORD-FOUND-QUODTL = "Y"
              PERFORM READ-NEXT-QUODTL-LINE  THRU  RNQDTL-EXIT
           END-IF.
           PERFORM COPY-ONE-QUOTE-LINE  THRU  CP1QLN-EXIT
                   UNTIL  RECORD-FOUND-QUODTL = "N".

           MOVE WS-NEXT-XWORDN  TO  WS-EDIT-XWORDN.
           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
              DISPLAY "PROBLEM READING QUOHDR TO MARK QUOTE CONVERTED"
              GO CONVRT-NOTMRK
           END-IF.
           MOVE "C"             TO  QUSTAT OF QUOHDR-RECORD.
           MOVE WS-NEXT-XWORDN  TO  XWORDN OF QUOHDR-RECORD.
           MOVE SPACES TO QUOHDR-FILE-STATUS.
           REWRITE QUOHDR-RECORD
                INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF QUOHDR-FILE-STATUS NOT = "00"
              DISPLAY "PROBLEM REWRITING QUOHDR TO MARK QUOTE CONVERTED"
              GO CONVRT-NOTMRK
           END-IF.

           IF WS-LINES-FAILED > ZEROS
              MOVE "Contract added but not every line copied - check lin
      -            "es."  TO ZMSAGE OF ZZTR01-O
           ELSE
              MOVE SPACES  TO  ZMSAGE OF ZZTR01-O
              STRING "Quotation converted to contract "
                                          DELIMITED BY SIZE
                     WS-EDIT-XWORDN       DELIMITED BY SIZE
                     "."                  DELIMITED BY SIZE
                INTO ZMSAGE OF ZZTR01-O
           END-IF.
           GO CONVRT-EXIT.

      * THE CONTRACT IS ON FILE BUT THE QUOTE COULD NOT BE MARKED - THE
      * OPERATOR IS GIVEN THE NEW CONTRACT NUMBER TO CLOSE IT BY HAND.
       CONVRT-NOTMRK.
           MOVE SPACES  TO  ZMSAGE OF ZZTR01-O.
           STRING "Contract "                DELIMITED BY SIZE
                  WS-EDIT-XWORDN             DELIMITED BY SIZE
                  " added - quote not marked converted, close it by h"
                                             DELIMITED BY SIZE
                  "and."                     DELIMITED BY SIZE
             INTO ZMSAGE OF ZZTR01-O.
       CONVRT-EXIT. EXIT.

      * A QUOTE LINE COPIES ACROSS FIELD FOR FIELD UNDER THE SAME
      * LINE NUMBER - THE QUOTED PRICE IS WHAT THE CUSTOMER ACCEPTED,
      * SO IT IS NOT RE-DEFAULTED FROM THE ITEM MASTER.
       COPY-ONE-QUOTE-LINE.
           MOVE WS-NEXT-XWORDN           TO  XWORDN OF CONDTL-RECORD.
           MOVE XWLINE OF QUODTL-RECORD  TO  XWLINE OF CONDTL-RECORD.
           MOVE XWITEM OF QUODTL-RECORD  TO  XWITEM OF CONDTL-RECORD.
           MOVE XWQTY  OF QUODTL-RECORD  TO  XWQTY  OF CONDTL-RECORD.
           MOVE XWUPRC OF QUODTL-RECORD  TO  XWUPRC OF CONDTL-RECORD.
           MOVE XWLAMT OF QUODTL-RECORD  TO  XWLAMT OF CONDTL-RECORD.
           MOVE XWLDDT OF QUODTL-RECORD  TO  XWLDDT OF CONDTL-RECORD.
           WRITE CONDTL-RECORD
                 INVALID KEY
                     ADD 1 TO WS-LINES-FAILED
                 NOT INVALID KEY
                     ADD 1 TO WS-LINES-COPIED
           END-WRITE.
           PERFORM READ-NEXT-QUODTL-LINE  THRU  RNQDTL-EXIT.
       CP1QLN-EXIT. EXIT.

       CNVSCN-ROUTINE.
           WRITE  DISPLAY-REC  FORMAT "ZZCNV1".
       CNVSCN-CONT.
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZCNV1-I-INDIC  TO  WS-INDIC-AREA.

           CALL "XBCCLMSG".
           CANCEL "XBCCLMSG".

           IF EXIT-KEY OR CANCEL-KEY
              GO CNVSCN-EXIT
           END-IF.
           PERFORM CNVVAL-ROUTINE  THRU  CNVVAL-EXIT.
           IF WS-ERROR = "Y"
              WRITE  DISPLAY-REC  FORMAT "ZZCNV1"
              GO CNVSCN-CONT
           END-IF.
       CNVSCN-EXIT. EXIT.

      ******************************************************************
      * CONTRACT CHECKS FOR A CONVERSION - CUSTOMER, STATUS, DELIVERY
      * DATE, SALESMAN, CURRENCY AND CREDIT LIMIT, IN THE ORDER AND
      * WITH THE MESSAGES CBCONHDR USES WHEN A CONTRACT IS ADDED.  THE
      * WHOLE QUOTE VALUE IS NEW EXPOSURE, CONVERTED TO STERLING AT
      * THE CURRENCY'S HELD RATE BEFORE IT IS ADDED TO CRBAL.
      ******************************************************************
       CNVVAL-ROUTINE.
           MOVE SPACE TO WS-ERROR.
           MOVE SPACE TO ZMSAGE OF ZZCNV1-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZCNV1-O-INDIC
                               IN41 OF ZZCNV1-O-INDIC
                               IN42 OF ZZCNV1-O-INDIC
                               IN43 OF ZZCNV1-O-INDIC
                               IN44 OF ZZCNV1-O-INDIC.

      * CUSTOMER
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN41 OF ZZCNV1-O-INDIC
             MOVE "OEM0002" TO  MSGID
             PERFORM RTNMSGTEXT-AND-LOG THRU RTNLOG-EXIT
             GO CNVVAL-EXIT
           END-IF

      * ACCOUNT ON HOLD - A CONVERSION IS A NEW CONTRACT, SO IT IS
      * REFUSED EXACTLY AS CBCONHDR REFUSES AN ADD.
           IF CUHOLD OF CUSTS-RECORD = "Y"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN41 OF ZZCNV1-O-INDIC
             MOVE "Customer account is on hold - no new contracts."
                                         TO ZMSAGE OF ZZCNV1-O
             MOVE "NEW CONTRACT REFUSED - CUSTOMER ACCOUNT ON HOLD"
                                         TO WS-ERRMSG
             MOVE "OEA0003" TO  MSGID
             PERFORM LOG-EXCEPTION  THRU  LOGEXC-EXIT
             GO CNVVAL-EXIT
           END-IF

      * STATUS
           MOVE XWSTAT OF ZZCNV1-I  TO  XWSTAT OF ORDSTS-RECORD
           MOVE "Y" TO RECORD-FOUND-ORDSTS
           READ ORDSTS-FILE
               INVALID KEY
                     MOVE "N" TO RECORD-FOUND-ORDSTS   END-READ
           IF RECORD-FOUND-ORDSTS = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN42 OF ZZCNV1-O-INDIC
             MOVE "OEM0019" TO  MSGID
             PERFORM RTNMSGTEXT-AND-LOG THRU RTNLOG-EXIT
             MOVE ALL "-"  TO  XWSDSC OF ZZCNV1-O
             GO CNVVAL-EXIT
           END-IF
           MOVE XWSDSC OF ORDSTS-RECORD  TO  XWSDSC OF ZZCNV1-O.

      * DELIVERY DATE
           IF XWDLDT OF ZZCNV1-I = ZEROS
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN40 OF ZZCNV1-O-INDIC
             MOVE "Delivery date is required on the contract."
                                         TO ZMSAGE OF ZZCNV1-O
             GO CNVVAL-EXIT
           END-IF

      * SALESMAN
           MOVE PERSON OF ZZCNV1-I  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN43 OF ZZCNV1-O-INDIC
             MOVE "OEM0023" TO  MSGID
             PERFORM RTNMSGTEXT-AND-LOG THRU RTNLOG-EXIT
             MOVE ALL "-"  TO  PNAME  OF ZZCNV1-O
             GO CNVVAL-EXIT
           END-IF
           MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZCNV1-O.

      * CURRENCY - THE CONTRACT IS PRICED IN THE QUOTE'S CURRENCY, SO
      * IT IS SHOWN FOR REFERENCE AND NOT TAKEN FROM THE SCREEN.
           IF XWCURR OF ZZCNV1-I NOT = SPACES
                   AND XWCURR OF ZZCNV1-I NOT = XWCURR OF QUOHDR-RECORD
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN44 OF ZZCNV1-O-INDIC
             MOVE XWCURR OF QUOHDR-RECORD  TO  XWCURR OF ZZCNV1-O
             MOVE "Currency is fixed by the quotation - it cannot be cha
      -           "nged."              TO ZMSAGE OF ZZCNV1-O
             GO CNVVAL-EXIT
           END-IF
           MOVE XWCURR OF QUOHDR-RECORD  TO  XWCURR OF ZZCNV1-O.
           MOVE XWCURR OF QUOHDR-RECORD  TO  XWCURR OF CURRTAB-RECORD.
           MOVE "Y" TO RECORD-FOUND-CURRTAB
           READ CURRTAB-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CURRTAB.
           IF RECORD-FOUND-CURRTAB = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN44 OF ZZCNV1-O-INDIC
             MOVE "Currency code is not on the currency file."
                                         TO ZMSAGE OF ZZCNV1-O
             GO CNVVAL-EXIT
           END-IF
           MOVE XWCURR OF QUOHDR-RECORD  TO  WS-FX-CURR.
           MOVE WS-TODAY            TO  WS-FX-DATE.
           PERFORM FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           MOVE WS-FX-RATE  TO  WS-NEW-RATE.

      * CREDIT LIMIT
           MOVE CUSNO OF CUSTS-RECORD  TO  CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3.
           COMPUTE WS-NET-BASE ROUNDED = XWTAMT OF QUOHDR-RECORD
                                       * WS-NEW-RATE.
           IF RECORD-FOUND-CUSFL3 = "Y"
             IF (CRBAL OF CUSFL3-RECORD + WS-NET-BASE)
                            > CRLMT OF CUSFL3-RECORD
               IF SUPOVR OF ZZCNV1-I NOT = "Y"
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN44 OF ZZCNV1-O-INDIC
                 MOVE "OEM0031" TO  MSGID
                 PERFORM RTNMSGTEXT-AND-LOG THRU RTNLOG-EXIT
                 GO CNVVAL-EXIT
               ELSE
                 PERFORM READ-USER-AUTHORITY  THRU  RDAUTH-EXIT
                 IF RECORD-FOUND-USRAUTH = "N"
                         OR AUCROV OF USRAUTH-RECORD NOT = "Y"
                   MOVE "Y" TO WS-ERROR
                   MOVE INDIC-ON TO IN44 OF ZZCNV1-O-INDIC
                   MOVE "Not authorized to override the credit limit."
                                               TO ZMSAGE OF ZZCNV1-O
                   MOVE "CREDIT OVERRIDE REFUSED - NO AUTHORITY"
                                               TO WS-ERRMSG
                   PERFORM LOG-AUTH-REFUSAL  THRU  LOGAUT-EXIT
                   GO CNVVAL-EXIT
                 END-IF
               END-IF
             END-IF
           END-IF.
       CNVVAL-EXIT. EXIT.

      ******************************************************************
      * DRAW THE NEW CONTRACT NUMBER FROM THE CONCTL "CONHDR" SERIES,
      * EXACTLY AS CBCONHDR DOES FOR AN ADD - SKIPPING NUMBERS ALREADY
      * ON CONHDR AND REWRITING THE CONTROL RECORD PAST THE NUMBER.
      ******************************************************************
       ASSIGN-NEXT-XWORDN.
           MOVE SPACE TO WS-ERROR.
           MOVE "CONHDR"  TO  CTLID.
           MOVE "Y" TO RECORD-FOUND-CONCTL.
           READ CONCTL-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCTL.
           IF RECORD-FOUND-CONCTL = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Next-number record missing from CONCTL file."
                                          TO ZMSAGE OF ZZTR01-O
              GO ASGNXT-EXIT
           END-IF.

           MOVE NEXTNO  TO  WS-NEXT-XWORDN.
           IF WS-NEXT-XWORDN = ZEROS
              MOVE 1  TO  WS-NEXT-XWORDN
           END-IF.
           PERFORM TEST-XWORDN-USED  THRU  TSTUSD-EXIT.
           PERFORM BUMP-NEXT-XWORDN  THRU  BMPNXT-EXIT
                   UNTIL  RECORD-FOUND = "N".

           COMPUTE NEXTNO = WS-NEXT-XWORDN + 1.
           REWRITE CONCTL-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF CONCTL-FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-ERROR
              MOVE "Unable to update CONCTL next-number record."
                                          TO ZMSAGE OF ZZTR01-O
              GO ASGNXT-EXIT
           END-IF.
       ASGNXT-EXIT. EXIT.

       TEST-XWORDN-USED.
           MOVE WS-NEXT-XWORDN  TO  XWORDN OF CONHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CONHDR-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.
       TSTUSD-EXIT. EXIT.

       BUMP-NEXT-XWORDN.
           ADD 1 TO WS-NEXT-XWORDN.
           PERFORM TEST-XWORDN-USED  THRU  TSTUSD-EXIT.
       BMPNXT-EXIT. EXIT.

       STAMP-LOG-HEADER.
           MOVE XWORDN OF CONHDR-RECORD  TO  XWORDN OF
                                              CONHDRLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOGTS.
           CALL "RTVJOBUSR" USING LOGUSER.
       STLGH-EXIT. EXIT.

      * THE CONVERTED CONTRACT IS LOGGED WITH THE SAME ADD IMAGE
      * CBCONHDR WRITES, SO THE FINANCE EXTRACT AND THE HISTORY
      * INQUIRY SEE IT LIKE ANY OTHER NEW CONTRACT.
       LOG-CONHDR-ADD.
           MOVE SPACES TO CONHDRLOG-FILE-STATUS.
           PERFORM STAMP-LOG-HEADER  THRU  STLGH-EXIT.
           MOVE "A"                        TO  LOGACT.
           MOVE SPACES                     TO  OLD-XWBCCD OLD-XWCREF
                                                OLD-XWSTAT OLD-PERSON.
           MOVE ZEROS                      TO  OLD-XWDLDT OLD-XWTAMT.
           MOVE XWBCCD OF CONHDR-RECORD  TO  NEW-XWBCCD.
           MOVE XWCREF OF CONHDR-RECORD  TO  NEW-XWCREF.
           MOVE XWDLDT OF CONHDR-RECORD  TO  NEW-XWDLDT.
           MOVE XWSTAT OF CONHDR-RECORD  TO  NEW-XWSTAT.
           MOVE XWTAMT OF CONHDR-RECORD  TO  NEW-XWTAMT.
           MOVE PERSON OF CONHDR-RECORD  TO  NEW-PERSON.
           WRITE CONHDRLOG-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           IF CONHDRLOG-FILE-STATUS NOT = "00"
              MOVE "OEM0004" TO  MSGID
              PERFORM RTNMSGTEXT-AND-LOG THRU RTNLOG-EXIT
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
           END-IF.
       LOGADD-EXIT. EXIT.

      * EVERY RTNMSGTEXT CALL IN THIS PROGRAM ROUTES THROUGH HERE SO
      * THE MESSAGE IS ALSO APPENDED TO CONHDREX, THE EXCEPTION LOG.
       RTNMSGTEXT-AND-LOG.
           CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG.
           PERFORM LOG-EXCEPTION  THRU  LOGEXC-EXIT.
       RTNLOG-EXIT. EXIT.

      * A REFUSED CONVERSION HAS NO CONTRACT NUMBER YET - IT IS
      * LOGGED AGAINST THE QUOTE'S CUSTOMER WITH A ZERO CONTRACT.
       LOG-EXCEPTION.
           MOVE SPACES TO CONHDREX-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EXTS.
           MOVE XWORDN OF QUOHDR-RECORD  TO  XWORDN OF CONHDREX-RECORD.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CONHDREX-RECORD.
           MOVE MSGID                       TO  EXMSGID.
           MOVE WS-ERRMSG                   TO  EXMSGTXT.
           CALL "RTVJOBUSR" USING EXUSER.
           WRITE CONHDREX-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           IF CONHDREX-FILE-STATUS NOT = "00"
              DISPLAY "PROBLEM WRITING CONHDREX EXCEPTION LOG"
           END-IF.
       LOGEXC-EXIT. EXIT.

      * AUTHORITY RECORD FOR THE USER RUNNING THIS JOB.  A USER WITH
      * NO RECORD HAS NO SPECIAL AUTHORITY - THE CHECKS FAIL CLOSED.
       READ-USER-AUTHORITY.
           CALL "RTVJOBUSR" USING WS-AUTH-USER.
           MOVE WS-AUTH-USER  TO  AUUSER OF USRAUTH-RECORD.
           MOVE "Y" TO RECORD-FOUND-USRAUTH.
           READ USRAUTH-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-USRAUTH.
       RDAUTH-EXIT. EXIT.

       LOG-AUTH-REFUSAL.
           MOVE "OEA0002" TO  MSGID.
           PERFORM LOG-EXCEPTION  THRU  LOGEXC-EXIT.
       LOGAUT-EXIT. EXIT.

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

       SRPROM-ROUTINE.
           EVALUATE TRUE
              WHEN SFIELD OF ZZFT01-I = "XWBCCD"
                 CALL "CUSTSSEL"  USING XWBCCD OF ZZFT01-I
                                        XWG4TX OF ZZFT01-O
                 CANCEL "CUSTSSEL"

              WHEN SFIELD OF ZZFT01-I = "PERSON"
                 CALL "SLMENSEL"  USING PERSON OF ZZFT01-I
                                        PNAME  OF ZZFT01-O
                 CANCEL "SLMENSEL"

           END-EVALUATE.
       SRPROM-EXIT.  EXIT.
