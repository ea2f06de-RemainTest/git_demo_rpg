       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUODET.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * QUOTATION LINE MAINTENANCE, CALLED FROM CBQUOHDR OPTION 7.
      *
      * THE QUOTE COUNTERPART OF CBCONDET - ITEM LINES ARE KEYED
      * AGAINST THE ITEM MASTER, A ZERO UNIT PRICE IS DEFAULTED FROM
      * THE CUSTOMER'S PRICE AGREEMENT (ELSE ITUPRC) AS AT THE QUOTE
      * DATE, AND EVERY ADD, CHANGE OR DELETE RE-TOTALS THE QUOTE
      * HEADER (QUOHDR XWTAMT).  A QUOTE IS NOT A CONTRACT, SO NOTHING
      * IS LOGGED TO CONHDRLOG.  ONCE A QUOTE HAS BEEN CONVERTED OR
      * HAS EXPIRED ITS LINES ARE DISPLAY ONLY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WQUODETD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT QUODTL-FILE
               ASSIGN TO DATABASE-QUODTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUODTL-RECORD
               FILE STATUS IS QUODTL-FILE-STATUS.

           SELECT QUOHDR-FILE
               ASSIGN TO DATABASE-QUOHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUOHDR-RECORD
               FILE STATUS IS QUOHDR-FILE-STATUS.

           SELECT ITEMS-FILE
               ASSIGN TO DATABASE-ITEMS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ITEMS-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WQUODETD.

       FD  QUODTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUODTL-RECORD.
           COPY DDS-QUODTLR       OF  QUODTL.

       FD  QUOHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDR-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDR.

       FD  ITEMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEMS-RECORD.
           COPY DDS-ITEMSR        OF  ITEMS.

       WORKING-STORAGE SECTION.
       01  ONE                         PIC 1 VALUE B"1".
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  QUODTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  QUOHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  RECORD-FOUND-QUODTL     PIC X VALUE SPACES.
           02  RECORD-FOUND-QUOHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-ITEMS      PIC X VALUE SPACES.
           02  RECORD-FOUND            PIC X VALUE SPACES.
           02  WS-SFL-PAGE-FULL        PIC X VALUE SPACE.
           02  WS-NEXT-XWLINE          PIC 9(03) VALUE 0.
           02  WS-LAST-XWLINE          PIC 9(03) VALUE 0.
           02  WS-SEL-XWLINE           PIC 9(03) VALUE 0.
           02  WS-ROLL-TOTAL           PIC S9(09)V99 VALUE 0.
           02  WS-PRICE-DATE           PIC 9(08) VALUE 0.
           02  WS-AGR-PRICE            PIC S9(07)V99 VALUE 0.
           02  WS-AGR-FOUND            PIC X VALUE SPACE.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.

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
       01  LS-QUONO                    PIC 9(07).
       01  LS-XWBCCD                   PIC X(11).
       01  LS-XWG4TX                   PIC X(40).

       PROCEDURE DIVISION
                  USING LS-QUONO LS-XWBCCD LS-XWG4TX.

       MAIN-PROCESSING.

           OPEN  INPUT ITEMS-FILE
                 I-O   QUODTL-FILE
                       QUOHDR-FILE
                       DISPLAY-FILE.

           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM PROCESS-ROUTINE   THRU  PR-EXIT
                       UNTIL  EXIT-KEY OR CANCEL-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           CANCEL "CBPRCLKP".
           EXIT PROGRAM.

       PROCESS-ROUTINE.
           PERFORM   DISPLAY-SFLCTL-FILE     THRU   DSFCF-EXIT.
           EVALUATE  TRUE
           WHEN  EXIT-KEY
                 CONTINUE
           WHEN  CANCEL-KEY
                 CONTINUE
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

      * CONTINUE LOADING QUOTE LINES FROM WHERE THE LAST PAGE ENDED.
      * THE LINE OPTIONS AND THE HEADER ROLLUP RANDOM-READ QUODTL, SO
      * THE FILE IS REPOSITIONED PAST THE LAST LINE SHOWN.
       LOAD-FORWARD-FILE.
           MOVE  0  TO  RECNO.
           MOVE  "Y"  TO  RECORD-FOUND-QUODTL.
           MOVE  LS-QUONO        TO  QUONO  OF QUODTL-RECORD.
           MOVE  WS-LAST-XWLINE  TO  XWLINE OF QUODTL-RECORD.
           START QUODTL-FILE  KEY GREATER THAN
                                      EXTERNALLY-DESCRIBED-KEY
                                      OF QUODTL-RECORD
                 INVALID  MOVE "N" TO RECORD-FOUND-QUODTL.
           IF  RECORD-FOUND-QUODTL = "Y"
               PERFORM  READ-NEXT-QUODTL-FILE  THRU  RNQDTL-EXIT
           END-IF.
           IF  RECORD-FOUND-QUODTL = "Y"
               PERFORM  CREATE-SFL-FILE    THRU    CSFLF-EXIT
           END-IF.
           IF  RECNO > 0
              PERFORM BUILD-SFLCTL-HEADER  THRU  BSFHDR-EXIT
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
           ELSE
              MOVE  "No more quotation lines are available."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
           PERFORM  START-QUODTL-FILE  THRU  STQDTL-EXIT.
           IF  RECORD-FOUND-QUODTL = "Y"
               PERFORM  READ-NEXT-QUODTL-FILE  THRU  RNQDTL-EXIT
           END-IF.

           IF  RECORD-FOUND-QUODTL = "Y"
               PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT
           ELSE
               MOVE  "No quote lines - use F6 to add the first line."
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
           MOVE LS-QUONO   TO  QUONO  OF ZZCT01-O.
           MOVE LS-XWBCCD  TO  XWBCCD OF ZZCT01-O.
           MOVE LS-XWG4TX  TO  XWG4TX OF ZZCT01-O.
           MOVE QUSTAT OF QUOHDR-RECORD  TO  QUSTAT OF ZZCT01-O.
           MOVE XWTAMT OF QUOHDR-RECORD  TO  XWTAMT OF ZZCT01-O.
           MOVE "CBQUODET" TO ZZPGM OF ZZCT01-O.
       BSFHDR-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE  0  TO  RECNO.
           MOVE  SPACE   TO  WS-SFL-PAGE-FULL.
           PERFORM  FILL-SFL-FILE     THRU   FSFLF-EXIT
                    UNTIL  RECORD-FOUND-QUODTL = "N"
                       OR  WS-SFL-PAGE-FULL = "Y".
       CSFLF-EXIT.   EXIT.

       FILL-SFL-FILE.
           IF  RECNO > MAX-SFL-RECORDS
               MOVE "Y"   TO  WS-SFL-PAGE-FULL
               GO  FSFLF-EXIT.
           PERFORM  MOVE-QUODTL-TO-SFL      THRU   MQDSFL-EXIT.
           MOVE  XWLINE OF QUODTL-RECORD  TO  WS-LAST-XWLINE.
           ADD  1  TO  RECNO
           PERFORM   WRITE-SUBFILE-RECORD     THRU   WSFLR-EXIT.
           PERFORM   READ-NEXT-QUODTL-FILE    THRU   RNQDTL-EXIT.
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

       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           MOVE  XWLINE OF ZZSF01-I  TO  WS-SEL-XWLINE.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "2"
               SET CHANGE-MODE TO TRUE
               PERFORM CHGREC-ROUTINE  THRU  CHGREC-EXIT
             WHEN  DSSEL OF ZZSF01-I = "4"
               PERFORM DELREC-ROUTINE  THRU  DELREC-EXIT
             WHEN  DSSEL OF ZZSF01-I = "5"
               PERFORM DSPREC-ROUTINE  THRU  DSPREC-EXIT
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
           INITIALIZE ZZCT01-O.
           PERFORM  READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
       INIT-EXIT.  EXIT.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       QUODTL-FILE
                       QUOHDR-FILE
                       ITEMS-FILE.

       READ-QUOHDR-FILE.
           MOVE LS-QUONO  TO  QUONO OF QUOHDR-RECORD.
           MOVE "Y"   TO RECORD-FOUND-QUOHDR.
           READ  QUOHDR-FILE   INVALID
                 MOVE "N"  TO  RECORD-FOUND-QUOHDR
                 MOVE SPACES  TO  QUSTAT OF QUOHDR-RECORD.
       RDQHDR-EXIT. EXIT.

      * ONLY AN OPEN QUOTE MAY HAVE ITS LINES ADDED, CHANGED OR
      * DELETED.  THE HEADER IS RE-READ EACH TIME SO A CONVERSION
      * DONE FROM ANOTHER SESSION IS SEEN.
       CHECK-QUOTE-OPEN.
           MOVE SPACE TO WS-ERROR.
           PERFORM  READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF QUSTAT OF QUOHDR-RECORD NOT = "O"
              MOVE "Y" TO WS-ERROR
              MOVE "Quote is no longer open - lines are display only."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       CHKOPN-EXIT. EXIT.

       START-QUODTL-FILE.
           MOVE "Y"  TO RECORD-FOUND-QUODTL.
           MOVE LS-QUONO   TO  QUONO  OF QUODTL-RECORD.
           MOVE ZEROS      TO  XWLINE OF QUODTL-RECORD.
           START QUODTL-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                      OF QUODTL-RECORD
                 INVALID  MOVE "N" TO RECORD-FOUND-QUODTL.
       STQDTL-EXIT.  EXIT.

       READ-NEXT-QUODTL-FILE.
           MOVE "Y"   TO RECORD-FOUND-QUODTL.
           READ  QUODTL-FILE   NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-QUODTL
                   GO RNQDTL-EXIT.
           IF QUONO OF QUODTL-RECORD NOT = LS-QUONO
               MOVE "N"  TO  RECORD-FOUND-QUODTL
           END-IF.
       RNQDTL-EXIT. EXIT.

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

       MOVE-QUODTL-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE XWLINE OF QUODTL-RECORD TO XWLINE OF ZZSF01-O.
           MOVE XWITEM OF QUODTL-RECORD TO XWITEM OF ZZSF01-O.
           MOVE XWQTY  OF QUODTL-RECORD TO XWQTY  OF ZZSF01-O.
           MOVE XWUPRC OF QUODTL-RECORD TO XWUPRC OF ZZSF01-O.
           MOVE XWLAMT OF QUODTL-RECORD TO XWLAMT OF ZZSF01-O.
           MOVE XWLDDT OF QUODTL-RECORD TO XWLDDT OF ZZSF01-O.
       MQDSFL-EXIT.  EXIT.

      ******************************************************************
      * RE-TOTAL THE QUOTE FROM ITS LINES AND CARRY THE NEW TOTAL TO
      * THE QUOHDR HEADER.  A QUOTE WITH NO LINES LEFT KEEPS A ZERO
      * TOTAL.
      ******************************************************************
       ROLLUP-HEADER-TOTAL.
           MOVE  0  TO  WS-ROLL-TOTAL.
           PERFORM  START-QUODTL-FILE  THRU  STQDTL-EXIT.
           IF  RECORD-FOUND-QUODTL = "Y"
               PERFORM  READ-NEXT-QUODTL-FILE  THRU  RNQDTL-EXIT
           END-IF.
           PERFORM  ADD-LINE-TO-TOTAL  THRU  ADLNTT-EXIT
                    UNTIL  RECORD-FOUND-QUODTL = "N".

           PERFORM  READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
           IF  RECORD-FOUND-QUOHDR = "Y"
               MOVE  WS-ROLL-TOTAL  TO  XWTAMT OF QUOHDR-RECORD
               REWRITE QUOHDR-RECORD
                    INVALID KEY
                      MOVE "Update on QUOHDR file Invalid.."
                                             TO ZMSAGE OF ZZTR01-O
               END-REWRITE
           END-IF.
           MOVE XWTAMT OF QUOHDR-RECORD  TO  XWTAMT OF ZZCT01-O.
       ROLLUP-EXIT. EXIT.

       ADD-LINE-TO-TOTAL.
           ADD  XWLAMT OF QUODTL-RECORD  TO  WS-ROLL-TOTAL.
           PERFORM  READ-NEXT-QUODTL-FILE  THRU  RNQDTL-EXIT.
       ADLNTT-EXIT. EXIT.

      * LOAD THE DETAIL SCREEN FROM THE QUODTL LINE JUST READ.
       MOVE-QUODTL-TO-SCREEN.
           MOVE LS-QUONO                 TO  QUONO  OF ZZFT01-O.
           MOVE XWLINE OF QUODTL-RECORD  TO  XWLINE OF ZZFT01-O.
           MOVE XWITEM OF QUODTL-RECORD  TO  XWITEM OF ZZFT01-O.
           MOVE XWQTY  OF QUODTL-RECORD  TO  XWQTY  OF ZZFT01-O.
           MOVE XWUPRC OF QUODTL-RECORD  TO  XWUPRC OF ZZFT01-O.
           MOVE XWLAMT OF QUODTL-RECORD  TO  XWLAMT OF ZZFT01-O.
           MOVE XWLDDT OF QUODTL-RECORD  TO  XWLDDT OF ZZFT01-O.
       MQDTSC-EXIT. EXIT.

      * CARRY THE KEYED LINE FROM THE DETAIL SCREEN INTO QUODTL.
       MOVE-SCREEN-TO-QUODTL.
           MOVE LS-QUONO            TO  QUONO  OF QUODTL-RECORD.
           MOVE XWLINE OF ZZFT01-I  TO  XWLINE OF QUODTL-RECORD.
           MOVE XWITEM OF ZZFT01-I  TO  XWITEM OF QUODTL-RECORD.
           MOVE XWQTY  OF ZZFT01-I  TO  XWQTY  OF QUODTL-RECORD.
           MOVE XWUPRC OF ZZFT01-I  TO  XWUPRC OF QUODTL-RECORD.
           MOVE XWLAMT OF ZZFT01-I  TO  XWLAMT OF QUODTL-RECORD.
           MOVE XWLDDT OF ZZFT01-I  TO  XWLDDT OF QUODTL-RECORD.
       MSCTQD-EXIT. EXIT.

       READ-SELECTED-QUODTL.
           MOVE LS-QUONO            TO  QUONO  OF QUODTL-RECORD.
           MOVE WS-SEL-XWLINE       TO  XWLINE OF QUODTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUODTL
           READ QUODTL-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-QUODTL.
       RDSQDL-EXIT. EXIT.

       CHGREC-ROUTINE.
           PERFORM CHECK-QUOTE-OPEN  THRU  CHKOPN-EXIT.
           IF WS-ERROR = "Y"
              SET CHANGE-MODE-OFF  TO  TRUE
              GO CHGREC-EXIT
           END-IF.
           MOVE SPACES TO QUODTL-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "UPDATE" TO ACTDSP OF ZZFT01-O.

           PERFORM READ-SELECTED-QUODTL  THRU  RDSQDL-EXIT.
           IF RECORD-FOUND-QUODTL = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              SET CHANGE-MODE-OFF  TO  TRUE
              GO CHGREC-EXIT
           END-IF.
           PERFORM MOVE-QUODTL-TO-SCREEN  THRU  MQDTSC-EXIT.
           PERFORM FILL-ITEM-DESC  THRU  FLITDS-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR NOT = "Y"
                  AND NOT EXIT-KEY AND NOT CANCEL-KEY
             PERFORM READ-SELECTED-QUODTL  THRU  RDSQDL-EXIT
             IF RECORD-FOUND-QUODTL = "Y"
                   AND QUODTL-FILE-STATUS = "00"
                PERFORM MOVE-SCREEN-TO-QUODTL  THRU  MSCTQD-EXIT
                REWRITE QUODTL-RECORD
                     INVALID KEY
                       MOVE "Update on QUODTL file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                     NOT INVALID KEY
                       PERFORM ROLLUP-HEADER-TOTAL  THRU  ROLLUP-EXIT
                END-REWRITE
             ELSE
                MOVE "Record is not available for update.."
                                              TO ZMSAGE  OF ZZFT01-O
                WRITE DISPLAY-REC FORMAT IS "ZZTR01"
             END-IF
           END-IF.
           SET CHANGE-MODE-OFF  TO  TRUE.
       CHGREC-EXIT. EXIT.

       ADDREC-ROUTINE.
           PERFORM CHECK-QUOTE-OPEN  THRU  CHKOPN-EXIT.
           IF WS-ERROR = "Y"
              GO ADDREC-EXIT
           END-IF.
           SET ADDING-MODE TO TRUE.
           MOVE SPACES TO QUODTL-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "ADD" TO ACTDSP OF ZZFT01-O.
           MOVE LS-QUONO  TO  QUONO OF ZZFT01-O.
           PERFORM FIND-NEXT-XWLINE  THRU  FNXTLN-EXIT.
           MOVE WS-NEXT-XWLINE  TO  XWLINE OF ZZFT01-O.
      * A QUOTE LINE DEFAULTS TO THE QUOTE'S REQUESTED DELIVERY DATE.
           MOVE XWDLDT OF QUOHDR-RECORD  TO  XWLDDT OF ZZFT01-O.
           MOVE "Y" TO RECORD-FOUND-QUODTL.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR NOT = "Y"
             IF NOT EXIT-KEY AND NOT CANCEL-KEY
                PERFORM MOVE-SCREEN-TO-QUODTL  THRU  MSCTQD-EXIT
                WRITE QUODTL-RECORD
                     INVALID KEY
                       MOVE "Add to QUODTL file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                     NOT INVALID KEY
                       PERFORM ROLLUP-HEADER-TOTAL  THRU  ROLLUP-EXIT
                END-WRITE
             END-IF
           END-IF.
           SET ADDING-MODE-OFF  TO  TRUE.
       ADDREC-EXIT. EXIT.

      * DEFAULT THE NEW LINE NUMBER TO ONE PAST THE HIGHEST LINE ON
      * FILE FOR THIS QUOTE.  THE OPERATOR MAY STILL KEY ANOTHER.
       FIND-NEXT-XWLINE.
           MOVE  0  TO  WS-NEXT-XWLINE.
           PERFORM  START-QUODTL-FILE  THRU  STQDTL-EXIT.
           IF  RECORD-FOUND-QUODTL = "Y"
               PERFORM  READ-NEXT-QUODTL-FILE  THRU  RNQDTL-EXIT
           END-IF.
           PERFORM  TRACK-HIGHEST-XWLINE  THRU  TRHILN-EXIT
                    UNTIL  RECORD-FOUND-QUODTL = "N".
           ADD  1  TO  WS-NEXT-XWLINE.
       FNXTLN-EXIT. EXIT.

       TRACK-HIGHEST-XWLINE.
           MOVE  XWLINE OF QUODTL-RECORD  TO  WS-NEXT-XWLINE.
           PERFORM  READ-NEXT-QUODTL-FILE  THRU  RNQDTL-EXIT.
       TRHILN-EXIT. EXIT.

       DSPREC-ROUTINE.
           MOVE SPACES TO QUODTL-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "DISPLAY" TO ACTDSP OF ZZFT01-O.

           PERFORM READ-SELECTED-QUODTL  THRU  RDSQDL-EXIT.
           IF RECORD-FOUND-QUODTL = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO DSPREC-EXIT
           END-IF.
           PERFORM MOVE-QUODTL-TO-SCREEN  THRU  MQDTSC-EXIT.
           PERFORM FILL-ITEM-DESC  THRU  FLITDS-EXIT.

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

       VALIDT-ROUTINE.
           MOVE SPACE TO WS-ERROR.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC
                               IN41 OF ZZFT01-O-INDIC
                               IN42 OF ZZFT01-O-INDIC
                               IN43 OF ZZFT01-O-INDIC.

      * LINE NUMBER MUST NOT BE ZERO
           IF XWLINE OF ZZFT01-I = ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Line number must not be zero."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * WHEN ADDING, LINE MUST NOT EXIST
           IF ADDING-MODE
              MOVE LS-QUONO            TO  QUONO  OF QUODTL-RECORD
              MOVE XWLINE OF ZZFT01-I  TO  XWLINE OF QUODTL-RECORD
              MOVE "Y" TO RECORD-FOUND
              READ QUODTL-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND
              END-READ
              IF RECORD-FOUND = "Y"
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
                MOVE "Line number already exists on this quotation."
                                          TO ZMSAGE OF ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF

      * ITEM - MUST BE ON THE ITEM MASTER AND STILL ACTIVE.
           IF XWITEM OF ZZFT01-I = SPACES
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
              MOVE "Item code is required."  TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

           MOVE XWITEM OF ZZFT01-I  TO  XWITEM OF ITEMS-RECORD.
           MOVE "Y" TO RECORD-FOUND-ITEMS
           READ ITEMS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-ITEMS.
           IF RECORD-FOUND-ITEMS = "N"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
             MOVE "Item code is not on the item master."
                                         TO ZMSAGE OF ZZFT01-O
             MOVE ALL "-"  TO  ITDESC OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF
           MOVE ITDESC OF ITEMS-RECORD  TO  ITDESC OF ZZFT01-O.
           IF ITACTV OF ITEMS-RECORD NOT = "Y"
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
             MOVE "Item is inactive - not allowed on new lines."
                                         TO ZMSAGE OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF

      * QUANTITY
           IF XWQTY OF ZZFT01-I = ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN42 OF ZZFT01-O-INDIC
              MOVE "Quantity must not be zero."  TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * UNIT PRICE - A ZERO PRICE IS DEFAULTED FROM THE BEST PRICE
      * AGREEMENT FOR THE CUSTOMER, QUOTE CURRENCY AND QUOTE DATE AT
      * THIS LINE QUANTITY, ELSE FROM THE MASTER'S STANDARD PRICE; A
      * KEYED PRICE IS LEFT ALONE SO A NEGOTIATED RATE CAN BE QUOTED.
           IF XWUPRC OF ZZFT01-I = ZEROS
             PERFORM DEFAULT-LINE-PRICE  THRU  DFLPRC-EXIT
           END-IF

      * LINE DELIVERY DATE
           IF XWLDDT OF ZZFT01-I = ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
              MOVE "Line delivery date is required."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * LINE VALUE IS ALWAYS DERIVED, NEVER KEYED
           COMPUTE XWLAMT OF ZZFT01-I = XWQTY OF ZZFT01-I
                                      * XWUPRC OF ZZFT01-I.
       VALIDT-EXIT. EXIT.

       DEFAULT-LINE-PRICE.
           MOVE QUDATE OF QUOHDR-RECORD  TO  WS-PRICE-DATE.
           IF WS-PRICE-DATE = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8)  TO  WS-PRICE-DATE
           END-IF.
           CALL "CBPRCLKP"  USING LS-XWBCCD
                                  XWITEM OF ZZFT01-I
                                  WS-PRICE-DATE
                                  XWCURR OF QUOHDR-RECORD
                                  XWQTY OF ZZFT01-I
                                  WS-AGR-PRICE
                                  WS-AGR-FOUND.
           IF WS-AGR-FOUND = "Y"
             MOVE WS-AGR-PRICE            TO  XWUPRC OF ZZFT01-I
                                              XWUPRC OF ZZFT01-O
           ELSE
             MOVE ITUPRC OF ITEMS-RECORD  TO  XWUPRC OF ZZFT01-I
                                              XWUPRC OF ZZFT01-O
           END-IF.
       DFLPRC-EXIT. EXIT.

       DELREC-ROUTINE.
           PERFORM CHECK-QUOTE-OPEN  THRU  CHKOPN-EXIT.
           IF WS-ERROR = "Y"
              GO DELREC-EXIT
           END-IF.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "DELETE" TO ACTDSP OF ZZFT01-O.

           MOVE SPACES TO QUODTL-FILE-STATUS.
           PERFORM READ-SELECTED-QUODTL  THRU  RDSQDL-EXIT.
           IF RECORD-FOUND-QUODTL = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO DELREC-EXIT
           END-IF.
           PERFORM MOVE-QUODTL-TO-SCREEN  THRU  MQDTSC-EXIT.
           PERFORM FILL-ITEM-DESC  THRU  FLITDS-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.

           IF DELETE-F23
              PERFORM READ-SELECTED-QUODTL  THRU  RDSQDL-EXIT
              DELETE QUODTL-FILE
                  INVALID
                      MOVE "Unable to delete QUODTL file.."
                                    TO ZMSAGE OF ZZTR01-O
                  NOT INVALID
                      PERFORM ROLLUP-HEADER-TOTAL  THRU  ROLLUP-EXIT
              END-DELETE
           END-IF.
       DELREC-EXIT. EXIT.

      * CARRY THE ITEM MASTER DESCRIPTION ONTO THE DETAIL SCREEN FOR
      * WHATEVER ITEM CODE IS CURRENTLY IN ZZFT01-O.
       FILL-ITEM-DESC.
           MOVE XWITEM OF ZZFT01-O  TO  XWITEM OF ITEMS-RECORD.
           MOVE "Y" TO RECORD-FOUND-ITEMS
           READ ITEMS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-ITEMS.
           IF RECORD-FOUND-ITEMS = "Y"
              MOVE ITDESC OF ITEMS-RECORD  TO  ITDESC OF ZZFT01-O
           ELSE
              MOVE ALL "-"  TO  ITDESC OF ZZFT01-O
           END-IF.
       FLITDS-EXIT. EXIT.

       SRPROM-ROUTINE.
           EVALUATE TRUE
              WHEN SFIELD OF ZZFT01-I = "XWITEM"
                 CALL "ITEMSSEL"  USING XWITEM OF ZZFT01-I
                                        ITDESC OF ZZFT01-O
                 CANCEL "ITEMSSEL"

           END-EVALUATE.
       SRPROM-EXIT.  EXIT.
