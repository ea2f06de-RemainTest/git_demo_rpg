       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPRCAGR.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * CUSTOMER PRICE AGREEMENT (PRCAGR) MAINTENANCE.
      *
      * LIST, ADD, CHANGE AND DELETE PRICE AGREEMENTS FROM A SUBFILE IN
      * THE CBITEMS STYLE.  AN AGREEMENT IS KEYED BY CUSTOMER, ITEM,
      * CURRENCY AND THE DATE IT TAKES EFFECT, RUNS TO AN OPTIONAL END
      * DATE AND CARRIES UP TO FIVE QUANTITY BREAKS.  CBCONDET AND
      * CBQUODET DEFAULT A LINE PRICE FROM THE BEST AGREEMENT THAT
      * APPLIES (SEE CBPRCLKP) AND CBPRCEXC REPORTS LINES PRICED AWAY
      * FROM IT.
      *
      * THE KEY CANNOT BE CHANGED - TO MOVE AN AGREEMENT TO A NEW START
      * DATE, END THE OLD ONE AND ADD A NEW ONE.  EVERY ADD AND CHANGE
      * STAMPS THE USER AND TIME ON THE AGREEMENT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WPRCAGRD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT PRCAGR-FILE
               ASSIGN TO DATABASE-PRCAGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRCAGR-RECORD
               FILE STATUS IS PRCAGR-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT ITEMS-FILE
               ASSIGN TO DATABASE-ITEMS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ITEMS-RECORD.

           SELECT CURRTAB-FILE
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CURRTAB-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WPRCAGRD.

       FD  PRCAGR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCAGR-RECORD.
           COPY DDS-PRCAGRR       OF  PRCAGR.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  ITEMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEMS-RECORD.
           COPY DDS-ITEMSR        OF  ITEMS.

       FD  CURRTAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       WORKING-STORAGE SECTION.
       01  PRCAGR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  RECORD-FOUND-PRCAGR     PIC X VALUE SPACES.
           02  RECORD-FOUND            PIC X VALUE SPACES.
           02  WS-SFL-PAGE-FULL        PIC X VALUE SPACE.
           02  WS-LAST-PAKEY           PIC X(37) VALUE SPACES.
           02  WS-CHECK-PAKEY          PIC X(37) VALUE SPACES.
           02  WS-DATE-INT             PIC S9(09) COMP VALUE 0.
           02  WS-PREV-TIER-QTY        PIC 9(07) VALUE 0.
           02  WS-TIER-ENDED           PIC X VALUE SPACE.

      * THE FIVE QUANTITY BREAKS AS KEYED, FOR VALIDATION.
       01  WS-TIER-TABLE.
           02  WS-TIER  OCCURS 5 TIMES
                        INDEXED BY TIER-IDX.
               03  WS-TIER-QTY         PIC 9(07).
               03  WS-TIER-PRC         PIC S9(07)V99.

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

       PROCEDURE DIVISION.

       MAIN-PROCESSING.

           OPEN  INPUT  CUSTS-FILE
                        ITEMS-FILE
                        CURRTAB-FILE
                 I-O    PRCAGR-FILE
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

      * THE OPTION ROUTINES RANDOM-READ PRCAGR, SO THE CURSOR IS
      * REPOSITIONED PAST THE LAST AGREEMENT SHOWN BEFORE LOADING ON.
       LOAD-FORWARD-FILE.
           MOVE  0  TO  RECNO.
           MOVE  "Y"  TO  RECORD-FOUND-PRCAGR.
           MOVE  WS-LAST-PAKEY  TO  EXTERNALLY-DESCRIBED-KEY
                                    OF PRCAGR-RECORD.
           START PRCAGR-FILE  KEY GREATER THAN
                                      EXTERNALLY-DESCRIBED-KEY
                                      OF PRCAGR-RECORD
                 INVALID  MOVE "N" TO RECORD-FOUND-PRCAGR.
           IF  RECORD-FOUND-PRCAGR = "Y"
               PERFORM  READ-NEXT-PRCAGR-FILE  THRU  RNPAGR-EXIT
           END-IF.
           IF  RECORD-FOUND-PRCAGR = "Y"
               PERFORM  CREATE-SFL-FILE    THRU    CSFLF-EXIT
           END-IF.
           IF  RECNO > 0
              PERFORM BUILD-SFLCTL-HEADER  THRU  BSFHDR-EXIT
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
           ELSE
              MOVE  "No more price agreements are available."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
           PERFORM  START-PRCAGR-FILE  THRU  STPAGR-EXIT.
           IF  RECORD-FOUND-PRCAGR = "Y"
               PERFORM  READ-NEXT-PRCAGR-FILE  THRU  RNPAGR-EXIT
           END-IF.

           IF  RECORD-FOUND-PRCAGR = "Y"
               PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT
           ELSE
               MOVE  "No price agreements - use F6 to add one."
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
           MOVE "CBPRCAGR" TO ZZPGM OF ZZCT01-O.
       BSFHDR-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE  0  TO  RECNO.
           MOVE  SPACE   TO  WS-SFL-PAGE-FULL.
           PERFORM  FILL-SFL-FILE     THRU   FSFLF-EXIT
                    UNTIL  RECORD-FOUND-PRCAGR = "N"
                       OR  WS-SFL-PAGE-FULL = "Y".
       CSFLF-EXIT.   EXIT.

       FILL-SFL-FILE.
           IF  RECNO > MAX-SFL-RECORDS
               MOVE "Y"   TO  WS-SFL-PAGE-FULL
               GO  FSFLF-EXIT.
           PERFORM  MOVE-PRCAGR-TO-SFL      THRU   MPASFL-EXIT.
           MOVE  EXTERNALLY-DESCRIBED-KEY OF PRCAGR-RECORD
                                        TO  WS-LAST-PAKEY.
           ADD  1  TO  RECNO
           PERFORM   WRITE-SUBFILE-RECORD     THRU   WSFLR-EXIT.
           PERFORM   READ-NEXT-PRCAGR-FILE    THRU   RNPAGR-EXIT.
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
       INIT-EXIT.  EXIT.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       PRCAGR-FILE
                       CUSTS-FILE
                       ITEMS-FILE
                       CURRTAB-FILE.

       START-PRCAGR-FILE.
           MOVE "Y"  TO RECORD-FOUND-PRCAGR.
           MOVE SPACES  TO  EXTERNALLY-DESCRIBED-KEY OF PRCAGR-RECORD.
           START PRCAGR-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                      OF PRCAGR-RECORD
                 INVALID  MOVE "N" TO RECORD-FOUND-PRCAGR.
       STPAGR-EXIT.  EXIT.

       READ-NEXT-PRCAGR-FILE.
           MOVE "Y"   TO RECORD-FOUND-PRCAGR.
           READ  PRCAGR-FILE   NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-PRCAGR
                   GO RNPAGR-EXIT.
       RNPAGR-EXIT. EXIT.

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

       MOVE-PRCAGR-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE XWBCCD OF PRCAGR-RECORD TO XWBCCD OF ZZSF01-O.
           MOVE XWITEM OF PRCAGR-RECORD TO XWITEM OF ZZSF01-O.
           MOVE PACURR OF PRCAGR-RECORD TO PACURR OF ZZSF01-O.
           MOVE PAFRDT OF PRCAGR-RECORD TO PAFRDT OF ZZSF01-O.
           MOVE PATODT OF PRCAGR-RECORD TO PATODT OF ZZSF01-O.
           MOVE PAQTY1 OF PRCAGR-RECORD TO PAQTY1 OF ZZSF01-O.
           MOVE PAPRC1 OF PRCAGR-RECORD TO PAPRC1 OF ZZSF01-O.
       MPASFL-EXIT.  EXIT.

      ******************************************************************
      * READ THE AGREEMENT PICKED ON THE SUBFILE ONTO THE DETAIL SCREEN
      * WITH THE CUSTOMER NAME AND ITEM DESCRIPTION FOR REFERENCE.
      ******************************************************************
       READ-SELECTED-AGREEMENT.
           MOVE CORR ZZSF01-I  TO  ZZFT01-O.
           MOVE XWBCCD OF ZZSF01-I  TO  XWBCCD OF PRCAGR-RECORD.
           MOVE XWITEM OF ZZSF01-I  TO  XWITEM OF PRCAGR-RECORD.
           MOVE PACURR OF ZZSF01-I  TO  PACURR OF PRCAGR-RECORD.
           MOVE PAFRDT OF ZZSF01-I  TO  PAFRDT OF PRCAGR-RECORD.
           MOVE EXTERNALLY-DESCRIBED-KEY OF PRCAGR-RECORD
                                    TO  WS-CHECK-PAKEY.
           MOVE "Y" TO RECORD-FOUND-PRCAGR
           READ PRCAGR-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PRCAGR
                   NOT INVALID KEY
                       MOVE CORR PRCAGR-RECORD TO ZZFT01-O.

           IF RECORD-FOUND-PRCAGR = "N"
              MOVE "Price agreement is no longer on file.."
                                          TO ZMSAGE OF ZZFT01-O
           END-IF.
           PERFORM LOOKUP-NAMES  THRU  LKPNAM-EXIT.
       RDSEL-EXIT. EXIT.

       LOOKUP-NAMES.
           MOVE SPACES  TO  CUNAME OF ZZFT01-O
                            ITDESC OF ZZFT01-O.
           MOVE XWBCCD OF ZZFT01-O  TO  XWBCCD OF CUSTS-RECORD.
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE "*** NOT ON CUSTOMER MASTER ***"
                                          TO CUNAME OF ZZFT01-O
                   NOT INVALID KEY
                       MOVE CUNAME OF CUSTS-RECORD
                                          TO CUNAME OF ZZFT01-O
           END-READ.
           MOVE XWITEM OF ZZFT01-O  TO  XWITEM OF ITEMS-RECORD.
           READ ITEMS-FILE
                   INVALID KEY
                       MOVE "*** NOT ON ITEM MASTER ***"
                                          TO ITDESC OF ZZFT01-O
                   NOT INVALID KEY
                       MOVE ITDESC OF ITEMS-RECORD
                                          TO ITDESC OF ZZFT01-O
           END-READ.
       LKPNAM-EXIT. EXIT.

       CHGREC-ROUTINE.
           MOVE SPACES TO PRCAGR-FILE-STATUS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "UPDATE" TO ACTDSP OF ZZFT01-O.

           PERFORM READ-SELECTED-AGREEMENT  THRU  RDSEL-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR NOT = "Y"
                  AND NOT EXIT-KEY AND NOT CANCEL-KEY
             MOVE WS-CHECK-PAKEY  TO  EXTERNALLY-DESCRIBED-KEY
                                      OF PRCAGR-RECORD
             MOVE "Y" TO RECORD-FOUND-PRCAGR
             READ PRCAGR-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PRCAGR
             END-READ
             IF RECORD-FOUND-PRCAGR = "Y"
                   AND PRCAGR-FILE-STATUS = "00"
                PERFORM MOVE-SCREEN-TO-PRCAGR  THRU  MSTPAG-EXIT
                REWRITE PRCAGR-RECORD
                     INVALID KEY
                       MOVE "Update on PRCAGR file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
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
           SET ADDING-MODE TO TRUE.
           MOVE SPACES TO PRCAGR-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "ADD" TO ACTDSP OF ZZFT01-O.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO  PAFRDT OF ZZFT01-O.
           MOVE "Y" TO RECORD-FOUND-PRCAGR.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR NOT = "Y"
             IF NOT EXIT-KEY AND NOT CANCEL-KEY
                MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF PRCAGR-RECORD
                MOVE XWITEM OF ZZFT01-I  TO  XWITEM OF PRCAGR-RECORD
                MOVE PACURR OF ZZFT01-I  TO  PACURR OF PRCAGR-RECORD
                MOVE PAFRDT OF ZZFT01-I  TO  PAFRDT OF PRCAGR-RECORD
                PERFORM MOVE-SCREEN-TO-PRCAGR  THRU  MSTPAG-EXIT
                WRITE PRCAGR-RECORD
                     INVALID KEY
                       MOVE "Add to PRCAGR file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                END-WRITE
             END-IF
           END-IF.
           SET ADDING-MODE-OFF  TO  TRUE.
       ADDREC-EXIT. EXIT.

      * THE NON-KEY FIELDS, WITH WHO MAINTAINED THE AGREEMENT AND WHEN.
       MOVE-SCREEN-TO-PRCAGR.
           MOVE PATODT OF ZZFT01-I  TO  PATODT OF PRCAGR-RECORD.
           MOVE PAQTY1 OF ZZFT01-I  TO  PAQTY1 OF PRCAGR-RECORD.
           MOVE PAPRC1 OF ZZFT01-I  TO  PAPRC1 OF PRCAGR-RECORD.
           MOVE PAQTY2 OF ZZFT01-I  TO  PAQTY2 OF PRCAGR-RECORD.
           MOVE PAPRC2 OF ZZFT01-I  TO  PAPRC2 OF PRCAGR-RECORD.
           MOVE PAQTY3 OF ZZFT01-I  TO  PAQTY3 OF PRCAGR-RECORD.
           MOVE PAPRC3 OF ZZFT01-I  TO  PAPRC3 OF PRCAGR-RECORD.
           MOVE PAQTY4 OF ZZFT01-I  TO  PAQTY4 OF PRCAGR-RECORD.
           MOVE PAPRC4 OF ZZFT01-I  TO  PAPRC4 OF PRCAGR-RECORD.
           MOVE PAQTY5 OF ZZFT01-I  TO  PAQTY5 OF PRCAGR-RECORD.
           MOVE PAPRC5 OF ZZFT01-I  TO  PAPRC5 OF PRCAGR-RECORD.
           CALL "RTVJOBUSR" USING PAUSER OF PRCAGR-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO  PATS OF PRCAGR-RECORD.
       MSTPAG-EXIT. EXIT.

       DSPREC-ROUTINE.
           MOVE SPACES TO PRCAGR-FILE-STATUS.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "DISPLAY" TO ACTDSP OF ZZFT01-O.

           PERFORM READ-SELECTED-AGREEMENT  THRU  RDSEL-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
       DSPREC-EXIT. EXIT.

       DSPSCN-ROUTINE.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
       DSPSCN-CONT.
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.

           CALL "XBCCLMSG".
           CANCEL "XBCCLMSG".

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
           IF DSSEL OF ZZSF01-I = "4"
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
                               IN43 OF ZZFT01-O-INDIC
                               IN44 OF ZZFT01-O-INDIC
                               IN45 OF ZZFT01-O-INDIC.

      * THE KEY IS ONLY KEYED WHEN ADDING; ON A CHANGE IT IS THE
      * AGREEMENT PICKED AND IS NOT RE-VALIDATED.
           IF CHANGE-MODE
              GO VALIDT-DATES
           END-IF.

      * CUSTOMER - MUST BE ON THE CUSTOMER MASTER
           MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTS-FILE
                INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ.
           IF XWBCCD OF ZZFT01-I = SPACES
                  OR RECORD-FOUND = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Customer is not on the customer master."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           MOVE CUNAME OF CUSTS-RECORD  TO  CUNAME OF ZZFT01-O.

      * ITEM - MUST BE ON THE ITEM MASTER
           MOVE XWITEM OF ZZFT01-I  TO  XWITEM OF ITEMS-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ ITEMS-FILE
                INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ.
           IF XWITEM OF ZZFT01-I = SPACES
                  OR RECORD-FOUND = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
              MOVE "Item is not on the item master."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           MOVE ITDESC OF ITEMS-RECORD  TO  ITDESC OF ZZFT01-O.

      * CURRENCY - BLANK FOR ANY CONTRACT CURRENCY, ELSE ON CURRTAB
           IF PACURR OF ZZFT01-I NOT = SPACES
              MOVE PACURR OF ZZFT01-I  TO  XWCURR OF CURRTAB-RECORD
              MOVE "Y" TO RECORD-FOUND
              READ CURRTAB-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND
              END-READ
              IF RECORD-FOUND = "N"
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN42 OF ZZFT01-O-INDIC
                MOVE "Currency is not on the currency table."
                                          TO ZMSAGE OF ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF

      * FROM DATE - MUST BE A REAL DATE
           IF PAFRDT OF ZZFT01-I = ZEROS
                  OR PAFRDT OF ZZFT01-I NOT NUMERIC
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
              MOVE "Effective from date is required."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (PAFRDT OF ZZFT01-I)
           IF WS-DATE-INT = ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
              MOVE "From date is not a valid date (YYYYMMDD)."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * THE AGREEMENT MUST NOT ALREADY EXIST
           MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF PRCAGR-RECORD.
           MOVE XWITEM OF ZZFT01-I  TO  XWITEM OF PRCAGR-RECORD.
           MOVE PACURR OF ZZFT01-I  TO  PACURR OF PRCAGR-RECORD.
           MOVE PAFRDT OF ZZFT01-I  TO  PAFRDT OF PRCAGR-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PRCAGR-FILE
                INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
              MOVE "An agreement from this date already exists."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.

       VALIDT-DATES.
      * TO DATE - ZERO FOR OPEN-ENDED, ELSE A REAL DATE NOT BEFORE THE
      * FROM DATE
           IF PATODT OF ZZFT01-I NOT NUMERIC
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN44 OF ZZFT01-O-INDIC
              MOVE "To date is not a valid date (YYYYMMDD)."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           IF PATODT OF ZZFT01-I NOT = ZEROS
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE (PATODT OF ZZFT01-I)
              IF WS-DATE-INT = ZEROS
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN44 OF ZZFT01-O-INDIC
                 MOVE "To date is not a valid date (YYYYMMDD)."
                                          TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
              IF PATODT OF ZZFT01-I < PAFRDT OF ZZFT01-I
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN44 OF ZZFT01-O-INDIC
                 MOVE "To date must not be before the from date."
                                          TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
           END-IF

      * QUANTITY BREAKS - TIER 1 MUST CARRY A PRICE.  EACH FURTHER TIER
      * IS EITHER UNUSED (QUANTITY AND PRICE ZERO) OR HAS A PRICE AND A
      * MINIMUM QUANTITY ABOVE THE TIER BEFORE IT; ONCE A TIER IS
      * UNUSED THE REST MUST BE TOO.
           IF PAPRC1 OF ZZFT01-I NOT > ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
              MOVE "Tier 1 price must be greater than zero."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           MOVE PAQTY1 OF ZZFT01-I  TO  WS-TIER-QTY (1).
           MOVE PAPRC1 OF ZZFT01-I  TO  WS-TIER-PRC (1).
           MOVE PAQTY2 OF ZZFT01-I  TO  WS-TIER-QTY (2).
           MOVE PAPRC2 OF ZZFT01-I  TO  WS-TIER-PRC (2).
           MOVE PAQTY3 OF ZZFT01-I  TO  WS-TIER-QTY (3).
           MOVE PAPRC3 OF ZZFT01-I  TO  WS-TIER-PRC (3).
           MOVE PAQTY4 OF ZZFT01-I  TO  WS-TIER-QTY (4).
           MOVE PAPRC4 OF ZZFT01-I  TO  WS-TIER-PRC (4).
           MOVE PAQTY5 OF ZZFT01-I  TO  WS-TIER-QTY (5).
           MOVE PAPRC5 OF ZZFT01-I  TO  WS-TIER-PRC (5).
           MOVE WS-TIER-QTY (1)  TO  WS-PREV-TIER-QTY.
           MOVE SPACE  TO  WS-TIER-ENDED.
           PERFORM CHECK-QUANTITY-BREAK  THRU  CHKQBK-EXIT
                   VARYING TIER-IDX FROM 2 BY 1
                   UNTIL TIER-IDX > 5 OR WS-ERROR = "Y".
       VALIDT-EXIT. EXIT.

       CHECK-QUANTITY-BREAK.
           IF WS-TIER-QTY (TIER-IDX) = ZEROS
              IF WS-TIER-PRC (TIER-IDX) NOT = ZEROS
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
                 MOVE "A tier price needs a minimum quantity."
                                          TO ZMSAGE OF ZZFT01-O
              END-IF
              MOVE "Y"  TO  WS-TIER-ENDED
              GO CHKQBK-EXIT
           END-IF.
           IF WS-TIER-ENDED = "Y"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
              MOVE "Quantity breaks must be in order with no gaps."
                                          TO ZMSAGE OF ZZFT01-O
              GO CHKQBK-EXIT
           END-IF.
           IF WS-TIER-QTY (TIER-IDX) NOT > WS-PREV-TIER-QTY
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
              MOVE "Each break quantity must exceed the one before."
                                          TO ZMSAGE OF ZZFT01-O
              GO CHKQBK-EXIT
           END-IF.
           IF WS-TIER-PRC (TIER-IDX) NOT > ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
              MOVE "Each quantity break must carry a price."
                                          TO ZMSAGE OF ZZFT01-O
              GO CHKQBK-EXIT
           END-IF.
           MOVE WS-TIER-QTY (TIER-IDX)  TO  WS-PREV-TIER-QTY.
       CHKQBK-EXIT. EXIT.

       DELREC-ROUTINE.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "DELETE" TO ACTDSP OF ZZFT01-O.

           MOVE SPACES TO PRCAGR-FILE-STATUS.
           PERFORM READ-SELECTED-AGREEMENT  THRU  RDSEL-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.

           IF DELETE-F23
              MOVE WS-CHECK-PAKEY  TO  EXTERNALLY-DESCRIBED-KEY
                                       OF PRCAGR-RECORD
              READ PRCAGR-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PRCAGR
              END-READ
              DELETE PRCAGR-FILE
                  INVALID
                      MOVE "Unable to delete PRCAGR file.."
                                    TO ZMSAGE OF ZZTR01-O
              END-DELETE
           END-IF.
       DELREC-EXIT. EXIT.
