       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSMNT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * CUSTOMER MASTER (CUSTS) AND CREDIT LIMIT (CUSFL3) MAINTENANCE.
      *
      * LIST, ADD AND CHANGE CUSTOMERS FROM A SUBFILE IN THE CBORDSTS
      * STYLE.  THE DETAIL SCREEN CARRIES THE NAME, ADDRESS, CONTACT,
      * DEFAULT SALESMAN, DEFAULT CURRENCY, THE ACCOUNT-ON-HOLD FLAG
      * AND THE EDI ACKNOWLEDGEMENT FLAG FROM CUSTS, AND THE CREDIT
      * LIMIT AND BALANCE FROM CUSFL3.
      * THE BALANCE IS DISPLAY ONLY - IT IS KEPT BY THE CONTRACT
      * PROGRAMS AND REBUILT NIGHTLY BY CBCRBREB.
      * EVERY CHANGE TO THE CREDIT LIMIT MUST CARRY A REASON AND IS
      * WRITTEN TO THE CRLMTLOG AUDIT FILE WITH THE USER AND THE OLD
      * AND NEW LIMIT.  A NEW CUSTOMER'S OPENING LIMIT IS LOGGED THE
      * SAME WAY FROM A LIMIT OF ZERO.
      * THERE IS NO DELETE OPTION - A BILLING CODE THAT IS NO LONGER
      * WANTED IS MERGED INTO ITS SURVIVOR BY CBCUSMRG, WHICH MOVES
      * THE CONTRACTS WITH IT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WCUSMNTD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD
               FILE STATUS IS CUSFL3-FILE-STATUS.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD.

           SELECT CURRTAB-FILE
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CURRTAB-RECORD.

           SELECT CRLMTLOG-FILE
               ASSIGN TO DATABASE-CRLMTLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CRLMTLOG-RECORD
               FILE STATUS IS CRLMTLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WCUSMNTD.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  CURRTAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  CRLMTLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CRLMTLOG-RECORD.
           COPY DDS-CRLMTLOG      OF  CRLMTLOG.

       WORKING-STORAGE SECTION.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  CUSFL3-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CRLMTLOG-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  ONE                         PIC 1 VALUE B"1".
       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-CURRTAB    PIC X VALUE SPACES.
           02  RECORD-FOUND            PIC X VALUE SPACES.
           02  WS-SFL-PAGE-FULL        PIC X VALUE SPACE.
           02  WS-LAST-XWBCCD          PIC X(11) VALUE SPACES.
           02  WS-SEL-XWBCCD           PIC X(11) VALUE SPACES.
           02  WS-OLD-CRLMT            PIC S9(07)V99 VALUE 0.

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
           02  IN04                    PIC 1  INDIC 04.
               88  PROMPT-F4           VALUE B"1".
           02  IN06                    PIC 1  INDIC 06.
               88  ADD-MODE            VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
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

           OPEN  INPUT  SLMEN-FILE
                        CURRTAB-FILE
                 I-O    CUSTS-FILE
                        CUSFL3-FILE
                        CRLMTLOG-FILE
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

      * THE OPTION ROUTINES RANDOM-READ CUSTS, SO THE CURSOR IS
      * REPOSITIONED PAST THE LAST CUSTOMER SHOWN BEFORE LOADING ON.
       LOAD-FORWARD-FILE.
           MOVE  0  TO  RECNO.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           MOVE  WS-LAST-XWBCCD  TO  XWBCCD OF CUSTS-RECORD.
           START CUSTS-FILE  KEY GREATER THAN
                                      EXTERNALLY-DESCRIBED-KEY
                                      OF CUSTS-RECORD
                 INVALID  MOVE "N" TO RECORD-FOUND-CUSTS.
           IF  RECORD-FOUND-CUSTS = "Y"
               PERFORM  READ-NEXT-CUSTS-FILE  THRU  RNDTLF-EXIT
           END-IF.
           IF  RECORD-FOUND-CUSTS = "Y"
               PERFORM  CREATE-SFL-FILE    THRU    CSFLF-EXIT
           END-IF.
           IF  RECNO > 0
              PERFORM BUILD-SFLCTL-HEADER  THRU  BSFHDR-EXIT
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
           ELSE
              MOVE  "No more customers are available."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
           PERFORM  START-CUSTS-FILE  THRU  STDTLF-EXIT.
           IF  RECORD-FOUND-CUSTS = "Y"
               PERFORM  READ-NEXT-CUSTS-FILE  THRU  RNDTLF-EXIT
           END-IF.

           IF  RECORD-FOUND-CUSTS = "Y"
               PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT
           ELSE
               MOVE  "No customers - use F6 to add the first one."
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
           MOVE "CBCUSMNT" TO ZZPGM OF ZZCT01-O.
       BSFHDR-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE  0  TO  RECNO.
           MOVE  SPACE   TO  WS-SFL-PAGE-FULL.
           PERFORM  FILL-SFL-FILE     THRU   FSFLF-EXIT
                    UNTIL  RECORD-FOUND-CUSTS = "N"
                       OR  WS-SFL-PAGE-FULL = "Y".
       CSFLF-EXIT.   EXIT.

       FILL-SFL-FILE.
           IF  RECNO > MAX-SFL-RECORDS
               MOVE "Y"   TO  WS-SFL-PAGE-FULL
               GO  FSFLF-EXIT.
           PERFORM  MOVE-CUSTS-TO-SFL     THRU   MCTSFL-EXIT.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  WS-LAST-XWBCCD.
           ADD  1  TO  RECNO
           PERFORM   WRITE-SUBFILE-RECORD     THRU   WSFLR-EXIT.
           PERFORM   READ-NEXT-CUSTS-FILE     THRU   RNDTLF-EXIT.
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

      * THE DETAIL FORMAT REDEFINES THE SUBFILE LINE, SO THE SELECTED
      * BILLING CODE IS SAVED BEFORE AN OPTION PUTS ZZFT01 UP.
       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           MOVE  XWBCCD OF ZZSF01-I  TO  WS-SEL-XWBCCD.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "2"
               SET CHANGE-MODE TO TRUE
               PERFORM CHGREC-ROUTINE  THRU  CHGREC-EXIT
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
                       CUSTS-FILE
                       CUSFL3-FILE
                       SLMEN-FILE
                       CURRTAB-FILE
                       CRLMTLOG-FILE.

       START-CUSTS-FILE.
           MOVE "Y"  TO RECORD-FOUND-CUSTS.
           MOVE SPACES  TO  XWBCCD OF CUSTS-RECORD.
           START CUSTS-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                      OF CUSTS-RECORD
                 INVALID  MOVE "N" TO RECORD-FOUND-CUSTS.
       STDTLF-EXIT.  EXIT.

       READ-NEXT-CUSTS-FILE.
           MOVE "Y"   TO RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE   NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CUSTS
                   GO RNDTLF-EXIT.
       RNDTLF-EXIT. EXIT.

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

      * THE SUBFILE LINE SHOWS THE CREDIT POSITION ALONGSIDE THE NAME,
      * SO CUSFL3 IS READ FOR EACH CUSTOMER LISTED.
       MOVE-CUSTS-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE XWBCCD OF CUSTS-RECORD  TO  XWBCCD OF ZZSF01-O.
           MOVE CUSNO  OF CUSTS-RECORD  TO  CUSNO  OF ZZSF01-O.
           MOVE CUNAME OF CUSTS-RECORD  TO  CUNAME OF ZZSF01-O.
           MOVE CUHOLD OF CUSTS-RECORD  TO  CUHOLD OF ZZSF01-O.
           PERFORM READ-CUSFL3-FILE  THRU  RDCFL3-EXIT.
           IF RECORD-FOUND-CUSFL3 = "Y"
              MOVE CRLMT OF CUSFL3-RECORD  TO  CRLMT OF ZZSF01-O
              MOVE CRBAL OF CUSFL3-RECORD  TO  CRBAL OF ZZSF01-O
           END-IF.
       MCTSFL-EXIT.  EXIT.

       READ-CUSFL3-FILE.
           MOVE CUSNO OF CUSTS-RECORD  TO  CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3.
       RDCFL3-EXIT. EXIT.

      * READ THE SELECTED CUSTOMER AND ITS CREDIT RECORD ONTO THE
      * DETAIL SCREEN.  THE LIMIT AS READ IS KEPT SO A CHANGE CAN BE
      * SPOTTED AND LOGGED.
       MOVE-CUSTS-TO-SCREEN.
           MOVE WS-SEL-XWBCCD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE "Customer is no longer on file.."
                                          TO ZMSAGE OF ZZFT01-O
              GO MCSTSC-EXIT
           END-IF.
           MOVE CORR CUSTSR  TO  ZZFT01-O.
           MOVE XWBCCD OF CUSTS-RECORD  TO  XWBCCD OF ZZFT01-O.
           MOVE ZEROS  TO  WS-OLD-CRLMT.
           PERFORM READ-CUSFL3-FILE  THRU  RDCFL3-EXIT.
           IF RECORD-FOUND-CUSFL3 = "Y"
              MOVE CRLMT OF CUSFL3-RECORD  TO  CRLMT OF ZZFT01-O
                                              WS-OLD-CRLMT
              MOVE CRBAL OF CUSFL3-RECORD  TO  CRBAL OF ZZFT01-O
           END-IF.
           MOVE ALL "-"  TO  PNAME OF ZZFT01-O.
           MOVE PERSON OF CUSTS-RECORD  TO  PERSON OF SLMEN-RECORD.
           READ SLMEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PNAME OF SLMEN-RECORD TO PNAME OF ZZFT01-O.
           MOVE ALL "-"  TO  CURDSC OF ZZFT01-O.
           MOVE CUCURR OF CUSTS-RECORD  TO  XWCURR OF CURRTAB-RECORD.
           READ CURRTAB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CURDSC OF CURRTAB-RECORD
                                       TO CURDSC OF ZZFT01-O.
       MCSTSC-EXIT. EXIT.

       MOVE-SCREEN-TO-CUSTS.
           MOVE CUNAME OF ZZFT01-I  TO  CUNAME OF CUSTS-RECORD.
           MOVE CUADR1 OF ZZFT01-I  TO  CUADR1 OF CUSTS-RECORD.
           MOVE CUADR2 OF ZZFT01-I  TO  CUADR2 OF CUSTS-RECORD.
           MOVE CUADR3 OF ZZFT01-I  TO  CUADR3 OF CUSTS-RECORD.
           MOVE CUPOST OF ZZFT01-I  TO  CUPOST OF CUSTS-RECORD.
           MOVE CUCONT OF ZZFT01-I  TO  CUCONT OF CUSTS-RECORD.
           MOVE CUPHON OF ZZFT01-I  TO  CUPHON OF CUSTS-RECORD.
           MOVE PERSON OF ZZFT01-I  TO  PERSON OF CUSTS-RECORD.
           MOVE CUCURR OF ZZFT01-I  TO  CUCURR OF CUSTS-RECORD.
           MOVE CUHOLD OF ZZFT01-I  TO  CUHOLD OF CUSTS-RECORD.
           MOVE CUEDI  OF ZZFT01-I  TO  CUEDI  OF CUSTS-RECORD.
       MSTCUS-EXIT. EXIT.

       CHGREC-ROUTINE.
           MOVE SPACES TO CUSTS-FILE-STATUS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "UPDATE" TO ACTDSP OF ZZFT01-O.
           PERFORM MOVE-CUSTS-TO-SCREEN  THRU  MCSTSC-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR = "Y" OR EXIT-KEY OR CANCEL-KEY
              GO CHGREC-DONE
           END-IF.

           MOVE WS-SEL-XWBCCD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS
           END-READ.
           IF RECORD-FOUND-CUSTS = "N" OR CUSTS-FILE-STATUS NOT = "00"
              MOVE "Record is not available for update.."
                                              TO ZMSAGE  OF ZZFT01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CHGREC-DONE
           END-IF.
           PERFORM MOVE-SCREEN-TO-CUSTS  THRU  MSTCUS-EXIT.
           REWRITE CUSTS-RECORD
                INVALID KEY
                  MOVE "Update on CUSTS file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
                  WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                  GO CHGREC-DONE
           END-REWRITE.
           PERFORM UPDATE-CREDIT-LIMIT  THRU  UPDCRL-EXIT.
       CHGREC-DONE.
           SET CHANGE-MODE-OFF  TO  TRUE.
       CHGREC-EXIT. EXIT.

      ******************************************************************
      * APPLY A CHANGED CREDIT LIMIT.  CUSFL3 IS RE-READ FOR UPDATE SO
      * THE BALANCE ON FILE - WHICH THE CONTRACT PROGRAMS MAY HAVE
      * MOVED WHILE THE SCREEN WAS UP - IS KEPT; ONLY THE LIMIT IS
      * REPLACED.  A CUSTOMER WITH NO CUSFL3 RECORD YET IS GIVEN ONE
      * WITH A ZERO BALANCE.  THE CHANGE IS THEN LOGGED ON CRLMTLOG.
      * ON AN ADD THE RECORD IS ALWAYS WRITTEN AND THE OPENING LIMIT
      * LOGGED, EVEN WHEN THAT LIMIT IS ZERO.
      ******************************************************************
       UPDATE-CREDIT-LIMIT.
           IF CRLMT OF ZZFT01-I = WS-OLD-CRLMT
                   AND NOT ADDING-MODE
              GO UPDCRL-EXIT
           END-IF.
           MOVE SPACES TO CUSFL3-FILE-STATUS.
           PERFORM READ-CUSFL3-FILE  THRU  RDCFL3-EXIT.
           IF RECORD-FOUND-CUSFL3 = "Y"
              MOVE CRLMT OF CUSFL3-RECORD  TO  WS-OLD-CRLMT
              MOVE CRLMT OF ZZFT01-I       TO  CRLMT OF CUSFL3-RECORD
              REWRITE CUSFL3-RECORD
                   INVALID KEY
                       CONTINUE
              END-REWRITE
           ELSE
              MOVE ZEROS  TO  WS-OLD-CRLMT
              MOVE CUSNO OF CUSTS-RECORD   TO  CUSNO OF CUSFL3-RECORD
              MOVE CRLMT OF ZZFT01-I       TO  CRLMT OF CUSFL3-RECORD
              MOVE ZEROS                   TO  CRBAL OF CUSFL3-RECORD
              WRITE CUSFL3-RECORD
                   INVALID KEY
                       CONTINUE
              END-WRITE
           END-IF.
           IF CUSFL3-FILE-STATUS NOT = "00"
              MOVE "Credit limit not updated on CUSFL3 file.."
                                         TO ZMSAGE OF ZZFT01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO UPDCRL-EXIT
           END-IF.
           PERFORM LOG-CREDIT-LIMIT  THRU  LOGCRL-EXIT.
       UPDCRL-EXIT. EXIT.

       LOG-CREDIT-LIMIT.
           MOVE SPACES TO CRLMTLOG-FILE-STATUS.
           MOVE CUSNO OF CUSTS-RECORD   TO  CUSNO OF CRLMTLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CLTS.
           MOVE XWBCCD OF CUSTS-RECORD  TO  XWBCCD OF CRLMTLOG-RECORD.
           CALL "RTVJOBUSR" USING CLUSER.
           MOVE WS-OLD-CRLMT            TO  OLD-CRLMT.
           MOVE CRLMT OF CUSFL3-RECORD  TO  NEW-CRLMT.
           MOVE CLRESN OF ZZFT01-I      TO  CLRESN OF CRLMTLOG-RECORD.
           WRITE CRLMTLOG-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           IF CRLMTLOG-FILE-STATUS NOT = "00"
              MOVE "Credit limit changed but CRLMTLOG not written.."
                                         TO ZMSAGE OF ZZFT01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
           END-IF.
       LOGCRL-EXIT. EXIT.

      * A NEW CUSTOMER IS WRITTEN TO CUSTS AND GIVEN ITS CUSFL3 CREDIT
      * RECORD IN THE SAME STEP; THE OPENING LIMIT IS LOGGED FROM ZERO.
       ADDREC-ROUTINE.
           SET ADDING-MODE TO TRUE.
           MOVE SPACES TO CUSTS-FILE-STATUS.
           INITIALIZE  ZZFT01-O  REPLACING ALPHANUMERIC BY SPACES
                                       NUMERIC BY ZEROS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "ADD" TO ACTDSP OF ZZFT01-O.
           MOVE "N"   TO CUHOLD OF ZZFT01-O.
           MOVE "N"   TO CUEDI  OF ZZFT01-O.
           MOVE ZEROS TO WS-OLD-CRLMT.
           MOVE "Y" TO RECORD-FOUND-CUSTS.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF WS-ERROR = "Y" OR EXIT-KEY OR CANCEL-KEY
              GO ADDREC-DONE
           END-IF.

           INITIALIZE CUSTS-RECORD.
           MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF CUSTS-RECORD.
           MOVE CUSNO  OF ZZFT01-I  TO  CUSNO  OF CUSTS-RECORD.
           PERFORM MOVE-SCREEN-TO-CUSTS  THRU  MSTCUS-EXIT.
           WRITE CUSTS-RECORD
                INVALID KEY
                  MOVE "Add to CUSTS file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
                  WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                  GO ADDREC-DONE
           END-WRITE.
           PERFORM UPDATE-CREDIT-LIMIT  THRU  UPDCRL-EXIT.
       ADDREC-DONE.
           SET ADDING-MODE-OFF  TO  TRUE.
       ADDREC-EXIT. EXIT.

       DSPREC-ROUTINE.
           MOVE SPACES TO CUSTS-FILE-STATUS.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "DISPLAY" TO ACTDSP OF ZZFT01-O.
           PERFORM MOVE-CUSTS-TO-SCREEN  THRU  MCSTSC-EXIT.

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
                               IN45 OF ZZFT01-O-INDIC
                               IN46 OF ZZFT01-O-INDIC
                               IN47 OF ZZFT01-O-INDIC
                               IN48 OF ZZFT01-O-INDIC.

      * WHEN ADDING, THE BILLING CODE MUST BE NEW AND THE CUSTOMER
      * NUMBER MUST NOT ALREADY CARRY A CREDIT RECORD.
           IF ADDING-MODE
              IF XWBCCD OF ZZFT01-I = SPACES
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
                 MOVE "Billing code must not be blank."
                                          TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
              MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF CUSTS-RECORD
              MOVE "Y" TO RECORD-FOUND
              READ CUSTS-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND
              END-READ
              IF RECORD-FOUND = "Y"
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
                 MOVE "Billing code already exists on CUSTS."
                                          TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
              IF CUSNO OF ZZFT01-I = ZEROS
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
                 MOVE "Customer number must not be zero."
                                          TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
              MOVE CUSNO OF ZZFT01-I  TO  CUSNO OF CUSFL3-RECORD
              MOVE "Y" TO RECORD-FOUND
              READ CUSFL3-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND
              END-READ
              IF RECORD-FOUND = "Y"
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
                 MOVE "Customer number is already in use."
                                          TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
           END-IF

      * NAME
           IF CUNAME OF ZZFT01-I = SPACES
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN42 OF ZZFT01-O-INDIC
              MOVE "Customer name must not be blank."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * DEFAULT SALESMAN
           MOVE PERSON OF ZZFT01-I  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN
           READ SLMEN-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
              MOVE "Salesman is not on the salesman file."
                                          TO ZMSAGE OF ZZFT01-O
              MOVE ALL "-"  TO  PNAME OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZFT01-O.

      * DEFAULT CURRENCY - BLANK DEFAULTS TO THE STERLING BASE
           IF CUCURR OF ZZFT01-I = SPACES
              MOVE "GBP"  TO  CUCURR OF ZZFT01-I
                              CUCURR OF ZZFT01-O
           END-IF
           MOVE CUCURR OF ZZFT01-I  TO  XWCURR OF CURRTAB-RECORD.
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

      * ACCOUNT-ON-HOLD MUST BE AN EXPLICIT Y OR N
           IF CUHOLD OF ZZFT01-I NOT = "Y"
                  AND CUHOLD OF ZZFT01-I NOT = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
              MOVE "Account on hold must be Y or N."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * EDI ACKNOWLEDGEMENTS - BLANK MEANS PAPER ONLY
           IF CUEDI OF ZZFT01-I = SPACES
              MOVE "N"  TO  CUEDI OF ZZFT01-I
                            CUEDI OF ZZFT01-O
           END-IF
           IF CUEDI OF ZZFT01-I NOT = "Y"
                  AND CUEDI OF ZZFT01-I NOT = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN48 OF ZZFT01-O-INDIC
              MOVE "EDI acknowledgements must be Y or N."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF

      * CREDIT LIMIT - NEVER NEGATIVE, AND ANY CHANGE NEEDS A REASON
      * FOR THE CRLMTLOG AUDIT TRAIL.
           IF CRLMT OF ZZFT01-I < ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN46 OF ZZFT01-O-INDIC
              MOVE "Credit limit must not be negative."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF
           IF CRLMT OF ZZFT01-I NOT = WS-OLD-CRLMT
                  AND CLRESN OF ZZFT01-I = SPACES
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN47 OF ZZFT01-O-INDIC
              MOVE "A reason is required to change the credit limit."
                                          TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
       VALIDT-EXIT. EXIT.

       SRPROM-ROUTINE.
           EVALUATE TRUE
              WHEN SFIELD OF ZZFT01-I = "PERSON"
                 CALL "SLMENSEL"  USING PERSON OF ZZFT01-I
                                        PNAME  OF ZZFT01-O
                 CANCEL "SLMENSEL"

           END-EVALUATE.
       SRPROM-EXIT.  EXIT.
