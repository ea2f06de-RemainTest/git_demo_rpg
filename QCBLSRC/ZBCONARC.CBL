       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCONARC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * PERIODIC ARCHIVE OF CLOSED CONTRACTS.
      *
      * DELIVERED AND CLOSED CONTRACTS STAY ON CONHDR, CONDTL AND
      * CONSHP FOREVER AND EVERY SUBFILE LOAD, AGEING PASS, CREDIT
      * REBUILD AND AUDIT READS THROUGH THEM.  GIVEN A CUTOFF DATE,
      * THIS JOB MOVES EVERY CONTRACT THAT IS
      *
      *   - IN A TERMINAL STATUS (NO OUTGOING STATRN RULE, THE SAME
      *     TEST CBDLVAGE AND CBCOMCAL USE), AND
      *   - HAS HAD NO CONHDRLOG ACTIVITY ON OR AFTER THE CUTOFF (A
      *     CONTRACT WHOSE LOG HAS ALREADY BEEN PURGED BY CBLOGPRG IS
      *     AGED ON ITS BOOKING DATE)
      *
      * TO THE CLOSED-CONTRACT HISTORY FILES - HEADER TO CONHDRAR,
      * LINES TO CONDTLAR, SHIPMENTS TO CONSHPAR - AS ONE UNIT.
      *
      * A CONTRACT IS HELD BACK, AND NAMED ON THE REPORT, WHILE ANY OF
      * ITS SHIPMENTS IS STILL UNINVOICED (SHINVN ZERO - CBINVGEN HAS
      * NOT BILLED IT YET) OR WHILE A CHANGE TO IT IS WAITING ON
      * CONAPRV FOR SUPERVISOR APPROVAL.
      *
      * ONE UNIT: EVERY HISTORY RECORD IS WRITTEN FIRST.  IF ANY WRITE
      * FAILS THE HISTORY COPIES OF THAT CONTRACT ARE BACKED OUT AND
      * THE LIVE RECORDS ARE LEFT ALONE.  ONLY THEN ARE THE LIVE
      * SHIPMENTS, LINES AND LASTLY THE HEADER DELETED, SO A RUN THAT
      * STOPS PART WAY LEAVES THE HEADER ON CONHDR AND THE NEXT RUN
      * PICKS THE CONTRACT UP AGAIN AND COMPLETES THE MOVE (A HISTORY
      * RECORD ALREADY WRITTEN IS SIMPLY REPLACED).
      *
      * THE MOVE IS LOGGED ON CONHDRLOG AS ACTION "X" (ARCHIVED), WITH
      * THE CONTRACT AS ARCHIVED IN BOTH IMAGES, SO THE MONTH-END
      * ROLL-FORWARD (CBMTHCLS) TAKES IT OFF THE BOOK AS A DELETION
      * RATHER THAN REPORTING IT AS A DIFFERENCE, AND THE FILE AUDIT
      * (CBFILAUD) SEES WHERE THE CONTRACT WENT.
      *
      * THE CONTROL REPORT LISTS EVERY CONTRACT MOVED OR HELD BACK AND
      * ENDS WITH COUNTS AND VALUES MOVED PER FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT CONSHP-FILE
               ASSIGN TO DATABASE-CONSHP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONSHP-RECORD
               FILE STATUS IS CONSHP-FILE-STATUS.

           SELECT CONHDRLOG-FILE
               ASSIGN TO DATABASE-CONHDRLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRLOG-RECORD
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRLOG-FILE-STATUS.

           SELECT CONAPRV-FILE
               ASSIGN TO DATABASE-CONAPRV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONAPRV-RECORD
               FILE STATUS IS CONAPRV-FILE-STATUS.

           SELECT STATRN-FILE
               ASSIGN TO DATABASE-STATRN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STATRN-RECORD
                                      WITH DUPLICATES.

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

           SELECT ARCRPT-FILE
               ASSIGN TO PRINTER-ARCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-CONHDRR       OF  CONHDR.

       FD  CONDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDTL-RECORD.
           COPY DDS-CONDTLR       OF  CONDTL.

       FD  CONSHP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSHP-RECORD.
           COPY DDS-CONSHPR       OF  CONSHP.

       FD  CONHDRLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRLOG-RECORD.
           COPY DDS-CONHDRLOG     OF  CONHDRLOG.

       FD  CONAPRV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONAPRV-RECORD.
           COPY DDS-CONAPRVR      OF  CONAPRV.

       FD  STATRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATRN-RECORD.
           COPY DDS-TRANSR        OF  STATRN.

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

       FD  ARCRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  ARCRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  CONHDR-FILE-STATUS         PIC X(02).
       01  CONDTL-FILE-STATUS         PIC X(02).
       01  CONSHP-FILE-STATUS         PIC X(02).
       01  CONHDRLOG-FILE-STATUS      PIC X(02).
       01  CONAPRV-FILE-STATUS        PIC X(02).
       01  CONHDRAR-FILE-STATUS       PIC X(02).
       01  CONDTLAR-FILE-STATUS       PIC X(02).
       01  CONSHPAR-FILE-STATUS       PIC X(02).
       01  ARCRPT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONHDR              PIC X(01)   VALUE "N".
       01  RECORD-FOUND-LOG           PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONDTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONSHP        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONAPRV       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONDTLAR      PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONSHPAR      PIC X(01)   VALUE "N".
       01  RECORD-FOUND-STATRN        PIC X(01)   VALUE "N".

      * CACHE OF STATUSES ALREADY TESTED AGAINST STATRN, AS CBDLVAGE
      * KEEPS, SO THE RULE FILE IS ONLY SEARCHED ONCE PER STATUS.
       01  WS-STAT-TABLE.
           02  WS-STAT-COUNT          PIC 9(04)   VALUE 0.
           02  WS-STAT-ENTRY  OCCURS 0 TO 100 TIMES
                              DEPENDING ON WS-STAT-COUNT
                              INDEXED BY STAT-IDX.
               03  WS-STAT-CODE       PIC X(02).
               03  WS-STAT-OPEN       PIC X(01).
       01  WS-STATUS-OPEN             PIC X(01)   VALUE "N".
       01  WS-TEST-STAT               PIC X(02)   VALUE SPACES.

      * THE CONTRACT BEING CONSIDERED.
       01  WS-CUR-XWORDN              PIC 9(07)   VALUE 0.
       01  WS-LAST-ACT                PIC 9(08)   VALUE 0.
       01  WS-UNINVOICED              PIC X(01)   VALUE "N".
       01  WS-MOVE-OK                 PIC X(01)   VALUE "Y".
       01  WS-DELETE-OK               PIC X(01)   VALUE "Y".
       01  WS-CON-LINES               PIC 9(05)   VALUE 0.
       01  WS-CON-SHIPS               PIC 9(05)   VALUE 0.
       01  WS-CON-LAMT                PIC S9(11)V99 VALUE 0.
       01  WS-ARC-TS                  PIC 9(14)   VALUE 0.
       01  WS-ARC-USER                PIC X(10)   VALUE SPACES.

       01  WS-COUNTERS.
           02  WS-HDR-READ            PIC 9(07)   VALUE 0.
           02  WS-OPEN-SKIP           PIC 9(07)   VALUE 0.
           02  WS-RECENT-SKIP         PIC 9(07)   VALUE 0.
           02  WS-UNINV-HELD          PIC 9(07)   VALUE 0.
           02  WS-APRV-HELD           PIC 9(07)   VALUE 0.
           02  WS-WRITE-FAILS         PIC 9(07)   VALUE 0.
           02  WS-DELETE-FAILS        PIC 9(07)   VALUE 0.
           02  WS-HDR-MOVED           PIC 9(07)   VALUE 0.
           02  WS-DTL-MOVED           PIC 9(07)   VALUE 0.
           02  WS-SHP-MOVED           PIC 9(07)   VALUE 0.
       01  WS-HDR-VALUE               PIC S9(11)V99 VALUE 0.
       01  WS-DTL-VALUE               PIC S9(11)V99 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(40)
               VALUE "CLOSED CONTRACT ARCHIVE - CONTROL REPORT".
           02  FILLER                 PIC X(52)   VALUE SPACES.

       01  WS-RPT-CUTOFF-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(46)
               VALUE "TERMINAL CONTRACTS WITH NO ACTIVITY SINCE DATE".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-CUTOFF-DATE        PIC 9(08).
           02  FILLER                 PIC X(76)   VALUE SPACES.

       01  WS-RPT-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "ORDER".
           02  FILLER                 PIC X(13)   VALUE "CUSTOMER".
           02  FILLER                 PIC X(04)   VALUE "ST".
           02  FILLER                 PIC X(05)   VALUE "CUR".
           02  FILLER                 PIC X(17)
               VALUE "   CONTRACT VALUE".
           02  FILLER                 PIC X(08)   VALUE "   LINES".
           02  FILLER                 PIC X(17)
               VALUE "       LINE VALUE".
           02  FILLER                 PIC X(08)   VALUE "   SHIPS".
           02  FILLER                 PIC X(10)   VALUE "  LAST ACT".
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  FILLER                 PIC X(30)   VALUE "RESULT".
           02  FILLER                 PIC X(08)   VALUE SPACES.

       01  WS-RPT-DTL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-ORDN           PIC 9(07).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-BCCD           PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-STAT           PIC X(02).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-CURR           PIC X(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-LINES          PIC ZZZZ9.
           02  RPT-DTL-LAMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-SHIPS          PIC ZZZZ9.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-LADT           PIC 9(08).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-RESULT         PIC X(30).
           02  FILLER                 PIC X(08)   VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-COUNT-DESC         PIC X(40).
           02  RPT-COUNT-VALUE        PIC ZZZZZZ9.
           02  FILLER                 PIC X(84)   VALUE SPACES.

       01  WS-RPT-VALUE-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-VALUE-DESC         PIC X(40).
           02  RPT-VALUE-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(73)   VALUE SPACES.

       01  WS-RPT-ERROR-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "** CUTOFF DATE PARAMETER IS NOT VALID - RUN A".
           02  FILLER                 PIC X(86)
               VALUE "BANDONED **".

       01  WS-RPT-BLANK-LINE          PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CUTOFF-DATE             PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-CUTOFF-DATE.

       MAIN-PROCESSING.

           OPEN  INPUT  CONAPRV-FILE
                        STATRN-FILE
                 I-O    CONHDR-FILE
                        CONDTL-FILE
                        CONSHP-FILE
                        CONHDRLOG-FILE
                        CONHDRAR-FILE
                        CONDTLAR-FILE
                        CONSHPAR-FILE
                 OUTPUT ARCRPT-FILE.

           WRITE  ARCRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

           IF  LS-CUTOFF-DATE = ZEROS
                   OR LS-CUTOFF-DATE NOT NUMERIC
               WRITE  ARCRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.

           MOVE  LS-CUTOFF-DATE  TO  RPT-CUTOFF-DATE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-CUTOFF-LINE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-HDG-LINE.

           CALL "RTVJOBUSR" USING WS-ARC-USER.
           MOVE  FUNCTION CURRENT-DATE (1:14)  TO  WS-ARC-TS.

           MOVE  ZEROS  TO  XWORDN OF CONHDR-RECORD.
           START CONHDR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONHDR-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF-CONHDR
           END-START.
           PERFORM  READ-NEXT-CONHDR      THRU  RNHDR-EXIT.
           PERFORM  ARCHIVE-ONE-CONTRACT  THRU  ARC1-EXIT
                    UNTIL  WS-EOF-CONHDR = "Y".

           PERFORM  WRITE-CONTROL-TOTALS  THRU  WRCTL-EXIT.

       MAIN-WRAP-UP.
           CLOSE  CONHDR-FILE    CONDTL-FILE    CONSHP-FILE
                  CONHDRLOG-FILE CONAPRV-FILE   STATRN-FILE
                  CONHDRAR-FILE  CONDTLAR-FILE  CONSHPAR-FILE
                  ARCRPT-FILE.

           GOBACK.

       READ-NEXT-CONHDR.
           IF  WS-EOF-CONHDR = "Y"
               GO  RNHDR-EXIT.
           READ  CONHDR-FILE  NEXT RECORD
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDR
           END-READ.
           IF  WS-EOF-CONHDR = "N"
               ADD  1  TO  WS-HDR-READ
           END-IF.
       RNHDR-EXIT.  EXIT.

      ******************************************************************
      * TEST ONE CONTRACT AGAINST THE ARCHIVE RULES AND, IF IT PASSES,
      * MOVE IT.  CONTRACTS STILL OPEN OR STILL ACTIVE ARE ONLY
      * COUNTED; ONES HELD BACK OR NOT MOVED ARE NAMED ON THE REPORT.
      ******************************************************************
       ARCHIVE-ONE-CONTRACT.
           MOVE  XWORDN OF CONHDR-RECORD  TO  WS-CUR-XWORDN.
           MOVE  0  TO  WS-CON-LINES  WS-CON-SHIPS  WS-CON-LAMT.

           MOVE  XWSTAT OF CONHDR-RECORD  TO  WS-TEST-STAT.
           PERFORM  CHECK-STATUS-OPEN  THRU  CHKOPN-EXIT.
           IF  WS-STATUS-OPEN = "Y"
               ADD  1  TO  WS-OPEN-SKIP
               GO  ARC1-NEXT
           END-IF.

           PERFORM  FIND-LAST-ACTIVITY  THRU  FNDLAC-EXIT.
           IF  WS-LAST-ACT NOT < LS-CUTOFF-DATE
               ADD  1  TO  WS-RECENT-SKIP
               GO  ARC1-NEXT
           END-IF.

           PERFORM  CHECK-PENDING-APPROVAL  THRU  CHKAPR-EXIT.
           IF  RECORD-FOUND-CONAPRV = "Y"
               ADD  1  TO  WS-APRV-HELD
               MOVE  "HELD - CHANGE AWAITING APPROVAL"
                                       TO  RPT-DTL-RESULT
               PERFORM  PRINT-CONTRACT-LINE  THRU  PRCONL-EXIT
               GO  ARC1-NEXT
           END-IF.

           PERFORM  CHECK-SHIPMENTS-INVOICED  THRU  CHKINV-EXIT.
           IF  WS-UNINVOICED = "Y"
               ADD  1  TO  WS-UNINV-HELD
               MOVE  "HELD - UNINVOICED SHIPMENTS"
                                       TO  RPT-DTL-RESULT
               PERFORM  PRINT-CONTRACT-LINE  THRU  PRCONL-EXIT
               GO  ARC1-NEXT
           END-IF.

           PERFORM  COPY-CONTRACT-TO-HISTORY  THRU  CPYHIS-EXIT.
           IF  WS-MOVE-OK = "N"
               PERFORM  BACK-OUT-HISTORY  THRU  BCKOUT-EXIT
               ADD  1  TO  WS-WRITE-FAILS
               MOVE  "NOT MOVED - HISTORY WRITE FAILED"
                                       TO  RPT-DTL-RESULT
               PERFORM  PRINT-CONTRACT-LINE  THRU  PRCONL-EXIT
               GO  ARC1-NEXT
           END-IF.

           PERFORM  REMOVE-LIVE-CONTRACT  THRU  RMVLIV-EXIT.
           IF  WS-DELETE-OK = "N"
               ADD  1  TO  WS-DELETE-FAILS
               MOVE  "PART MOVED - RERUN TO COMPLETE"
                                       TO  RPT-DTL-RESULT
           ELSE
               ADD  1               TO  WS-HDR-MOVED
               ADD  WS-CON-LINES    TO  WS-DTL-MOVED
               ADD  WS-CON-SHIPS    TO  WS-SHP-MOVED
               ADD  XWTAMT OF CONHDR-RECORD  TO  WS-HDR-VALUE
               ADD  WS-CON-LAMT     TO  WS-DTL-VALUE
               MOVE  "ARCHIVED"     TO  RPT-DTL-RESULT
           END-IF.
           PERFORM  PRINT-CONTRACT-LINE  THRU  PRCONL-EXIT.

       ARC1-NEXT.
           PERFORM  READ-NEXT-CONHDR  THRU  RNHDR-EXIT.
       ARC1-EXIT.  EXIT.

      ******************************************************************
      * LOOK THE STATUS IN WS-TEST-STAT UP IN THE RUN'S CACHE; ON A
      * MISS, SEARCH STATRN FOR ANY RULE LEAVING THE STATUS AND
      * REMEMBER THE ANSWER.  WS-STATUS-OPEN CARRIES THE Y/N ANSWER.
      ******************************************************************
       CHECK-STATUS-OPEN.
           SET  STAT-IDX  TO  1.
           SEARCH  WS-STAT-ENTRY
                   AT END
                       PERFORM  TEST-STATUS-OPEN  THRU  TSTOPN-EXIT
                   WHEN  WS-STAT-CODE (STAT-IDX) = WS-TEST-STAT
                       MOVE  WS-STAT-OPEN (STAT-IDX)  TO  WS-STATUS-OPEN
           END-SEARCH.
       CHKOPN-EXIT.  EXIT.

       TEST-STATUS-OPEN.
           MOVE  "N"  TO  WS-STATUS-OPEN.
           MOVE  WS-TEST-STAT  TO  TRCSTA OF STATRN-RECORD.
           MOVE  SPACES        TO  TRNSTA OF STATRN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-STATRN.
           START STATRN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF STATRN-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STATRN
           END-START.
           IF  RECORD-FOUND-STATRN = "Y"
               READ  STATRN-FILE  NEXT RECORD
                       AT END
                           MOVE "N"  TO  RECORD-FOUND-STATRN
               END-READ
           END-IF.
           IF  RECORD-FOUND-STATRN = "Y"
                   AND TRCSTA OF STATRN-RECORD = WS-TEST-STAT
               MOVE  "Y"  TO  WS-STATUS-OPEN
           END-IF.
           IF  WS-STAT-COUNT < 100
               ADD  1  TO  WS-STAT-COUNT
               MOVE  WS-TEST-STAT
                               TO  WS-STAT-CODE (WS-STAT-COUNT)
               MOVE  WS-STATUS-OPEN
                               TO  WS-STAT-OPEN (WS-STAT-COUNT)
           END-IF.
       TSTOPN-EXIT.  EXIT.

      ******************************************************************
      * CONHDRLOG IS KEYED XWORDN+LOGTS, SO THE LAST RECORD IN THE
      * CONTRACT'S BLOCK IS ITS LATEST ACTIVITY.  WITH NO LOG LEFT
      * (PURGED BY CBLOGPRG) THE BOOKING DATE STANDS IN; A CONTRACT
      * BOOKED BEFORE BOOKING DATES WERE KEPT AGES AS ZERO.
      ******************************************************************
       FIND-LAST-ACTIVITY.
           MOVE  XWBKDT OF CONHDR-RECORD  TO  WS-LAST-ACT.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDRLOG-RECORD.
           MOVE  ZEROS          TO  LOGTS.
           MOVE  "Y"  TO  RECORD-FOUND-LOG.
           START CONHDRLOG-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                           OF CONHDRLOG-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-LOG
           END-START.
           IF  RECORD-FOUND-LOG = "Y"
               PERFORM  READ-LOG-IN-BLOCK  THRU  RDLBK-EXIT
           END-IF.
           PERFORM  TAKE-LOG-DATE  THRU  TKLDT-EXIT
                    UNTIL  RECORD-FOUND-LOG = "N".
       FNDLAC-EXIT.  EXIT.

       READ-LOG-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-LOG.
           READ  CONHDRLOG-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-LOG
                   GO RDLBK-EXIT.
           IF  XWORDN OF CONHDRLOG-RECORD NOT = WS-CUR-XWORDN
               MOVE  "N"  TO  RECORD-FOUND-LOG
           END-IF.
       RDLBK-EXIT.  EXIT.

       TAKE-LOG-DATE.
           MOVE  LOGTS (1:8)  TO  WS-LAST-ACT.
           PERFORM  READ-LOG-IN-BLOCK  THRU  RDLBK-EXIT.
       TKLDT-EXIT.  EXIT.

      * CONAPRV IS KEYED XWORDN+APTS - ANY ENTRY FOR THE CONTRACT
      * MEANS A CHANGE IS STILL WAITING ON A SUPERVISOR.
       CHECK-PENDING-APPROVAL.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONAPRV-RECORD.
           MOVE  ZEROS          TO  APTS OF CONAPRV-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONAPRV.
           START CONAPRV-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                         OF CONAPRV-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONAPRV
                       GO CHKAPR-EXIT
           END-START.
           READ  CONAPRV-FILE  NEXT RECORD
                   AT END
                       MOVE "N"  TO  RECORD-FOUND-CONAPRV
                       GO CHKAPR-EXIT
           END-READ.
           IF  XWORDN OF CONAPRV-RECORD NOT = WS-CUR-XWORDN
               MOVE "N"  TO  RECORD-FOUND-CONAPRV
           END-IF.
       CHKAPR-EXIT.  EXIT.

      * EVERY SHIPMENT MUST HAVE BEEN BILLED BY CBINVGEN BEFORE THE
      * CONTRACT LEAVES THE LIVE FILES, OR IT WOULD NEVER BE INVOICED.
       CHECK-SHIPMENTS-INVOICED.
           MOVE  "N"  TO  WS-UNINVOICED.
           PERFORM  START-CONSHP-BLOCK  THRU  STSHPB-EXIT.
           PERFORM  TEST-ONE-SHIPMENT  THRU  TST1SH-EXIT
                    UNTIL  RECORD-FOUND-CONSHP = "N".
       CHKINV-EXIT.  EXIT.

       TEST-ONE-SHIPMENT.
           ADD  1  TO  WS-CON-SHIPS.
           IF  SHINVN OF CONSHP-RECORD = ZEROS
               MOVE  "Y"  TO  WS-UNINVOICED
           END-IF.
           PERFORM  READ-CONSHP-IN-BLOCK  THRU  RDSBK-EXIT.
       TST1SH-EXIT.  EXIT.

       START-CONSHP-BLOCK.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONSHP-RECORD.
           MOVE  ZEROS          TO  XWLINE OF CONSHP-RECORD
                                    SHPNO OF CONSHP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHP.
           START CONSHP-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONSHP-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONSHP
           END-START.
           IF  RECORD-FOUND-CONSHP = "Y"
               PERFORM  READ-CONSHP-IN-BLOCK  THRU  RDSBK-EXIT
           END-IF.
       STSHPB-EXIT.  EXIT.

       READ-CONSHP-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHP.
           READ  CONSHP-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-CONSHP
                   GO RDSBK-EXIT.
           IF  XWORDN OF CONSHP-RECORD NOT = WS-CUR-XWORDN
               MOVE  "N"  TO  RECORD-FOUND-CONSHP
           END-IF.
       RDSBK-EXIT.  EXIT.

       START-CONDTL-BLOCK.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONDTL-RECORD.
           MOVE  ZEROS          TO  XWLINE OF CONDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTL.
           START CONDTL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONDTL-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDTL
           END-START.
           IF  RECORD-FOUND-CONDTL = "Y"
               PERFORM  READ-CONDTL-IN-BLOCK  THRU  RDDBK-EXIT
           END-IF.
       STDTLB-EXIT.  EXIT.

       READ-CONDTL-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTL.
           READ  CONDTL-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-CONDTL
                   GO RDDBK-EXIT.
           IF  XWORDN OF CONDTL-RECORD NOT = WS-CUR-XWORDN
               MOVE  "N"  TO  RECORD-FOUND-CONDTL
           END-IF.
       RDDBK-EXIT.  EXIT.

      ******************************************************************
      * WRITE THE WHOLE CONTRACT TO THE HISTORY FILES BEFORE ANYTHING
      * LIVE IS TOUCHED.  CONDTLAR AND CONSHPAR HAVE THE CONDTL AND
      * CONSHP LAYOUTS, AND THE FIRST PART OF CONHDRAR IS THE CONHDR
      * LAYOUT, SO EACH RECORD IS CARRIED ACROSS WHOLE.  A HISTORY
      * RECORD LEFT BY AN EARLIER RUN THAT STOPPED PART WAY IS
      * REPLACED WITH THE LIVE IMAGE.
      ******************************************************************
       COPY-CONTRACT-TO-HISTORY.
           MOVE  "Y"  TO  WS-MOVE-OK.
           MOVE  0    TO  WS-CON-SHIPS.

           PERFORM  START-CONDTL-BLOCK  THRU  STDTLB-EXIT.
           PERFORM  COPY-ONE-CONDTL  THRU  CP1DTL-EXIT
                    UNTIL  RECORD-FOUND-CONDTL = "N"
                       OR  WS-MOVE-OK = "N".
           IF  WS-MOVE-OK = "N"
               GO  CPYHIS-EXIT.

           PERFORM  START-CONSHP-BLOCK  THRU  STSHPB-EXIT.
           PERFORM  COPY-ONE-CONSHP  THRU  CP1SHP-EXIT
                    UNTIL  RECORD-FOUND-CONSHP = "N"
                       OR  WS-MOVE-OK = "N".
           IF  WS-MOVE-OK = "N"
               GO  CPYHIS-EXIT.

           MOVE  CONHDR-RECORD  TO  CONHDRAR-RECORD.
           MOVE  WS-LAST-ACT    TO  ARLADT.
           MOVE  WS-ARC-TS      TO  ARCTS.
           MOVE  WS-ARC-USER    TO  ARCUSER.
           WRITE  CONHDRAR-RECORD
                   INVALID KEY
                       REWRITE  CONHDRAR-RECORD
                               INVALID KEY
                                   MOVE  "N"  TO  WS-MOVE-OK
                       END-REWRITE
           END-WRITE.
       CPYHIS-EXIT.  EXIT.

       COPY-ONE-CONDTL.
           MOVE  CONDTL-RECORD  TO  CONDTLAR-RECORD.
           WRITE  CONDTLAR-RECORD
                   INVALID KEY
                       REWRITE  CONDTLAR-RECORD
                               INVALID KEY
                                   MOVE  "N"  TO  WS-MOVE-OK
                       END-REWRITE
           END-WRITE.
           IF  WS-MOVE-OK = "N"
               GO  CP1DTL-EXIT.
           ADD  1  TO  WS-CON-LINES.
           ADD  XWLAMT OF CONDTL-RECORD  TO  WS-CON-LAMT.
           PERFORM  READ-CONDTL-IN-BLOCK  THRU  RDDBK-EXIT.
       CP1DTL-EXIT.  EXIT.

       COPY-ONE-CONSHP.
           MOVE  CONSHP-RECORD  TO  CONSHPAR-RECORD.
           WRITE  CONSHPAR-RECORD
                   INVALID KEY
                       REWRITE  CONSHPAR-RECORD
                               INVALID KEY
                                   MOVE  "N"  TO  WS-MOVE-OK
                       END-REWRITE
           END-WRITE.
           IF  WS-MOVE-OK = "N"
               GO  CP1SHP-EXIT.
           ADD  1  TO  WS-CON-SHIPS.
           PERFORM  READ-CONSHP-IN-BLOCK  THRU  RDSBK-EXIT.
       CP1SHP-EXIT.  EXIT.

      ******************************************************************
      * A HISTORY WRITE FAILED - REMOVE THE HISTORY COPIES OF THIS
      * CONTRACT SO IT IS NOT HALF ON BOTH.  ONLY COPIES WHOSE LIVE
      * RECORD STILL EXISTS ARE REMOVED: A LINE OR SHIPMENT ALREADY
      * DELETED FROM THE LIVE FILE BY AN EARLIER, INTERRUPTED RUN
      * EXISTS NOWHERE ELSE AND STAYS ON HISTORY.
      ******************************************************************
       BACK-OUT-HISTORY.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONDTLAR-RECORD.
           MOVE  ZEROS          TO  XWLINE OF CONDTLAR-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTLAR.
           START CONDTLAR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONDTLAR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDTLAR
           END-START.
           IF  RECORD-FOUND-CONDTLAR = "Y"
               PERFORM  READ-CONDTLAR-IN-BLOCK  THRU  RDDABK-EXIT
           END-IF.
           PERFORM  BACK-OUT-ONE-CONDTLAR  THRU  BO1DTL-EXIT
                    UNTIL  RECORD-FOUND-CONDTLAR = "N".

           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONSHPAR-RECORD.
           MOVE  ZEROS          TO  XWLINE OF CONSHPAR-RECORD
                                    SHPNO OF CONSHPAR-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHPAR.
           START CONSHPAR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONSHPAR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONSHPAR
           END-START.
           IF  RECORD-FOUND-CONSHPAR = "Y"
               PERFORM  READ-CONSHPAR-IN-BLOCK  THRU  RDSABK-EXIT
           END-IF.
           PERFORM  BACK-OUT-ONE-CONSHPAR  THRU  BO1SHP-EXIT
                    UNTIL  RECORD-FOUND-CONSHPAR = "N".

           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDRAR-RECORD.
           DELETE  CONHDRAR-FILE
                   INVALID KEY
                       CONTINUE
           END-DELETE.
       BCKOUT-EXIT.  EXIT.

       READ-CONDTLAR-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTLAR.
           READ  CONDTLAR-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-CONDTLAR
                   GO RDDABK-EXIT.
           IF  XWORDN OF CONDTLAR-RECORD NOT = WS-CUR-XWORDN
               MOVE  "N"  TO  RECORD-FOUND-CONDTLAR
           END-IF.
       RDDABK-EXIT.  EXIT.

       BACK-OUT-ONE-CONDTLAR.
           MOVE  XWORDN OF CONDTLAR-RECORD  TO  XWORDN OF CONDTL-RECORD.
           MOVE  XWLINE OF CONDTLAR-RECORD  TO  XWLINE OF CONDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTL.
           READ  CONDTL-FILE
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDTL
           END-READ.
           IF  RECORD-FOUND-CONDTL = "Y"
               DELETE  CONDTLAR-FILE
                       INVALID KEY
                           CONTINUE
               END-DELETE
           END-IF.
           PERFORM  READ-CONDTLAR-IN-BLOCK  THRU  RDDABK-EXIT.
       BO1DTL-EXIT.  EXIT.

       READ-CONSHPAR-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHPAR.
           READ  CONSHPAR-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-CONSHPAR
                   GO RDSABK-EXIT.
           IF  XWORDN OF CONSHPAR-RECORD NOT = WS-CUR-XWORDN
               MOVE  "N"  TO  RECORD-FOUND-CONSHPAR
           END-IF.
       RDSABK-EXIT.  EXIT.

       BACK-OUT-ONE-CONSHPAR.
           MOVE  XWORDN OF CONSHPAR-RECORD  TO  XWORDN OF CONSHP-RECORD.
           MOVE  XWLINE OF CONSHPAR-RECORD  TO  XWLINE OF CONSHP-RECORD.
           MOVE  SHPNO OF CONSHPAR-RECORD   TO  SHPNO OF CONSHP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHP.
           READ  CONSHP-FILE
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONSHP
           END-READ.
           IF  RECORD-FOUND-CONSHP = "Y"
               DELETE  CONSHPAR-FILE
                       INVALID KEY
                           CONTINUE
               END-DELETE
           END-IF.
           PERFORM  READ-CONSHPAR-IN-BLOCK  THRU  RDSABK-EXIT.
       BO1SHP-EXIT.  EXIT.

      ******************************************************************
      * THE HISTORY COPY IS COMPLETE - DELETE THE LIVE SHIPMENTS, THEN
      * THE LINES, THEN THE HEADER, AND LOG THE MOVE.  THE HEADER GOES
      * LAST SO AN INTERRUPTION LEAVES THE CONTRACT FOR THE NEXT RUN.
      * THE CONHDR RECORD AREA IS RE-READ AFTERWARDS SO THE HEADER
      * VALUES ARE THERE FOR THE REPORT AND THE LOG.
      ******************************************************************
       REMOVE-LIVE-CONTRACT.
           MOVE  "Y"  TO  WS-DELETE-OK.

           PERFORM  START-CONSHP-BLOCK  THRU  STSHPB-EXIT.
           PERFORM  DELETE-ONE-CONSHP  THRU  DL1SHP-EXIT
                    UNTIL  RECORD-FOUND-CONSHP = "N".

           PERFORM  START-CONDTL-BLOCK  THRU  STDTLB-EXIT.
           PERFORM  DELETE-ONE-CONDTL  THRU  DL1DTL-EXIT
                    UNTIL  RECORD-FOUND-CONDTL = "N".

           IF  WS-DELETE-OK = "N"
               GO  RMVLIV-EXIT.

           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDR-RECORD.
           READ  CONHDR-FILE
                   INVALID KEY
                       MOVE  "N"  TO  WS-DELETE-OK
           END-READ.
           IF  WS-DELETE-OK = "N"
               GO  RMVLIV-EXIT.
           DELETE  CONHDR-FILE
                   INVALID KEY
                       MOVE  "N"  TO  WS-DELETE-OK
           END-DELETE.
           IF  WS-DELETE-OK = "Y"
               PERFORM  LOG-CONHDR-ARCHIVE  THRU  LOGARC-EXIT
           END-IF.
       RMVLIV-EXIT.  EXIT.

       DELETE-ONE-CONSHP.
           DELETE  CONSHP-FILE
                   INVALID KEY
                       MOVE  "N"  TO  WS-DELETE-OK
           END-DELETE.
           PERFORM  READ-CONSHP-IN-BLOCK  THRU  RDSBK-EXIT.
       DL1SHP-EXIT.  EXIT.

       DELETE-ONE-CONDTL.
           DELETE  CONDTL-FILE
                   INVALID KEY
                       MOVE  "N"  TO  WS-DELETE-OK
           END-DELETE.
           PERFORM  READ-CONDTL-IN-BLOCK  THRU  RDDBK-EXIT.
       DL1DTL-EXIT.  EXIT.

      * THE "X" RECORD CARRIES THE CONTRACT AS ARCHIVED IN BOTH
      * IMAGES - THE OLD IMAGE IS WHAT LEFT THE BOOK.
       LOG-CONHDR-ARCHIVE.
           MOVE  SPACES TO CONHDRLOG-FILE-STATUS.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDRLOG-RECORD.
           MOVE  FUNCTION CURRENT-DATE (1:14)  TO  LOGTS.
           MOVE  WS-ARC-USER    TO  LOGUSER.
           MOVE  "X"            TO  LOGACT.
           MOVE  XWBCCD OF CONHDR-RECORD  TO  OLD-XWBCCD  NEW-XWBCCD.
           MOVE  XWCREF OF CONHDR-RECORD  TO  OLD-XWCREF  NEW-XWCREF.
           MOVE  XWDLDT OF CONHDR-RECORD  TO  OLD-XWDLDT  NEW-XWDLDT.
           MOVE  XWSTAT OF CONHDR-RECORD  TO  OLD-XWSTAT  NEW-XWSTAT.
           MOVE  XWTAMT OF CONHDR-RECORD  TO  OLD-XWTAMT  NEW-XWTAMT.
           MOVE  PERSON OF CONHDR-RECORD  TO  OLD-PERSON  NEW-PERSON.
           WRITE  CONHDRLOG-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  CONHDRLOG-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM WRITING CONHDRLOG AUDIT RECORD"
           END-IF.
       LOGARC-EXIT.  EXIT.

       PRINT-CONTRACT-LINE.
           MOVE  WS-CUR-XWORDN            TO  RPT-DTL-ORDN.
           MOVE  XWBCCD OF CONHDR-RECORD  TO  RPT-DTL-BCCD.
           MOVE  XWSTAT OF CONHDR-RECORD  TO  RPT-DTL-STAT.
           MOVE  XWCURR OF CONHDR-RECORD  TO  RPT-DTL-CURR.
           MOVE  XWTAMT OF CONHDR-RECORD  TO  RPT-DTL-AMT.
           MOVE  WS-CON-LINES             TO  RPT-DTL-LINES.
           MOVE  WS-CON-LAMT              TO  RPT-DTL-LAMT.
           MOVE  WS-CON-SHIPS             TO  RPT-DTL-SHIPS.
           MOVE  WS-LAST-ACT              TO  RPT-DTL-LADT.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-DTL-LINE.
       PRCONL-EXIT.  EXIT.

       WRITE-CONTROL-TOTALS.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONHDR HEADERS READ"      TO  RPT-COUNT-DESC.
           MOVE  WS-HDR-READ                TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LEFT - STATUS STILL OPEN" TO  RPT-COUNT-DESC.
           MOVE  WS-OPEN-SKIP               TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LEFT - ACTIVITY SINCE CUTOFF"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-RECENT-SKIP             TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "HELD - CHANGE AWAITING APPROVAL"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-APRV-HELD               TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "HELD - UNINVOICED SHIPMENTS"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-UNINV-HELD              TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "NOT MOVED - HISTORY WRITE FAILED"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-WRITE-FAILS             TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "PART MOVED - RERUN TO COMPLETE"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DELETE-FAILS            TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.

           WRITE  ARCRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONTRACTS MOVED TO CONHDRAR"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-HDR-MOVED               TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LINES MOVED TO CONDTLAR"  TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-MOVED               TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "SHIPMENTS MOVED TO CONSHPAR"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-SHP-MOVED               TO  RPT-COUNT-VALUE.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACT VALUE MOVED (XWTAMT)"
                                            TO  RPT-VALUE-DESC.
           MOVE  WS-HDR-VALUE               TO  RPT-VALUE-AMT.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-VALUE-LINE.
           MOVE  "LINE VALUE MOVED (XWLAMT)"
                                            TO  RPT-VALUE-DESC.
           MOVE  WS-DTL-VALUE               TO  RPT-VALUE-AMT.
           WRITE  ARCRPT-RECORD  FROM  WS-RPT-VALUE-LINE.
       WRCTL-EXIT.  EXIT.
