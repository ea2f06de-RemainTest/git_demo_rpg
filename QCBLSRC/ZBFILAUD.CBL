      *      LEAVES THEM APART).  A LINE-LESS LUMP-SUM CONTRACT IS
      *      NOT CROSS-FOOTED.
      *   2. ORPHANS - EVERY CONDTL LINE MUST HAVE A CONHDR PARENT.
      *      A CONTRACT FOUND ON CONHDRAR (MOVED TO CLOSED HISTORY BY
      *      CBCONARC) IS A VALID PARENT; ITS LINES ARE COUNTED BUT
      *      NOT CROSS-FOOTED, AS AN ARCHIVE THAT STOPPED PART WAY
      *      LEAVES SOME OF THEM BEHIND UNTIL THE RERUN.
      *   3. LOG CHAIN - WITHIN EACH CONTRACT'S CONHDRLOG BLOCK
      *      (KEYED XWORDN+LOGTS, SO TIMESTAMP ORDER), EVERY "C"
      *      RECORD'S OLD IMAGE MUST MATCH THE PRIOR RECORD'S NEW
      *      IMAGE, AND A "C" MUST NOT FOLLOW A "D" OR STAND FIRST.
      *      AN "X" (ARCHIVED) RECORD CLOSES THE CHAIN AS A "D" DOES.
      *      THE OLDER LOG OF AN ARCHIVED CONTRACT MAY ALREADY HAVE
      *      BEEN PURGED BY CBLOGPRG, SO A FIRST "C" WITH NO PRIOR
      *      IMAGE IS NOT AN EXCEPTION FOR A CONTRACT ON CONHDRAR.
      *   4. HISTORY - EVERY CONHDRHS DELETED-HEADER ROW MUST HAVE A
      *      MATCHING "D" RECORD ON CONHDRLOG.
      *
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRHS-FILE-STATUS.

           SELECT CONHDRAR-FILE
               ASSIGN TO DATABASE-CONHDRAR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRAR-RECORD
               FILE STATUS IS CONHDRAR-FILE-STATUS.

           SELECT AUDRPT-FILE
               ASSIGN TO PRINTER-AUDRPT
               ORGANIZATION IS LINE SEQUENTIAL
       01  CONHDRHS-RECORD.
           COPY DDS-CONHDRHS      OF  CONHDRHS.

       FD  CONHDRAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRAR-RECORD.
           COPY DDS-CONHDRARR     OF  CONHDRAR.

       FD  AUDRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  CONDTL-FILE-STATUS         PIC X(02).
       01  CONHDRLOG-FILE-STATUS      PIC X(02).
       01  CONHDRHS-FILE-STATUS       PIC X(02).
       01  CONHDRAR-FILE-STATUS       PIC X(02).
       01  AUDRPT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONDTL              PIC X(01)   VALUE "N".
       01  WS-EOF-CONHDRHS            PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONHDR        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-LOG           PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONHDRAR      PIC X(01)   VALUE "N".
       01  WS-DEL-LOG-FOUND           PIC X(01)   VALUE "N".

      * CURRENT CONDTL ORDER BLOCK BEING CROSS-FOOTED.
       01  WS-LINE-TOTAL              PIC S9(11)V99 VALUE 0.
       01  WS-LINE-COUNT              PIC 9(05)   VALUE 0.
       01  WS-CUR-ORPHAN              PIC X(01)   VALUE "N".
       01  WS-CUR-ARCHIVED            PIC X(01)   VALUE "N".

      * PRIOR CONHDRLOG IMAGE WITHIN THE CURRENT CONTRACT'S BLOCK.
       01  WS-LOG-XWORDN              PIC 9(07)   VALUE 0.
       01  WS-PRV-HELD                PIC X(01)   VALUE "N".
       01  WS-PRV-DELETED             PIC X(01)   VALUE "N".
       01  WS-PRV-ARCHIVED            PIC X(01)   VALUE "N".
       01  WS-LOG-ARCHIVED            PIC X(01)   VALUE "N".
       01  WS-PRV-IMAGE.
           02  WS-PRV-XWBCCD          PIC X(11).
           02  WS-PRV-XWCREF          PIC X(15).
           02  WS-DTL-READ            PIC 9(07)   VALUE 0.
           02  WS-XFOOT-ERRS          PIC 9(07)   VALUE 0.
           02  WS-ORPHAN-ERRS         PIC 9(07)   VALUE 0.
           02  WS-ARC-BLOCKS          PIC 9(07)   VALUE 0.
           02  WS-LOG-READ            PIC 9(07)   VALUE 0.
           02  WS-ARC-LOGS            PIC 9(07)   VALUE 0.
           02  WS-CHAIN-ERRS          PIC 9(07)   VALUE 0.
           02  WS-HS-READ             PIC 9(07)   VALUE 0.
           02  WS-NODEL-ERRS          PIC 9(07)   VALUE 0.
                        CONDTL-FILE
                        CONHDRLOG-FILE
                        CONHDRHS-FILE
                        CONHDRAR-FILE
                 OUTPUT AUDRPT-FILE.

           WRITE  AUDRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           PERFORM  WRITE-CONTROL-TOTALS  THRU  WRCTL-EXIT.

           CLOSE  CONHDR-FILE  CONDTL-FILE  CONHDRLOG-FILE
                  CONHDRHS-FILE  CONHDRAR-FILE  AUDRPT-FILE.

           GOBACK.

                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CONHDR
           END-READ.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDRAR-RECORD.
           PERFORM  LOOKUP-CONHDRAR  THRU  LKPARC-EXIT.
           MOVE  RECORD-FOUND-CONHDRAR  TO  WS-CUR-ARCHIVED.
           IF  RECORD-FOUND-CONHDR = "Y"
                   OR  WS-CUR-ARCHIVED = "Y"
               MOVE  "N"  TO  WS-CUR-ORPHAN
           ELSE
               MOVE  "Y"  TO  WS-CUR-ORPHAN
           END-IF.
           IF  RECORD-FOUND-CONHDR = "Y"
                   AND  WS-CUR-ARCHIVED = "N"
               ADD  1  TO  WS-HDR-CHECKED
           END-IF.
       LKPHDR-EXIT.  EXIT.

       LOOKUP-CONHDRAR.
           MOVE  "Y"  TO  RECORD-FOUND-CONHDRAR.
           READ  CONHDRAR-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CONHDRAR
           END-READ.
       LKPARC-EXIT.  EXIT.

       PROVE-ORDER-BLOCK.
           IF  WS-CUR-ORPHAN = "Y"
               ADD  1  TO  WS-ORPHAN-ERRS
               MOVE  WS-CUR-XWORDN  TO  RPT-ORP-ORDN
               MOVE  WS-LINE-COUNT  TO  RPT-ORP-COUNT
               WRITE  AUDRPT-RECORD  FROM  WS-RPT-ORPHAN-LINE
               GO  PRVBLK-DONE
           END-IF.
           IF  WS-CUR-ARCHIVED = "Y"
               ADD  1  TO  WS-ARC-BLOCKS
           ELSE
               IF  XWTAMT OF CONHDR-RECORD NOT = WS-LINE-TOTAL
                   ADD  1  TO  WS-XFOOT-ERRS
                   WRITE  AUDRPT-RECORD  FROM  WS-RPT-XFOOT-LINE
               END-IF
           END-IF.
       PRVBLK-DONE.
           MOVE  "N"  TO  WS-CUR-ACTIVE.
       PRVBLK-EXIT.  EXIT.

      ******************************************************************
      * WALK CONHDRLOG IN KEY ORDER.  WITHIN A CONTRACT'S BLOCK THE
      * PRIOR RECORD'S NEW IMAGE IS HELD; A "C" RECORD MUST CONTINUE
      * IT EXACTLY.  AN "A" OR "R" STARTS A FRESH IMAGE, A "D" OR AN
      * "X" CLOSES ONE (THE "X" OLD IMAGE MUST ALSO CONTINUE IT).
      * THE CONHDR KEY FIELD ORDER OF THE BLOCK GUARANTEES TIMESTAMP
      * ORDER WITHIN THE CONTRACT.
      ******************************************************************
       AUDIT-LOG-CHAIN.
           MOVE  ZEROS  TO  XWORDN OF CONHDRLOG-RECORD
           IF  XWORDN OF CONHDRLOG-RECORD NOT = WS-LOG-XWORDN
               MOVE  XWORDN OF CONHDRLOG-RECORD  TO  WS-LOG-XWORDN
               MOVE  "N"  TO  WS-PRV-HELD  WS-PRV-DELETED
                             WS-PRV-ARCHIVED
               MOVE  WS-LOG-XWORDN  TO  XWORDN OF CONHDRAR-RECORD
               PERFORM  LOOKUP-CONHDRAR  THRU  LKPARC-EXIT
               MOVE  RECORD-FOUND-CONHDRAR  TO  WS-LOG-ARCHIVED
           END-IF.

           EVALUATE  LOGACT
             WHEN  "D"
                   MOVE  "N"  TO  WS-PRV-HELD
                   MOVE  "Y"  TO  WS-PRV-DELETED
             WHEN  "X"
                   ADD  1  TO  WS-ARC-LOGS
                   IF  WS-PRV-HELD = "Y"
                       PERFORM  CHECK-CHANGE-CHAIN  THRU  CKCHN-EXIT
                   END-IF
                   MOVE  "N"  TO  WS-PRV-HELD
                   MOVE  "Y"  TO  WS-PRV-ARCHIVED
           END-EVALUATE.
           PERFORM  READ-NEXT-LOG  THRU  RNLOG-EXIT.
       CK1LOG-EXIT.  EXIT.

       CHECK-CHANGE-CHAIN.
           IF  WS-PRV-HELD = "N"
                   AND  WS-PRV-DELETED = "N"
                   AND  WS-PRV-ARCHIVED = "N"
                   AND  WS-LOG-ARCHIVED = "Y"
               GO  CKCHN-EXIT
           END-IF.
           IF  WS-PRV-HELD = "N"
               ADD  1  TO  WS-CHAIN-ERRS
               EVALUATE  TRUE
                 WHEN  WS-PRV-DELETED = "Y"
                   MOVE  "** LOG CHAIN: C RECORD FOLLOWS A DELETE **"
                                   TO  RPT-CHN-TEXT
                 WHEN  WS-PRV-ARCHIVED = "Y"
                   MOVE  "** LOG CHAIN: C RECORD FOLLOWS AN ARCHIVE *"
                                   TO  RPT-CHN-TEXT
                 WHEN  OTHER
                   MOVE  "** LOG CHAIN: C RECORD HAS NO PRIOR IMAGE *"
                                   TO  RPT-CHN-TEXT
               END-EVALUATE
               MOVE  XWORDN OF CONHDRLOG-RECORD  TO  RPT-CHN-ORDN
               MOVE  LOGTS                       TO  RPT-CHN-LOGTS
               WRITE  AUDRPT-RECORD  FROM  WS-RPT-CHAIN-LINE
           MOVE  NEW-XWTAMT  TO  WS-PRV-XWTAMT.
           MOVE  NEW-PERSON  TO  WS-PRV-PERSON.
           MOVE  "Y"  TO  WS-PRV-HELD.
           MOVE  "N"  TO  WS-PRV-DELETED  WS-PRV-ARCHIVED.
       HLDNEW-EXIT.  EXIT.

      ******************************************************************
           MOVE  "ORPHANED CONDTL BLOCKS"   TO  RPT-COUNT-DESC.
           MOVE  WS-ORPHAN-ERRS             TO  RPT-COUNT-VALUE.
           WRITE  AUDRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONDTL BLOCKS OF ARCHIVED CONTRACTS"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-ARC-BLOCKS              TO  RPT-COUNT-VALUE.
           WRITE  AUDRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONHDRLOG RECORDS READ"   TO  RPT-COUNT-DESC.
           MOVE  WS-LOG-READ                TO  RPT-COUNT-VALUE.
           WRITE  AUDRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "ARCHIVE (X) LOG RECORDS"  TO  RPT-COUNT-DESC.
           MOVE  WS-ARC-LOGS                TO  RPT-COUNT-VALUE.
           WRITE  AUDRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LOG CHAIN BREAKS"         TO  RPT-COUNT-DESC.
           MOVE  WS-CHAIN-ERRS              TO  RPT-COUNT-VALUE.
           WRITE  AUDRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
