      * RESTRUCTURED, THE OLD XWBCCD MUST BE RE-KEYED TO THE NEW CODE
      * EVERYWHERE AT ONCE, OR THE CUSTOMER'S HISTORY SPLITS IN TWO:
      * THE CONHDRL1 VIEW, THE CONHDRHS RESTORE FUNCTION AND THE
      * CREDIT LOOKUP ALL POSITION BY XWBCCD, AS DO THE PRICE
      * AGREEMENT LOOKUP, THE QUOTE BROWSE AND THE ARCHIVED-CONTRACT
      * BROWSE.  THIS SUPERVISED RUN RE-KEYS ONE CODE TO ANOTHER ACROSS
      * CONHDR, CONHDRHS, PRCAGR, QUOHDR, CONHDRAR AND CUSTS IN A
      * SINGLE PASS.
      *
      * DOCUMENTS ALREADY ISSUED - INVOICES AND CREDIT NOTES (INVHDR)
      * AND ORDER ACKNOWLEDGEMENTS (ACKLOG) - AND THE MONTH-END
      * SNAPSHOTS (CONSNAP) ARE A RECORD OF WHAT WAS SENT OR TAKEN AT
      * THE TIME AND KEEP THE CODE THEY WERE ISSUED UNDER.
      *
      * THE RUN REFUSES TO START WHEN THE OLD CODE HAS NO CUSTS
      * RECORD, OR WHEN THE TARGET CODE ALREADY EXISTS ON CUSTS WITH A
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRHS-FILE-STATUS.

           SELECT PRCAGR-FILE
               ASSIGN TO DATABASE-PRCAGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRCAGR-RECORD
               FILE STATUS IS PRCAGR-FILE-STATUS.

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

           SELECT CONHDRAR-FILE
               ASSIGN TO DATABASE-CONHDRAR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRAR-RECORD
               FILE STATUS IS CONHDRAR-FILE-STATUS.

           SELECT CONHDRARL1-FILE
               ASSIGN TO DATABASE-CONHDRARL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRARL1-RECORD.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
       01  CONHDRHS-RECORD.
           COPY DDS-CONHDRHS      OF  CONHDRHS.

       FD  PRCAGR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCAGR-RECORD.
           COPY DDS-PRCAGRR       OF  PRCAGR.

       FD  QUOHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDR-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDR.

       FD  QUOHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDRL1-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDRL1.

       FD  CONHDRAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRAR-RECORD.
           COPY DDS-CONHDRARR     OF  CONHDRAR.

       FD  CONHDRARL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRARL1-RECORD.
           COPY DDS-CONHDRARR     OF  CONHDRARL1.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.

       01  CONHDR-FILE-STATUS         PIC X(02).
       01  CONHDRHS-FILE-STATUS       PIC X(02).
       01  PRCAGR-FILE-STATUS         PIC X(02).
       01  QUOHDR-FILE-STATUS         PIC X(02).
       01  CONHDRAR-FILE-STATUS       PIC X(02).
       01  CUSTS-FILE-STATUS          PIC X(02).
       01  CONHDRLOG-FILE-STATUS      PIC X(02).
       01  MRGRPT-FILE-STATUS         PIC X(02).
           02  WS-BEF-HDR-NEW         PIC 9(07)   VALUE 0.
           02  WS-BEF-HIS-OLD         PIC 9(07)   VALUE 0.
           02  WS-BEF-HIS-NEW         PIC 9(07)   VALUE 0.
           02  WS-BEF-AGR-OLD         PIC 9(07)   VALUE 0.
           02  WS-BEF-AGR-NEW         PIC 9(07)   VALUE 0.
           02  WS-BEF-QUO-OLD         PIC 9(07)   VALUE 0.
           02  WS-BEF-QUO-NEW         PIC 9(07)   VALUE 0.
           02  WS-BEF-ARC-OLD         PIC 9(07)   VALUE 0.
           02  WS-BEF-ARC-NEW         PIC 9(07)   VALUE 0.
           02  WS-BEF-CUS-OLD         PIC 9(07)   VALUE 0.
           02  WS-BEF-CUS-NEW         PIC 9(07)   VALUE 0.

           02  WS-AFT-HDR-NEW         PIC 9(07)   VALUE 0.
           02  WS-AFT-HIS-OLD         PIC 9(07)   VALUE 0.
           02  WS-AFT-HIS-NEW         PIC 9(07)   VALUE 0.
           02  WS-AFT-AGR-OLD         PIC 9(07)   VALUE 0.
           02  WS-AFT-AGR-NEW         PIC 9(07)   VALUE 0.
           02  WS-AFT-QUO-OLD         PIC 9(07)   VALUE 0.
           02  WS-AFT-QUO-NEW         PIC 9(07)   VALUE 0.
           02  WS-AFT-ARC-OLD         PIC 9(07)   VALUE 0.
           02  WS-AFT-ARC-NEW         PIC 9(07)   VALUE 0.
           02  WS-AFT-CUS-OLD         PIC 9(07)   VALUE 0.
           02  WS-AFT-CUS-NEW         PIC 9(07)   VALUE 0.

       MAIN-PROCESSING.

           OPEN  INPUT  CONHDRL1-FILE
                        QUOHDRL1-FILE
                        CONHDRARL1-FILE
                 I-O    CONHDR-FILE
                        CONHDRHS-FILE
                        PRCAGR-FILE
                        QUOHDR-FILE
                        CONHDRAR-FILE
                        CUSTS-FILE
                        CONHDRLOG-FILE
                 OUTPUT MRGRPT-FILE.
               PERFORM  TAKE-BEFORE-COUNTS   THRU  TBCNT-EXIT
               PERFORM  REKEY-CONHDR-FILE    THRU  RKHDR-EXIT
               PERFORM  REKEY-CONHDRHS-FILE  THRU  RKHIS-EXIT
               PERFORM  REKEY-PRCAGR-FILE    THRU  RKAGR-EXIT
               PERFORM  REKEY-QUOHDR-FILE    THRU  RKQUO-EXIT
               PERFORM  REKEY-CONHDRAR-FILE  THRU  RKARC-EXIT
               PERFORM  REKEY-CUSTS-FILE     THRU  RKCUS-EXIT
               PERFORM  TAKE-AFTER-COUNTS    THRU  TACNT-EXIT
               PERFORM  WRITE-COUNT-REPORT   THRU  WRCNT-EXIT
           END-IF.

           CLOSE  CONHDR-FILE  CONHDRL1-FILE  CONHDRHS-FILE
                  PRCAGR-FILE  QUOHDR-FILE  QUOHDRL1-FILE
                  CONHDRAR-FILE  CONHDRARL1-FILE
                  CUSTS-FILE   CONHDRLOG-FILE  MRGRPT-FILE.

           STOP RUN.

      ******************************************************************
      * COUNT THE RECORDS CARRYING A GIVEN CODE ON EACH FILE, THROUGH
      * THE KEYED VIEWS: CONHDRL1 FOR THE HEADERS, CONHDRHS AND PRCAGR
      * BY THEIR OWN LEADING KEY, QUOHDRL1 FOR THE QUOTES, CONHDRARL1
      * FOR THE ARCHIVED HEADERS, AND A SINGLE KEYED READ ON CUSTS.
      ******************************************************************
       COUNT-CONHDRL1-CODE.
           MOVE  0  TO  WS-COUNT-RESULT.
           END-IF.
       CT1HHS-EXIT.  EXIT.

       COUNT-PRCAGR-CODE.
           MOVE  0  TO  WS-COUNT-RESULT.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  WS-COUNT-CODE  TO  XWBCCD OF PRCAGR-RECORD.
           MOVE  SPACES  TO  XWITEM OF PRCAGR-RECORD
                             PACURR.
           MOVE  ZEROS   TO  PAFRDT.
           START PRCAGR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF PRCAGR-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  COUNT-ONE-PRCAGR  THRU  CT1AGR-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       CTAGR-EXIT.  EXIT.

       COUNT-ONE-PRCAGR.
           READ  PRCAGR-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  CT1AGR-EXIT
           END-READ.
           IF  XWBCCD OF PRCAGR-RECORD = WS-COUNT-CODE
               ADD  1  TO  WS-COUNT-RESULT
           ELSE
               MOVE  "Y"  TO  WS-EOF-FILE
           END-IF.
       CT1AGR-EXIT.  EXIT.

       COUNT-QUOHDRL1-CODE.
           MOVE  0  TO  WS-COUNT-RESULT.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  WS-COUNT-CODE  TO  XWBCCD OF QUOHDRL1-RECORD.
           START QUOHDRL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF QUOHDRL1-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  COUNT-ONE-QUOHDRL1  THRU  CT1QL1-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       CTQL1-EXIT.  EXIT.

       COUNT-ONE-QUOHDRL1.
           READ  QUOHDRL1-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  CT1QL1-EXIT
           END-READ.
           IF  XWBCCD OF QUOHDRL1-RECORD = WS-COUNT-CODE
               ADD  1  TO  WS-COUNT-RESULT
           ELSE
               MOVE  "Y"  TO  WS-EOF-FILE
           END-IF.
       CT1QL1-EXIT.  EXIT.

       COUNT-CONHDRARL1-CODE.
           MOVE  0  TO  WS-COUNT-RESULT.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  WS-COUNT-CODE  TO  XWBCCD OF CONHDRARL1-RECORD.
           MOVE  ZEROS          TO  XWORDN OF CONHDRARL1-RECORD.
           START CONHDRARL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF CONHDRARL1-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  COUNT-ONE-CONHDRARL1  THRU  CT1AL1-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       CTAL1-EXIT.  EXIT.

       COUNT-ONE-CONHDRARL1.
           READ  CONHDRARL1-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  CT1AL1-EXIT
           END-READ.
           IF  XWBCCD OF CONHDRARL1-RECORD = WS-COUNT-CODE
               ADD  1  TO  WS-COUNT-RESULT
           ELSE
               MOVE  "Y"  TO  WS-EOF-FILE
           END-IF.
       CT1AL1-EXIT.  EXIT.

       COUNT-CUSTS-CODE.
           MOVE  0  TO  WS-COUNT-RESULT.
           MOVE  WS-COUNT-CODE  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-HDR-OLD.
           PERFORM  COUNT-CONHDRHS-CODE  THRU  CTHHS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-HIS-OLD.
           PERFORM  COUNT-PRCAGR-CODE    THRU  CTAGR-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-AGR-OLD.
           PERFORM  COUNT-QUOHDRL1-CODE  THRU  CTQL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-QUO-OLD.
           PERFORM  COUNT-CONHDRARL1-CODE  THRU  CTAL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-ARC-OLD.
           PERFORM  COUNT-CUSTS-CODE     THRU  CTCUS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-CUS-OLD.

           MOVE  WS-COUNT-RESULT  TO  WS-BEF-HDR-NEW.
           PERFORM  COUNT-CONHDRHS-CODE  THRU  CTHHS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-HIS-NEW.
           PERFORM  COUNT-PRCAGR-CODE    THRU  CTAGR-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-AGR-NEW.
           PERFORM  COUNT-QUOHDRL1-CODE  THRU  CTQL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-QUO-NEW.
           PERFORM  COUNT-CONHDRARL1-CODE  THRU  CTAL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-ARC-NEW.
           PERFORM  COUNT-CUSTS-CODE     THRU  CTCUS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-BEF-CUS-NEW.
       TBCNT-EXIT.  EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-HDR-OLD.
           PERFORM  COUNT-CONHDRHS-CODE  THRU  CTHHS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-HIS-OLD.
           PERFORM  COUNT-PRCAGR-CODE    THRU  CTAGR-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-AGR-OLD.
           PERFORM  COUNT-QUOHDRL1-CODE  THRU  CTQL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-QUO-OLD.
           PERFORM  COUNT-CONHDRARL1-CODE  THRU  CTAL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-ARC-OLD.
           PERFORM  COUNT-CUSTS-CODE     THRU  CTCUS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-CUS-OLD.

           MOVE  WS-COUNT-RESULT  TO  WS-AFT-HDR-NEW.
           PERFORM  COUNT-CONHDRHS-CODE  THRU  CTHHS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-HIS-NEW.
           PERFORM  COUNT-PRCAGR-CODE    THRU  CTAGR-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-AGR-NEW.
           PERFORM  COUNT-QUOHDRL1-CODE  THRU  CTQL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-QUO-NEW.
           PERFORM  COUNT-CONHDRARL1-CODE  THRU  CTAL1-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-ARC-NEW.
           PERFORM  COUNT-CUSTS-CODE     THRU  CTCUS-EXIT.
           MOVE  WS-COUNT-RESULT  TO  WS-AFT-CUS-NEW.
       TACNT-EXIT.  EXIT.
           END-IF.
       RK1HIS-EXIT.  EXIT.

      ******************************************************************
      * XWBCCD ALSO LEADS THE PRCAGR KEY, SO THE AGREEMENTS MOVE TO THE
      * NEW CODE IN THE SAME WRITE-THEN-DELETE WAY.  AN AGREEMENT THE
      * NEW CODE ALREADY HOLDS FOR THE SAME ITEM, CURRENCY AND FROM
      * DATE IS NOT OVERWRITTEN - THE OLD ONE STAYS UNDER THE OLD CODE
      * AND SHOWS IN THE COUNTS FOR THE OPERATOR TO RESOLVE ON CBPRCAGR.
      ******************************************************************
       REKEY-PRCAGR-FILE.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  LS-OLD-BCCD  TO  XWBCCD OF PRCAGR-RECORD.
           MOVE  SPACES  TO  XWITEM OF PRCAGR-RECORD
                             PACURR.
           MOVE  ZEROS   TO  PAFRDT.
           START PRCAGR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF PRCAGR-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  REKEY-ONE-PRCAGR  THRU  RK1AGR-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       RKAGR-EXIT.  EXIT.

       REKEY-ONE-PRCAGR.
           READ  PRCAGR-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  RK1AGR-EXIT
           END-READ.
           IF  XWBCCD OF PRCAGR-RECORD NOT = LS-OLD-BCCD
               MOVE  "Y"  TO  WS-EOF-FILE
               GO  RK1AGR-EXIT
           END-IF.

           MOVE  SPACES  TO  PRCAGR-FILE-STATUS.
           MOVE  LS-NEW-BCCD  TO  XWBCCD OF PRCAGR-RECORD.
           WRITE  PRCAGR-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  PRCAGR-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM REWRITING PRCAGR UNDER NEW CODE"
               MOVE  LS-OLD-BCCD  TO  XWBCCD OF PRCAGR-RECORD
               GO  RK1AGR-EXIT.

           MOVE  LS-OLD-BCCD  TO  XWBCCD OF PRCAGR-RECORD.
           DELETE  PRCAGR-FILE
                   INVALID KEY
                       CONTINUE
           END-DELETE.
           IF  PRCAGR-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM DELETING PRCAGR OLD CODE RECORD"
           END-IF.
       RK1AGR-EXIT.  EXIT.

      ******************************************************************
      * QUOHDR IS KEYED BY QUOTE NUMBER AND CONHDRAR BY CONTRACT, WITH
      * XWBCCD A DATA FIELD ON BOTH, SO - AS ON CONHDR - THEIR RECORDS
      * ARE RE-KEYED IN PLACE WITH A REWRITE; THE QUOHDRL1 AND
      * CONHDRARL1 CUSTOMER VIEWS FOLLOW.  NEITHER FILE IS LOGGED.
      ******************************************************************
       REKEY-QUOHDR-FILE.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  ZEROS  TO  QUONO OF QUOHDR-RECORD.
           START QUOHDR-FILE  KEY GREATER THAN
                                      EXTERNALLY-DESCRIBED-KEY
                                      OF QUOHDR-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  REKEY-ONE-QUOHDR  THRU  RK1QUO-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       RKQUO-EXIT.  EXIT.

       REKEY-ONE-QUOHDR.
           READ  QUOHDR-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  RK1QUO-EXIT
           END-READ.
           IF  XWBCCD OF QUOHDR-RECORD NOT = LS-OLD-BCCD
               GO  RK1QUO-EXIT.
           MOVE  SPACES  TO  QUOHDR-FILE-STATUS.
           MOVE  LS-NEW-BCCD  TO  XWBCCD OF QUOHDR-RECORD.
           REWRITE  QUOHDR-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF  QUOHDR-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM REWRITING QUOHDR UNDER NEW CODE"
           END-IF.
       RK1QUO-EXIT.  EXIT.

       REKEY-CONHDRAR-FILE.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  ZEROS  TO  XWORDN OF CONHDRAR-RECORD.
           START CONHDRAR-FILE  KEY GREATER THAN
                                        EXTERNALLY-DESCRIBED-KEY
                                        OF CONHDRAR-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  REKEY-ONE-CONHDRAR  THRU  RK1ARC-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       RKARC-EXIT.  EXIT.

       REKEY-ONE-CONHDRAR.
           READ  CONHDRAR-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  RK1ARC-EXIT
           END-READ.
           IF  XWBCCD OF CONHDRAR-RECORD NOT = LS-OLD-BCCD
               GO  RK1ARC-EXIT.
           MOVE  SPACES  TO  CONHDRAR-FILE-STATUS.
           MOVE  LS-NEW-BCCD  TO  XWBCCD OF CONHDRAR-RECORD.
           REWRITE  CONHDRAR-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF  CONHDRAR-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM REWRITING CONHDRAR UNDER NEW CODE"
           END-IF.
       RK1ARC-EXIT.  EXIT.

      ******************************************************************
      * CUSTS IS KEYED BY XWBCCD.  WHEN THE TARGET CODE IS NOT YET ON
      * FILE THE OLD RECORD IS RE-WRITTEN UNDER THE NEW KEY; WHEN THE
           MOVE  WS-AFT-HIS-NEW    TO  RPT-NEW-AFTER.
           WRITE  MRGRPT-RECORD  FROM  WS-RPT-COUNT-LINE.

           MOVE  "PRCAGR"          TO  RPT-FILE-NAME.
           MOVE  WS-BEF-AGR-OLD    TO  RPT-OLD-BEFORE.
           MOVE  WS-AFT-AGR-OLD    TO  RPT-OLD-AFTER.
           MOVE  WS-BEF-AGR-NEW    TO  RPT-NEW-BEFORE.
           MOVE  WS-AFT-AGR-NEW    TO  RPT-NEW-AFTER.
           WRITE  MRGRPT-RECORD  FROM  WS-RPT-COUNT-LINE.

           MOVE  "QUOHDR"          TO  RPT-FILE-NAME.
           MOVE  WS-BEF-QUO-OLD    TO  RPT-OLD-BEFORE.
           MOVE  WS-AFT-QUO-OLD    TO  RPT-OLD-AFTER.
           MOVE  WS-BEF-QUO-NEW    TO  RPT-NEW-BEFORE.
           MOVE  WS-AFT-QUO-NEW    TO  RPT-NEW-AFTER.
           WRITE  MRGRPT-RECORD  FROM  WS-RPT-COUNT-LINE.

           MOVE  "CONHDRAR"        TO  RPT-FILE-NAME.
           MOVE  WS-BEF-ARC-OLD    TO  RPT-OLD-BEFORE.
           MOVE  WS-AFT-ARC-OLD    TO  RPT-OLD-AFTER.
           MOVE  WS-BEF-ARC-NEW    TO  RPT-NEW-BEFORE.
           MOVE  WS-AFT-ARC-NEW    TO  RPT-NEW-AFTER.
           WRITE  MRGRPT-RECORD  FROM  WS-RPT-COUNT-LINE.

           MOVE  "CUSTS"           TO  RPT-FILE-NAME.
           MOVE  WS-BEF-CUS-OLD    TO  RPT-OLD-BEFORE.
           MOVE  WS-AFT-CUS-OLD    TO  RPT-OLD-AFTER.
