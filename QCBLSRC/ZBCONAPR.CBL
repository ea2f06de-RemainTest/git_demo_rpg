      * NOW RESTS ON.  A REJECTION DELETES THE QUEUE ENTRY AND WRITES
      * A CONHDREX EXCEPTION RECORD SO THE REFUSAL LEAVES A TRACE.
      * EITHER WAY THE QUEUE ENTRY IS REMOVED.
      *
      * A HELD IMAGE IS ONLY APPLIED TO THE CONTRACT IT WAS KEYED
      * AGAINST.  IF THE CONTRACT TOTAL NO LONGER MATCHES THE BEFORE
      * AMOUNT, OR CONHDRLOG SHOWS ANY CHANGE AFTER THE ENTRY WAS
      * QUEUED (A CHANGE SCREEN, A LINE ROLLUP, CBSTSRLL, A SHIPMENT,
      * A CUSTOMER MERGE), THE ENTRY IS SENT BACK FOR RE-KEYING - IT
      * IS REMOVED, NOTHING IS APPLIED, AND CONHDREX RECORDS WHY.
      ******************************************************************

       ENVIRONMENT DIVISION.
           02  WS-SFL-PAGE-FULL        PIC X VALUE SPACE.
           02  WS-LAST-XWORDN          PIC 9(07) VALUE 0.
           02  WS-LAST-APTS            PIC 9(14) VALUE 0.
           02  WS-SEND-BACK            PIC X VALUE SPACE.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              GO APPROVE-EXIT
           END-IF.

           PERFORM CHECK-CHANGED-SINCE-QUEUED  THRU  CHKSQU-EXIT.
           IF WS-SEND-BACK = "Y"
              PERFORM SEND-BACK-FOR-REKEY  THRU  SNDBCK-EXIT
              GO APPROVE-EXIT
           END-IF.

           PERFORM CAPTURE-LOG-OLD-VALUES  THRU  CAPOLD-EXIT.
           MOVE APBCCD  TO  XWBCCD OF CONHDR-RECORD.
           MOVE APCREF  TO  XWCREF OF CONHDR-RECORD.
           END-REWRITE.
       APPROVE-EXIT. EXIT.

      * THE CONTRACT AS IT NOW STANDS MUST STILL BE THE ONE THE CHANGE
      * WAS KEYED AGAINST - SAME TOTAL AS THE BEFORE AMOUNT AND NO
      * CONHDRLOG ACTIVITY STAMPED AFTER THE ENTRY WAS QUEUED.
       CHECK-CHANGED-SINCE-QUEUED.
           MOVE SPACE TO WS-SEND-BACK.
           IF XWTAMT OF CONHDR-RECORD NOT = APOAMT OF CONAPRV-RECORD
              MOVE "Y" TO WS-SEND-BACK
              GO CHKSQU-EXIT
           END-IF.
           MOVE XWORDN OF CONAPRV-RECORD  TO  XWORDN OF
                                              CONHDRLOG-RECORD.
           MOVE APTS OF CONAPRV-RECORD    TO  LOGTS.
           START CONHDRLOG-FILE  KEY GREATER THAN
                                      EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRLOG-RECORD
                 INVALID
                     GO CHKSQU-EXIT.
           READ CONHDRLOG-FILE  NEXT RECORD
                 AT END
                     GO CHKSQU-EXIT.
           IF XWORDN OF CONHDRLOG-RECORD = XWORDN OF CONAPRV-RECORD
              MOVE "Y" TO WS-SEND-BACK
           END-IF.
       CHKSQU-EXIT. EXIT.

      * NOTHING IS APPLIED.  THE QUEUE ENTRY IS REMOVED, THE CONFLICT
      * GOES TO CONHDREX NAMING WHO KEYED IT, AND THE CONTRACT IS SHOWN
      * AS IT NOW STANDS AGAINST THE AMOUNT THAT WAS ASKED FOR.
       SEND-BACK-FOR-REKEY.
           PERFORM LOG-SEND-BACK-EXCEPTION  THRU  LOGSBK-EXIT.
           DELETE CONAPRV-FILE
               INVALID
                   CONTINUE
           END-DELETE.
           MOVE XWBCCD OF CONHDR-RECORD  TO  XWBCCD OF ZZFT01-O.
           MOVE XWCREF OF CONHDR-RECORD  TO  XWCREF OF ZZFT01-O.
           MOVE XWDLDT OF CONHDR-RECORD  TO  XWDLDT OF ZZFT01-O.
           MOVE XWSTAT OF CONHDR-RECORD  TO  XWSTAT OF ZZFT01-O.
           MOVE PERSON OF CONHDR-RECORD  TO  PERSON OF ZZFT01-O.
           MOVE XWCURR OF CONHDR-RECORD  TO  XWCURR OF ZZFT01-O.
           MOVE XWTAMT OF CONHDR-RECORD  TO  APOAMT OF ZZFT01-O.
           MOVE "CHANGED" TO ACTDSP OF ZZFT01-O.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE "Contract changed since queued - sent back for re-keying
      -         ". Current values shown."  TO  ZMSAGE OF ZZFT01-O.
           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           MOVE "Change sent back - contract changed since it was queued
      -         "."  TO ZMSAGE OF ZZTR01-O.
           WRITE DISPLAY-REC FORMAT IS "ZZTR01".
       SNDBCK-EXIT. EXIT.

      ******************************************************************
      * REJECT: SHOW THE HELD IMAGE AND, ON F23, REMOVE THE QUEUE
      * ENTRY AND WRITE A CONHDREX EXCEPTION RECORD NAMING THE
              DISPLAY "PROBLEM WRITING CONHDREX EXCEPTION LOG"
           END-IF.
       LOGREJ-EXIT. EXIT.

       LOG-SEND-BACK-EXCEPTION.
           MOVE SPACES TO CONHDREX-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EXTS.
           MOVE XWORDN OF CONAPRV-RECORD  TO  XWORDN OF
                                               CONHDREX-RECORD.
           MOVE APBCCD                    TO  XWBCCD OF
                                               CONHDREX-RECORD.
           MOVE "OEA0004"                 TO  EXMSGID.
           MOVE SPACES                    TO  EXMSGTXT.
           STRING  "APPROVAL SENT BACK - CONTRACT CHANGED SINCE QUEUED"
                                   DELIMITED BY SIZE
                   " - RE-KEY.  KEYED BY "
                                   DELIMITED BY SIZE
                   APUSER OF CONAPRV-RECORD
                                   DELIMITED BY SIZE
                   INTO  EXMSGTXT.
           CALL "RTVJOBUSR" USING EXUSER.
           WRITE CONHDREX-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           IF CONHDREX-FILE-STATUS NOT = "00"
              DISPLAY "PROBLEM WRITING CONHDREX EXCEPTION LOG"
           END-IF.
       LOGSBK-EXIT. EXIT.
