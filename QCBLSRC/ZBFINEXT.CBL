      * WHERE THE CONTRACT STILL EXISTS; FOR A DELETED CONTRACT THEY
      * COME FROM THE LOG'S BEFORE-IMAGE.
      *
      * AN "X" LOG RECORD ONLY MEANS CBCONARC MOVED A CLOSED CONTRACT
      * TO THE HISTORY FILES - NOTHING CHANGED IN VALUE, SO IT IS NOT
      * SENT TO THE LEDGER.
      *
      * A ZERO OR INVALID RUN DATE MUST NOT PRODUCE A WELL-FORMED
      * "NO ACTIVITY" FILE THE LEDGER WOULD ACCEPT AS COMPLETE - THE
      * RUN WRITES A SINGLE "E" RECORD (NO HEADER OR TRAILER) SO THE

       PROCESS-CONHDRLOG.
           IF  LOGTS (1:8) = WS-EXT-DATE
                   AND  LOGACT NOT = "X"
               PERFORM  WRITE-DETAIL-RECORD  THRU  WRDTL-EXIT
           END-IF.
           PERFORM  READ-CONHDRLOG-FILE   THRU  RDLOG-EXIT.
