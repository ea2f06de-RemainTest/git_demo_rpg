      * NIGHT-BATCH DRIVER WITH STEP SEQUENCING AND RERUN PROTECTION.
      *
      * RUNS THE OVERNIGHT CHAIN IN ORDER - CBCRBREB, CBDLVAGE,
      * CBFILAUD, CBINVGEN, CBFINEXT, CBORDACK, CBMTHCLS, CBFXREVL,
      * CBLOGPRG -
      * RECORDING START AND END TIMESTAMPS, PARAMETERS AND COMPLETION
      * STATUS PER STEP ON THE NBRUNCTL RUN-CONTROL FILE (KEYED RUN
      * DATE + STEP).
      *
      * CBMTHCLS (CONTRACT BOOK CLOSE) AND CBFXREVL (CURRENCY
      * REVALUATION) ARE MONTH-END STEPS: THEY RUN ONLY WHEN THE RUN
      * DATE IS THE LAST WORKING DAY (MONDAY TO FRIDAY) OF ITS MONTH,
      * AND AHEAD OF CBLOGPRG SO THE CLOSE SEES THE WHOLE PERIOD'S LOG.
      *
      * A STEP IS MARKED "R" WHEN IT STARTS AND "C" WHEN IT RETURNS.
      * A STEP THAT FAILS IN FLIGHT NEVER REACHES "C", SO A
       01  WS-STEP-PARM               PIC X(20)   VALUE SPACES.
       01  WS-PARM-DATE               PIC 9(08)   VALUE 0.

      * LAST-WORKING-DAY TEST.  INTEGER DAY 1 (1 JAN 1601) WAS A
      * MONDAY, SO THE REMAINDER BY 7 GIVES 1 = MONDAY ... 6 =
      * SATURDAY, 0 = SUNDAY.
       01  WS-MONTH-END               PIC X(01)   VALUE "N".
       01  WS-RUN-INT                 PIC S9(09)  COMP VALUE 0.
       01  WS-NEXT-INT                PIC S9(09)  COMP VALUE 0.
       01  WS-WEEK-COUNT              PIC S9(09)  COMP VALUE 0.
       01  WS-WEEKDAY                 PIC 9(01)   VALUE 0.
       01  WS-NEXT-DATE               PIC 9(08)   VALUE 0.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(40)
           PERFORM  RUN-STEP-CRBREB   THRU  STCRB-EXIT.
           PERFORM  RUN-STEP-DLVAGE   THRU  STDLV-EXIT.
           PERFORM  RUN-STEP-FILAUD   THRU  STAUD-EXIT.
           PERFORM  RUN-STEP-INVGEN   THRU  STINV-EXIT.
           PERFORM  RUN-STEP-FINEXT   THRU  STFIN-EXIT.
           PERFORM  RUN-STEP-ORDACK   THRU  STACK-EXIT.
           PERFORM  CHECK-LAST-WORKING-DAY  THRU  CKLWD-EXIT.
           PERFORM  RUN-STEP-MTHCLS   THRU  STMCL-EXIT.
           PERFORM  RUN-STEP-FXREVL   THRU  STFXR-EXIT.
           PERFORM  RUN-STEP-LOGPRG   THRU  STPRG-EXIT.

       MAIN-WRAP-UP.
      ******************************************************************
       RUN-STEP-CRBREB.
           MOVE  "CBCRBREB"  TO  WS-STEP-NAME.
           MOVE  LS-RUN-DATE  TO  WS-PARM-DATE.
           MOVE  WS-PARM-DATE  TO  WS-STEP-PARM.
           PERFORM  CHECK-STEP-STATUS  THRU  CKSTEP-EXIT.
           IF  WS-STEP-SKIPPED = "Y"
               GO  STCRB-EXIT.
           PERFORM  OPEN-STEP-RECORD   THRU  OPSTEP-EXIT.
           CALL "CBCRBREB"  USING LS-RUN-DATE.
           CANCEL "CBCRBREB".
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STCRB-EXIT.  EXIT.
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STAUD-EXIT.  EXIT.

      * INVOICING STAMPS EVERY SHIPMENT IT BILLS, SO A RERUN AFTER A
      * FAILURE IN FLIGHT PICKS UP ONLY WHAT WAS NOT YET BILLED.
       RUN-STEP-INVGEN.
           MOVE  "CBINVGEN"  TO  WS-STEP-NAME.
           MOVE  LS-RUN-DATE  TO  WS-PARM-DATE.
           MOVE  WS-PARM-DATE  TO  WS-STEP-PARM.
           PERFORM  CHECK-STEP-STATUS  THRU  CKSTEP-EXIT.
           IF  WS-STEP-SKIPPED = "Y"
               GO  STINV-EXIT.
           PERFORM  OPEN-STEP-RECORD   THRU  OPSTEP-EXIT.
           CALL "CBINVGEN"  USING LS-RUN-DATE.
           CANCEL "CBINVGEN".
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STINV-EXIT.  EXIT.

      ******************************************************************
      * THE FINANCE EXTRACT IS THE STEP THAT MUST NEVER DOUBLE-POST.
      * A COMPLETED RECORD FOR THIS DATE REFUSES THE RUN OUTRIGHT
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STFIN-EXIT.  EXIT.

      * ACKNOWLEDGEMENTS REGISTER EVERY DOCUMENT SENT ON ACKLOG, SO A
      * RERUN SENDS ONLY WHAT WAS NOT YET SENT.  THE STEP RUNS AHEAD
      * OF CBLOGPRG, WHICH WOULD OTHERWISE PURGE THE ROWS IT READS.
       RUN-STEP-ORDACK.
           MOVE  "CBORDACK"  TO  WS-STEP-NAME.
           MOVE  LS-RUN-DATE  TO  WS-PARM-DATE.
           MOVE  WS-PARM-DATE  TO  WS-STEP-PARM.
           PERFORM  CHECK-STEP-STATUS  THRU  CKSTEP-EXIT.
           IF  WS-STEP-SKIPPED = "Y"
               GO  STACK-EXIT.
           PERFORM  OPEN-STEP-RECORD   THRU  OPSTEP-EXIT.
           CALL "CBORDACK"  USING LS-RUN-DATE.
           CANCEL "CBORDACK".
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STACK-EXIT.  EXIT.

      ******************************************************************
      * MONTH-END STEPS.  ON ANY OTHER NIGHT THEY ARE REPORTED AS NOT
      * DUE AND LEAVE NO RUN-CONTROL RECORD.
      ******************************************************************
       RUN-STEP-MTHCLS.
           MOVE  "CBMTHCLS"  TO  WS-STEP-NAME.
           IF  WS-MONTH-END NOT = "Y"
               PERFORM  REPORT-NOT-MONTH-END  THRU  RPNME-EXIT
               GO  STMCL-EXIT.
           MOVE  LS-RUN-DATE  TO  WS-PARM-DATE.
           MOVE  WS-PARM-DATE  TO  WS-STEP-PARM.
           PERFORM  CHECK-STEP-STATUS  THRU  CKSTEP-EXIT.
           IF  WS-STEP-SKIPPED = "Y"
               GO  STMCL-EXIT.
           PERFORM  OPEN-STEP-RECORD   THRU  OPSTEP-EXIT.
           CALL "CBMTHCLS"  USING LS-RUN-DATE.
           CANCEL "CBMTHCLS".
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STMCL-EXIT.  EXIT.

       RUN-STEP-FXREVL.
           MOVE  "CBFXREVL"  TO  WS-STEP-NAME.
           IF  WS-MONTH-END NOT = "Y"
               PERFORM  REPORT-NOT-MONTH-END  THRU  RPNME-EXIT
               GO  STFXR-EXIT.
           MOVE  LS-RUN-DATE  TO  WS-PARM-DATE.
           MOVE  WS-PARM-DATE  TO  WS-STEP-PARM.
           PERFORM  CHECK-STEP-STATUS  THRU  CKSTEP-EXIT.
           IF  WS-STEP-SKIPPED = "Y"
               GO  STFXR-EXIT.
           PERFORM  OPEN-STEP-RECORD   THRU  OPSTEP-EXIT.
           CALL "CBFXREVL"  USING LS-RUN-DATE.
           CANCEL "CBFXREVL".
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STFXR-EXIT.  EXIT.

       REPORT-NOT-MONTH-END.
           MOVE  WS-STEP-NAME  TO  RPT-STEP-NAME.
           MOVE  "NOT LAST WORKING DAY OF THE MONTH - NOT RUN"
                               TO  RPT-STEP-TEXT.
           WRITE  NITRPT-RECORD  FROM  WS-RPT-STEP-LINE.
       RPNME-EXIT.  EXIT.

       RUN-STEP-LOGPRG.
           MOVE  "CBLOGPRG"  TO  WS-STEP-NAME.
           MOVE  LS-CUTOFF-DATE  TO  WS-PARM-DATE.
           PERFORM  CLOSE-STEP-RECORD  THRU  CLSTEP-EXIT.
       STPRG-EXIT.  EXIT.

      ******************************************************************
      * THE RUN DATE IS THE LAST WORKING DAY OF ITS MONTH WHEN IT IS A
      * WEEKDAY AND THE NEXT WEEKDAY FALLS IN ANOTHER MONTH.
      ******************************************************************
       CHECK-LAST-WORKING-DAY.
           MOVE  "N"  TO  WS-MONTH-END.
           COMPUTE  WS-RUN-INT = FUNCTION INTEGER-OF-DATE (LS-RUN-DATE).
           IF  WS-RUN-INT = ZEROS
               GO  CKLWD-EXIT.
           DIVIDE  WS-RUN-INT  BY  7  GIVING  WS-WEEK-COUNT
                   REMAINDER  WS-WEEKDAY.
           IF  WS-WEEKDAY = 0  OR  WS-WEEKDAY = 6
               GO  CKLWD-EXIT.
           IF  WS-WEEKDAY = 5
               COMPUTE  WS-NEXT-INT = WS-RUN-INT + 3
           ELSE
               COMPUTE  WS-NEXT-INT = WS-RUN-INT + 1
           END-IF.
           COMPUTE  WS-NEXT-DATE =
                    FUNCTION DATE-OF-INTEGER (WS-NEXT-INT).
           IF  WS-NEXT-DATE (5:2) NOT = LS-RUN-DATE (5:2)
               MOVE  "Y"  TO  WS-MONTH-END.
       CKLWD-EXIT.  EXIT.

      ******************************************************************
      * DECIDE WHETHER THE CURRENT STEP STILL NEEDS TO RUN FOR THE
      * RUN DATE.  "C" MEANS SKIP (THE RESUME PATH ON A RESUBMITTED
