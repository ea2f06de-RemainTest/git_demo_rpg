       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBMTHCLS.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * MONTH-END CONTRACT BOOK CLOSE AND ROLL-FORWARD.
      *
      * RUN BY CBNIGHT ON THE LAST WORKING DAY OF THE MONTH WITH THE
      * RUN DATE AS THE PERIOD-END DATE.
      *
      * 1. SNAPSHOT - EVERY CONHDR HEADER IS COPIED TO CONSNAP UNDER
      *    THE PERIOD-END DATE WITH ITS CUSTOMER, STATUS, SALESMAN,
      *    CURRENCY, CONTRACT VALUE, AND BASE-CURRENCY VALUE AT THE
      *    RATE IN FORCE ON THE PERIOD-END DATE.  A CONSNPH RECORD
      *    HOLDS THE SNAPSHOT'S TIMESTAMP AND TOTALS.  A RERUN FOR THE
      *    SAME PERIOD REPLACES THE SNAPSHOT ALREADY TAKEN.
      *
      * 2. ROLL-FORWARD - THE PRIOR SNAPSHOT (THE OPENING BOOK), THE
      *    PERIOD'S CONHDRLOG ACTIVITY (STAMPED AFTER THE PRIOR
      *    SNAPSHOT AND NO LATER THAN THIS ONE) AND THE NEW SNAPSHOT
      *    (THE ACTUAL CLOSING BOOK) ARE MATCHED BY CONTRACT NUMBER.
      *    OPENING + ADDS + RESTORES + INCREASES - DECREASES
      *    - DELETIONS (+ TRANSFERS IN - TRANSFERS OUT WHEN A CHANGE
      *    MOVES A CONTRACT TO ANOTHER STATUS OR SALESMAN) GIVES THE
      *    COMPUTED CLOSING, PRINTED AGAINST THE ACTUAL CLOSING BY
      *    STATUS, BY SALESMAN AND FOR THE WHOLE BOOK.  VALUES ARE
      *    XWTAMT CONTRACT VALUES, THE SAME MEASURE CONHDRLOG CARRIES.
      *    A CONTRACT MOVED TO CLOSED HISTORY BY CBCONARC (LOG ACTION
      *    "X") LEAVES THE BOOK THROUGH THE DELETIONS COLUMN.
      *
      * 3. DIFFERENCES - EVERY CONTRACT WHOSE ACTUAL CLOSING POSITION
      *    DOES NOT MATCH ITS OPENING POSITION WITH THE LOGGED
      *    ACTIVITY APPLIED IS LISTED FOR INVESTIGATION.
      *
      * THE FIRST CLOSE HAS NO PRIOR SNAPSHOT: IT ONLY ESTABLISHES THE
      * OPENING BOOK FOR THE NEXT PERIOD AND PRINTS THE CLOSING BOOK.
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
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD
               FILE STATUS IS CONHDR-FILE-STATUS.

           SELECT CONSNAP-FILE
               ASSIGN TO DATABASE-CONSNAP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONSNAP-RECORD
               FILE STATUS IS CONSNAP-FILE-STATUS.

      * SECOND PATH OVER CONSNAP FOR READING THE PRIOR PERIOD ALONGSIDE
      * THE PERIOD JUST WRITTEN.
           SELECT PRVSNAP-FILE
               ASSIGN TO DATABASE-CONSNAP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRVSNAP-RECORD.

           SELECT CONSNPH-FILE
               ASSIGN TO DATABASE-CONSNPH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONSNPH-RECORD
               FILE STATUS IS CONSNPH-FILE-STATUS.

           SELECT CONHDRLOG-FILE
               ASSIGN TO DATABASE-CONHDRLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRLOG-RECORD
                                      WITH DUPLICATES.

           SELECT ORDSTS-FILE
               ASSIGN TO DATABASE-ORDSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ORDSTS-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

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

           SELECT MCLRPT-FILE
               ASSIGN TO PRINTER-MCLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MCLRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-CONHDRR       OF  CONHDR.

       FD  CONSNAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSNAP-RECORD.
           COPY DDS-CONSNAPR      OF  CONSNAP.

       FD  PRVSNAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRVSNAP-RECORD.
           COPY DDS-CONSNAPR      OF  CONSNAP.

       FD  CONSNPH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSNPH-RECORD.
           COPY DDS-CONSNPHR      OF  CONSNPH.

       FD  CONHDRLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRLOG-RECORD.
           COPY DDS-CONHDRLOG     OF  CONHDRLOG.

       FD  ORDSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDSTS-RECORD.
           COPY DDS-STATUSR       OF  ORDSTS.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  CURRTAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  CURRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRHST-RECORD.
           COPY DDS-CURRHSTR      OF  CURRHST.

       FD  MCLRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  MCLRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  CONHDR-FILE-STATUS         PIC X(02).
       01  CONSNAP-FILE-STATUS        PIC X(02).
       01  CONSNPH-FILE-STATUS        PIC X(02).
       01  MCLRPT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONHDR              PIC X(01)   VALUE "N".
       01  WS-EOF-FILE                PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONSNPH       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRTAB       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRHST       PIC X(01)   VALUE "N".

       01  WS-RUN-DATE-INT            PIC S9(09)  COMP VALUE 0.

      * THE PERIOD: LOG ACTIVITY STAMPED AFTER WS-PRIOR-TS AND NO
      * LATER THAN WS-SNAP-TS.
       01  WS-PERIOD-DATE             PIC 9(08)   VALUE 0.
       01  WS-SNAP-TS                 PIC 9(14)   VALUE 0.
       01  WS-PRIOR-FOUND             PIC X(01)   VALUE "N".
       01  WS-PRIOR-DATE              PIC 9(08)   VALUE 0.
       01  WS-PRIOR-TS                PIC 9(14)   VALUE 0.
       01  WS-PRIOR-BASE              PIC S9(13)V99 VALUE 0.

      * MATCHING KEYS FOR THE THREE-WAY MERGE.  A STREAM AT ITS END
      * HOLDS WS-HIGH-KEY.
       01  WS-HIGH-KEY                PIC 9(08)   VALUE 99999999.
       01  WS-PRV-KEY                 PIC 9(08)   VALUE 0.
       01  WS-CUR-KEY                 PIC 9(08)   VALUE 0.
       01  WS-LOG-KEY                 PIC 9(08)   VALUE 0.
       01  WS-ACT-KEY                 PIC 9(08)   VALUE 0.
       01  WS-LOG-IN-PERIOD           PIC X(01)   VALUE "N".

      * THE CONTRACT IN HAND - WHERE THE OPENING BOOK AND THE LOG SAY
      * IT SHOULD STAND, AND WHERE THE CLOSING SNAPSHOT HAS IT.
       01  WS-EXPECTED.
           02  WS-EXP-EXISTS          PIC X(01).
           02  WS-EXP-BCCD            PIC X(11).
           02  WS-EXP-STAT            PIC X(02).
           02  WS-EXP-PERSON          PIC X(05).
           02  WS-EXP-AMT             PIC S9(09)V99.
       01  WS-ACTUAL.
           02  WS-ACT-EXISTS          PIC X(01).
           02  WS-ACT-BCCD            PIC X(11).
           02  WS-ACT-STAT            PIC X(02).
           02  WS-ACT-PERSON          PIC X(05).
           02  WS-ACT-AMT             PIC S9(09)V99.
       01  WS-DIFF-AMT                PIC S9(11)V99 VALUE 0.
       01  WS-DIFF-REASON             PIC 9(01)   VALUE 0.

      * ONE MOVEMENT TO POST.  WS-MV-COL SELECTS THE ROLL-FORWARD
      * COLUMN: 1 OPENING, 2 ADDS, 3 RESTORES, 4 INCREASES,
      * 5 DECREASES, 6 DELETIONS (AND ARCHIVES), 7 TRANSFERS IN,
      * 8 TRANSFERS OUT, 9 ACTUAL CLOSING.
       01  WS-MV-COL                  PIC 9(02)   VALUE 0.
       01  WS-MV-STAT                 PIC X(02)   VALUE SPACES.
       01  WS-MV-PERSON               PIC X(05)   VALUE SPACES.
       01  WS-MV-AMT                  PIC S9(11)V99 VALUE 0.
       01  WS-BKT-FOUND               PIC X(01)   VALUE "N".
       01  WS-BKT-ACTIVE              PIC X(01)   VALUE "N".
       01  WS-COL                     PIC 9(02)   VALUE 0.

      * RATE-IN-FORCE LOOKUP.
       01  WS-FX-CURR                 PIC X(03)   VALUE SPACES.
       01  WS-FX-DATE                 PIC 9(08)   VALUE 0.
       01  WS-FX-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  WS-FX-FOUND                PIC X(01)   VALUE "N".

      * ROLL-FORWARD BY STATUS, LOADED IN CODE ORDER FROM ORDSTS.  A
      * STATUS MET ON A CONTRACT BUT NOT ON ORDSTS IS ADDED AT THE END.
       01  WS-STS-TABLE.
           02  WS-STS-COUNT           PIC 9(04)   VALUE 0.
           02  WS-STS-ENTRY  OCCURS 0 TO 100 TIMES
                             DEPENDING ON WS-STS-COUNT
                             INDEXED BY STS-IDX.
               03  WS-STS-CODE        PIC X(02).
               03  WS-STS-DESC        PIC X(20).
               03  WS-STS-AMTS.
                   04  WS-STS-AMT     PIC S9(13)V99  OCCURS 9 TIMES.

      * ROLL-FORWARD BY SALESMAN, LOADED IN CODE ORDER FROM SLMEN.
       01  WS-SLM-TABLE.
           02  WS-SLM-COUNT           PIC 9(04)   VALUE 0.
           02  WS-SLM-ENTRY  OCCURS 0 TO 300 TIMES
                             DEPENDING ON WS-SLM-COUNT
                             INDEXED BY SLM-IDX.
               03  WS-SLM-CODE        PIC X(05).
               03  WS-SLM-NAME        PIC X(30).
               03  WS-SLM-AMTS.
                   04  WS-SLM-AMT     PIC S9(13)V99  OCCURS 9 TIMES.

       01  WS-GRND-AMTS.
           02  WS-GRND-AMT            PIC S9(13)V99  OCCURS 9 TIMES.

      * THE BUCKET BEING PRINTED.
       01  WS-WRK-BUCKET.
           02  WS-WRK-KEY             PIC X(05).
           02  WS-WRK-NAME            PIC X(30).
           02  WS-WRK-AMTS.
               03  WS-WRK-AMT         PIC S9(13)V99  OCCURS 9 TIMES.
       01  WS-WRK-COMPUTED            PIC S9(13)V99 VALUE 0.
       01  WS-WRK-DIFF                PIC S9(13)V99 VALUE 0.

      * CONTRACT DIFFERENCES, HELD UNTIL THE ROLL-FORWARD IS PRINTED.
       01  WS-DIF-TABLE.
           02  WS-DIF-COUNT           PIC 9(04)   VALUE 0.
           02  WS-DIF-ENTRY  OCCURS 0 TO 1000 TIMES
                             DEPENDING ON WS-DIF-COUNT
                             INDEXED BY DIF-IDX.
               03  WS-DIF-ORDN        PIC 9(07).
               03  WS-DIF-BCCD        PIC X(11).
               03  WS-DIF-EXP-STAT    PIC X(02).
               03  WS-DIF-EXP-PERSON  PIC X(05).
               03  WS-DIF-EXP-AMT     PIC S9(09)V99.
               03  WS-DIF-ACT-STAT    PIC X(02).
               03  WS-DIF-ACT-PERSON  PIC X(05).
               03  WS-DIF-ACT-AMT     PIC S9(09)V99.
               03  WS-DIF-AMT         PIC S9(11)V99.
               03  WS-DIF-REASON      PIC 9(01).

       01  WS-COUNTERS.
           02  WS-SNAP-COUNT          PIC 9(07)   VALUE 0.
           02  WS-SNAP-FAIL-COUNT     PIC 9(07)   VALUE 0.
           02  WS-REPLACED-COUNT      PIC 9(07)   VALUE 0.
           02  WS-PRIOR-COUNT         PIC 9(07)   VALUE 0.
           02  WS-LOG-APPLIED         PIC 9(07)   VALUE 0.
           02  WS-DIFF-TOTAL          PIC 9(07)   VALUE 0.
           02  WS-NORATE-COUNT        PIC 9(07)   VALUE 0.
           02  WS-BKT-OVER-COUNT      PIC 9(07)   VALUE 0.
       01  WS-SNAP-TAMT               PIC S9(13)V99 VALUE 0.
       01  WS-SNAP-BASE               PIC S9(13)V99 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(42)
               VALUE "MONTH-END CONTRACT BOOK CLOSE/ROLL-FORWARD".
           02  FILLER                 PIC X(28)   VALUE SPACES.
           02  FILLER                 PIC X(11)   VALUE "PERIOD END".
           02  RPT-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(03)   VALUE SPACES.

       01  WS-RPT-PERIOD-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(16)
               VALUE "PRIOR SNAPSHOT".
           02  RPT-PRIOR-DATE         PIC 9(08).
           02  FILLER                 PIC X(04)   VALUE SPACES.
           02  FILLER                 PIC X(21)
               VALUE "LOG ACTIVITY AFTER".
           02  RPT-PRIOR-TS           PIC 9(14).
           02  FILLER                 PIC X(09)   VALUE "  UP TO".
           02  RPT-SNAP-TS            PIC 9(14).
           02  FILLER                 PIC X(45)   VALUE SPACES.

       01  WS-RPT-SECTION-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-SECTION-TEXT       PIC X(70).
           02  FILLER                 PIC X(61)   VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-MSG-TEXT           PIC X(80).
           02  FILLER                 PIC X(51)   VALUE SPACES.

       01  WS-RPT-BKT-HDG1-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-HDG-LABEL      PIC X(20).
           02  FILLER                 PIC X(18)
               VALUE "           OPENING".
           02  FILLER                 PIC X(18)
               VALUE "              ADDS".
           02  FILLER                 PIC X(18)
               VALUE "          RESTORES".
           02  FILLER                 PIC X(18)
               VALUE "         INCREASES".
           02  FILLER                 PIC X(18)
               VALUE "         DECREASES".
           02  FILLER                 PIC X(18)
               VALUE "    DELETE/ARCHIVE".
           02  FILLER                 PIC X(03)   VALUE SPACES.

       01  WS-RPT-BKT-HDG2-LINE.
           02  FILLER                 PIC X(21)   VALUE SPACES.
           02  FILLER                 PIC X(18)
               VALUE "      TRANSFERS IN".
           02  FILLER                 PIC X(18)
               VALUE "     TRANSFERS OUT".
           02  FILLER                 PIC X(18)
               VALUE "  COMPUTED CLOSING".
           02  FILLER                 PIC X(18)
               VALUE "    ACTUAL CLOSING".
           02  FILLER                 PIC X(18)
               VALUE "        DIFFERENCE".
           02  FILLER                 PIC X(21)   VALUE SPACES.

       01  WS-RPT-BKT-LINE1.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-KEY            PIC X(05).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-NAME           PIC X(14).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-OPEN           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-ADDS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-RESTORES       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-INCREASES      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-DECREASES      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-DELETIONS      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(03)   VALUE SPACES.

       01  WS-RPT-BKT-LINE2.
           02  FILLER                 PIC X(21)   VALUE SPACES.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-XFER-IN        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-XFER-OUT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-COMPUTED       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-ACTUAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-DIFF           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-DIFF-FLAG      PIC X(03).
           02  FILLER                 PIC X(17)   VALUE SPACES.

      * FIRST CLOSE - CLOSING BOOK ONLY.
       01  WS-RPT-BKT-FIRST-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-FIRST-LABEL    PIC X(20).
           02  FILLER                 PIC X(18)
               VALUE "    ACTUAL CLOSING".
           02  FILLER                 PIC X(93)   VALUE SPACES.

       01  WS-RPT-BKT-FIRST-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-FIRST-KEY      PIC X(05).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-FIRST-NAME     PIC X(14).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-BKT-FIRST-ACTUAL   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(93)   VALUE SPACES.

       01  WS-RPT-DIF-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "CONTRACT".
           02  FILLER                 PIC X(13)   VALUE "CUSTOMER".
           02  FILLER                 PIC X(10)   VALUE "EXP ST/SM".
           02  FILLER                 PIC X(19)
               VALUE "      EXPECTED".
           02  FILLER                 PIC X(10)   VALUE "ACT ST/SM".
           02  FILLER                 PIC X(19)
               VALUE "        ACTUAL".
           02  FILLER                 PIC X(19)
               VALUE "        DIFFERENCE".
           02  FILLER                 PIC X(32)   VALUE "REASON".

       01  WS-RPT-DIF-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DIF-ORDN           PIC 9(07).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DIF-BCCD           PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DIF-EXP-STAT       PIC X(02).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DIF-EXP-PERSON     PIC X(05).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DIF-EXP-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DIF-ACT-STAT       PIC X(02).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DIF-ACT-PERSON     PIC X(05).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DIF-ACT-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DIF-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DIF-REASON         PIC X(30).
           02  FILLER                 PIC X(02)   VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-COUNT-DESC         PIC X(40).
           02  RPT-COUNT-VALUE        PIC ZZZZZZ9.
           02  FILLER                 PIC X(84)   VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-AMOUNT-DESC        PIC X(40).
           02  RPT-AMOUNT-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(70)   VALUE SPACES.

       01  WS-RPT-ERROR-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "** RUN DATE PARAMETER IS NOT VALID - RUN ABAN".
           02  FILLER                 PIC X(86)
               VALUE "DONED **".

       01  WS-RPT-BLANK-LINE          PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-RUN-DATE.

       MAIN-PROCESSING.

           OPEN  INPUT  CONHDR-FILE
                        PRVSNAP-FILE
                        CONHDRLOG-FILE
                        ORDSTS-FILE
                        SLMEN-FILE
                        CURRTAB-FILE
                        CURRHST-FILE
                 I-O    CONSNAP-FILE
                        CONSNPH-FILE
                 OUTPUT MCLRPT-FILE.

           MOVE  LS-RUN-DATE  TO  RPT-RUN-DATE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

      * THE RUN DATE IS THE KEY OF THE SNAPSHOT - A BAD ONE WOULD FILE
      * THE BOOK UNDER A PERIOD THAT DOES NOT EXIST.
           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.
           COMPUTE  WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (LS-RUN-DATE).
           IF  WS-RUN-DATE-INT = ZEROS
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               GO  MAIN-WRAP-UP
           END-IF.
           MOVE  LS-RUN-DATE  TO  WS-PERIOD-DATE.

           INITIALIZE  WS-GRND-AMTS.
           PERFORM  LOAD-STATUS-TABLE      THRU  LDSTS-EXIT.
           PERFORM  LOAD-SALESMAN-TABLE    THRU  LDSLM-EXIT.
           PERFORM  FIND-PRIOR-SNAPSHOT    THRU  FNDPRV-EXIT.
           PERFORM  CLEAR-PERIOD-SNAPSHOT  THRU  CLRSNP-EXIT.
           PERFORM  TAKE-SNAPSHOT          THRU  TAKSNP-EXIT.

           IF  WS-PRIOR-FOUND = "Y"
               MOVE  WS-PRIOR-DATE  TO  RPT-PRIOR-DATE
               MOVE  WS-PRIOR-TS    TO  RPT-PRIOR-TS
               MOVE  WS-SNAP-TS     TO  RPT-SNAP-TS
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-PERIOD-LINE
               PERFORM  ROLL-FORWARD-BOOK  THRU  RLFWD-EXIT
           ELSE
               MOVE  "NO PRIOR SNAPSHOT - THIS CLOSE IS THE OPENING BOOK
      -              " FOR THE NEXT PERIOD"  TO  RPT-MSG-TEXT
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-MSG-LINE
           END-IF.

           PERFORM  PRINT-ROLL-FORWARD     THRU  PRRLFW-EXIT.
           IF  WS-PRIOR-FOUND = "Y"
               PERFORM  PRINT-DIFFERENCES  THRU  PRDIFF-EXIT
           END-IF.
           PERFORM  PRINT-CONTROL-TOTALS   THRU  PRCTL-EXIT.

       MAIN-WRAP-UP.
           CLOSE  CONHDR-FILE  PRVSNAP-FILE  CONHDRLOG-FILE  ORDSTS-FILE
                  SLMEN-FILE  CURRTAB-FILE  CURRHST-FILE  CONSNAP-FILE
                  CONSNPH-FILE  MCLRPT-FILE.

           GOBACK.

      ******************************************************************
      * PRE-LOAD THE STATUS AND SALESMAN TABLES IN KEY ORDER SO THE
      * ROLL-FORWARD PRINTS IN CODE ORDER WITH DESCRIPTIONS.
      ******************************************************************
       LOAD-STATUS-TABLE.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                        OF ORDSTS-RECORD.
           START  ORDSTS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF ORDSTS-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  LOAD-STATUS-ENTRY  THRU  LDSTSE-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       LDSTS-EXIT.  EXIT.

       LOAD-STATUS-ENTRY.
           READ  ORDSTS-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  LDSTSE-EXIT
           END-READ.
           IF  WS-STS-COUNT NOT < 100
               MOVE  "Y"  TO  WS-EOF-FILE
               GO  LDSTSE-EXIT
           END-IF.
           ADD  1  TO  WS-STS-COUNT.
           SET  STS-IDX  TO  WS-STS-COUNT.
           MOVE  XWSTAT OF ORDSTS-RECORD  TO  WS-STS-CODE (STS-IDX).
           MOVE  XWSDSC OF ORDSTS-RECORD  TO  WS-STS-DESC (STS-IDX).
           INITIALIZE  WS-STS-AMTS (STS-IDX).
       LDSTSE-EXIT.  EXIT.

       LOAD-SALESMAN-TABLE.
           MOVE  "N"  TO  WS-EOF-FILE.
           MOVE  LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                        OF SLMEN-RECORD.
           START  SLMEN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                         OF SLMEN-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  LOAD-SALESMAN-ENTRY  THRU  LDSLME-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       LDSLM-EXIT.  EXIT.

       LOAD-SALESMAN-ENTRY.
           READ  SLMEN-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  LDSLME-EXIT
           END-READ.
           IF  WS-SLM-COUNT NOT < 300
               MOVE  "Y"  TO  WS-EOF-FILE
               GO  LDSLME-EXIT
           END-IF.
           ADD  1  TO  WS-SLM-COUNT.
           SET  SLM-IDX  TO  WS-SLM-COUNT.
           MOVE  PERSON OF SLMEN-RECORD  TO  WS-SLM-CODE (SLM-IDX).
           MOVE  PNAME OF SLMEN-RECORD   TO  WS-SLM-NAME (SLM-IDX).
           INITIALIZE  WS-SLM-AMTS (SLM-IDX).
       LDSLME-EXIT.  EXIT.

      ******************************************************************
      * THE PRIOR SNAPSHOT IS THE LATEST ONE DATED BEFORE THIS PERIOD.
      ******************************************************************
       FIND-PRIOR-SNAPSHOT.
           MOVE  "N"    TO  WS-PRIOR-FOUND.
           MOVE  "N"    TO  WS-EOF-FILE.
           MOVE  ZEROS  TO  SNPRD OF CONSNPH-RECORD.
           START  CONSNPH-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONSNPH-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  SCAN-SNAPSHOT-HEADER  THRU  SCNSNH-EXIT
                    UNTIL  WS-EOF-FILE = "Y".
       FNDPRV-EXIT.  EXIT.

       SCAN-SNAPSHOT-HEADER.
           READ  CONSNPH-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  SCNSNH-EXIT
           END-READ.
           IF  SNPRD OF CONSNPH-RECORD NOT < WS-PERIOD-DATE
               MOVE  "Y"  TO  WS-EOF-FILE
               GO  SCNSNH-EXIT
           END-IF.
           MOVE  "Y"                      TO  WS-PRIOR-FOUND.
           MOVE  SNPRD OF CONSNPH-RECORD  TO  WS-PRIOR-DATE.
           MOVE  SNTS OF CONSNPH-RECORD   TO  WS-PRIOR-TS.
           MOVE  SNBASE OF CONSNPH-RECORD TO  WS-PRIOR-BASE.
       SCNSNH-EXIT.  EXIT.

      ******************************************************************
      * A SNAPSHOT ALREADY TAKEN FOR THIS PERIOD (A RERUN OF THE CLOSE)
      * IS REMOVED SO THE BOOK IS SNAPPED AGAIN AS IT STANDS NOW.
      ******************************************************************
       CLEAR-PERIOD-SNAPSHOT.
           MOVE  WS-PERIOD-DATE  TO  SNPRD OF CONSNPH-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONSNPH.
           READ  CONSNPH-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CONSNPH
           END-READ.
           IF  RECORD-FOUND-CONSNPH = "N"
               GO  CLRSNP-EXIT
           END-IF.
           DELETE  CONSNPH-FILE
                   INVALID KEY
                       CONTINUE
           END-DELETE.

           MOVE  "N"             TO  WS-EOF-FILE.
           MOVE  WS-PERIOD-DATE  TO  SNPRD OF CONSNAP-RECORD.
           MOVE  ZEROS           TO  XWORDN OF CONSNAP-RECORD.
           START  CONSNAP-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONSNAP-RECORD
                   INVALID KEY
                       MOVE  "Y"  TO  WS-EOF-FILE
           END-START.
           PERFORM  DELETE-PERIOD-RECORD  THRU  DLPRDR-EXIT
                    UNTIL  WS-EOF-FILE = "Y".

           MOVE  "SNAPSHOT ALREADY TAKEN FOR THIS PERIOD - REPLACED"
                                      TO  RPT-MSG-TEXT.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-MSG-LINE.
       CLRSNP-EXIT.  EXIT.

       DELETE-PERIOD-RECORD.
           READ  CONSNAP-FILE  NEXT RECORD
                   AT END
                       MOVE  "Y"  TO  WS-EOF-FILE
                       GO  DLPRDR-EXIT
           END-READ.
           IF  SNPRD OF CONSNAP-RECORD NOT = WS-PERIOD-DATE
               MOVE  "Y"  TO  WS-EOF-FILE
               GO  DLPRDR-EXIT
           END-IF.
           DELETE  CONSNAP-FILE
                   INVALID KEY
                       CONTINUE
           END-DELETE.
           ADD  1  TO  WS-REPLACED-COUNT.
       DLPRDR-EXIT.  EXIT.

      ******************************************************************
      * COPY EVERY CONHDR HEADER TO THE PERIOD SNAPSHOT.  EACH ONE IS
      * ALSO POSTED TO THE ACTUAL CLOSING COLUMN OF THE ROLL-FORWARD.
      ******************************************************************
       TAKE-SNAPSHOT.
           MOVE  FUNCTION CURRENT-DATE (1:14)  TO  WS-SNAP-TS.
           PERFORM  READ-CONHDR-FILE      THRU  RDCHDR-EXIT.
           PERFORM  SNAP-CONTRACT         THRU  SNPCON-EXIT
                    UNTIL  WS-EOF-CONHDR = "Y".

           MOVE  WS-PERIOD-DATE  TO  SNPRD OF CONSNPH-RECORD.
           MOVE  WS-SNAP-TS      TO  SNTS OF CONSNPH-RECORD.
           CALL "RTVJOBUSR" USING SNUSER OF CONSNPH-RECORD.
           MOVE  WS-SNAP-COUNT   TO  SNCNT OF CONSNPH-RECORD.
           MOVE  WS-SNAP-TAMT    TO  SNTAMT OF CONSNPH-RECORD.
           MOVE  WS-SNAP-BASE    TO  SNBASE OF CONSNPH-RECORD.
           MOVE  SPACES  TO  CONSNPH-FILE-STATUS.
           WRITE  CONSNPH-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  CONSNPH-FILE-STATUS NOT = "00"
               MOVE  "** UNABLE TO WRITE THE CONSNPH SNAPSHOT HEADER - N
      -              "EXT CLOSE WILL NOT FIND THIS PERIOD **"
                                      TO  RPT-MSG-TEXT
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-MSG-LINE
           END-IF.
       TAKSNP-EXIT.  EXIT.

       READ-CONHDR-FILE.
           READ  CONHDR-FILE
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDR
           END-READ.
       RDCHDR-EXIT.  EXIT.

       SNAP-CONTRACT.
           MOVE  WS-PERIOD-DATE           TO  SNPRD OF CONSNAP-RECORD.
           MOVE  XWORDN OF CONHDR-RECORD     TO  XWORDN OF
                                                  CONSNAP-RECORD.
           MOVE  XWBCCD OF CONHDR-RECORD     TO  XWBCCD OF
                                                  CONSNAP-RECORD.
           MOVE  XWSTAT OF CONHDR-RECORD     TO  XWSTAT OF
                                                  CONSNAP-RECORD.
           MOVE  PERSON OF CONHDR-RECORD     TO  PERSON OF
                                                  CONSNAP-RECORD.
           MOVE  XWCURR OF CONHDR-RECORD     TO  XWCURR OF
                                                  CONSNAP-RECORD.
           MOVE  XWTAMT OF CONHDR-RECORD     TO  XWTAMT OF
                                                  CONSNAP-RECORD.
           MOVE  XWDLDT OF CONHDR-RECORD     TO  XWDLDT OF
                                                  CONSNAP-RECORD.
           MOVE  XWBKDT OF CONHDR-RECORD     TO  XWBKDT OF
                                                  CONSNAP-RECORD.

           MOVE  XWCURR OF CONHDR-RECORD  TO  WS-FX-CURR.
           MOVE  WS-PERIOD-DATE           TO  WS-FX-DATE.
           PERFORM  FETCH-RATE-IN-FORCE  THRU  FRATE-EXIT.
           IF  WS-FX-FOUND = "N"
               ADD  1  TO  WS-NORATE-COUNT
           END-IF.
           MOVE  WS-FX-RATE  TO  SNRATE OF CONSNAP-RECORD.
           COMPUTE  SNBASE OF CONSNAP-RECORD  ROUNDED =
                    XWTAMT OF CONHDR-RECORD * WS-FX-RATE.

           MOVE  SPACES  TO  CONSNAP-FILE-STATUS.
           WRITE  CONSNAP-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  CONSNAP-FILE-STATUS NOT = "00"
               ADD  1  TO  WS-SNAP-FAIL-COUNT
           ELSE
               ADD  1  TO  WS-SNAP-COUNT
               ADD  XWTAMT OF CONSNAP-RECORD  TO  WS-SNAP-TAMT
               ADD  SNBASE OF CONSNAP-RECORD  TO  WS-SNAP-BASE
               MOVE  9                          TO  WS-MV-COL
               MOVE  XWSTAT OF CONSNAP-RECORD   TO  WS-MV-STAT
               MOVE  PERSON OF CONSNAP-RECORD   TO  WS-MV-PERSON
               MOVE  XWTAMT OF CONSNAP-RECORD   TO  WS-MV-AMT
               PERFORM  POST-MOVEMENT  THRU  PSTMOV-EXIT
           END-IF.
           PERFORM  READ-CONHDR-FILE      THRU  RDCHDR-EXIT.
       SNPCON-EXIT.  EXIT.

      ******************************************************************
      * THREE-WAY MATCH BY CONTRACT NUMBER OF THE PRIOR SNAPSHOT, THE
      * PERIOD'S LOG ACTIVITY AND THE NEW SNAPSHOT.  ALL THREE ARE HELD
      * IN CONTRACT NUMBER ORDER (THE LOG WITHIN A CONTRACT IN
      * TIMESTAMP ORDER), SO EACH CONTRACT IS SETTLED IN ONE PASS.
      ******************************************************************
       ROLL-FORWARD-BOOK.
           MOVE  WS-PRIOR-DATE  TO  SNPRD OF PRVSNAP-RECORD.
           MOVE  ZEROS          TO  XWORDN OF PRVSNAP-RECORD.
           MOVE  ZEROS          TO  WS-PRV-KEY.
           START  PRVSNAP-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PRVSNAP-RECORD
                   INVALID KEY
                       MOVE  WS-HIGH-KEY  TO  WS-PRV-KEY
           END-START.
           PERFORM  READ-PRIOR-SNAPSHOT  THRU  RDPRVS-EXIT.

           MOVE  WS-PERIOD-DATE TO  SNPRD OF CONSNAP-RECORD.
           MOVE  ZEROS          TO  XWORDN OF CONSNAP-RECORD.
           MOVE  ZEROS          TO  WS-CUR-KEY.
           START  CONSNAP-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONSNAP-RECORD
                   INVALID KEY
                       MOVE  WS-HIGH-KEY  TO  WS-CUR-KEY
           END-START.
           PERFORM  READ-CLOSING-SNAPSHOT  THRU  RDCURS-EXIT.

           MOVE  ZEROS  TO  XWORDN OF CONHDRLOG-RECORD  LOGTS.
           MOVE  ZEROS  TO  WS-LOG-KEY.
           START  CONHDRLOG-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF CONHDRLOG-RECORD
                   INVALID KEY
                       MOVE  WS-HIGH-KEY  TO  WS-LOG-KEY
           END-START.
           PERFORM  READ-PERIOD-LOG  THRU  RDPLOG-EXIT.

           PERFORM  SETTLE-CONTRACT  THRU  STLCON-EXIT
                    UNTIL  WS-PRV-KEY = WS-HIGH-KEY
                      AND  WS-CUR-KEY = WS-HIGH-KEY
                      AND  WS-LOG-KEY = WS-HIGH-KEY.
       RLFWD-EXIT.  EXIT.

       READ-PRIOR-SNAPSHOT.
           IF  WS-PRV-KEY = WS-HIGH-KEY
               GO  RDPRVS-EXIT
           END-IF.
           READ  PRVSNAP-FILE  NEXT RECORD
                   AT END
                       MOVE  WS-HIGH-KEY  TO  WS-PRV-KEY
                       GO  RDPRVS-EXIT
           END-READ.
           IF  SNPRD OF PRVSNAP-RECORD NOT = WS-PRIOR-DATE
               MOVE  WS-HIGH-KEY  TO  WS-PRV-KEY
           ELSE
               MOVE  XWORDN OF PRVSNAP-RECORD  TO  WS-PRV-KEY
           END-IF.
       RDPRVS-EXIT.  EXIT.

       READ-CLOSING-SNAPSHOT.
           IF  WS-CUR-KEY = WS-HIGH-KEY
               GO  RDCURS-EXIT
           END-IF.
           READ  CONSNAP-FILE  NEXT RECORD
                   AT END
                       MOVE  WS-HIGH-KEY  TO  WS-CUR-KEY
                       GO  RDCURS-EXIT
           END-READ.
           IF  SNPRD OF CONSNAP-RECORD NOT = WS-PERIOD-DATE
               MOVE  WS-HIGH-KEY  TO  WS-CUR-KEY
           ELSE
               MOVE  XWORDN OF CONSNAP-RECORD  TO  WS-CUR-KEY
           END-IF.
       RDCURS-EXIT.  EXIT.

      * NEXT LOG RECORD STAMPED INSIDE THE PERIOD.
       READ-PERIOD-LOG.
           MOVE  "N"  TO  WS-LOG-IN-PERIOD.
           PERFORM  READ-NEXT-LOG  THRU  RDNLOG-EXIT
                    UNTIL  WS-LOG-IN-PERIOD = "Y"
                       OR  WS-LOG-KEY = WS-HIGH-KEY.
       RDPLOG-EXIT.  EXIT.

       READ-NEXT-LOG.
           IF  WS-LOG-KEY = WS-HIGH-KEY
               GO  RDNLOG-EXIT
           END-IF.
           READ  CONHDRLOG-FILE  NEXT RECORD
                   AT END
                       MOVE  WS-HIGH-KEY  TO  WS-LOG-KEY
                       GO  RDNLOG-EXIT
           END-READ.
           MOVE  XWORDN OF CONHDRLOG-RECORD  TO  WS-LOG-KEY.
           IF  LOGTS > WS-PRIOR-TS  AND  LOGTS NOT > WS-SNAP-TS
               MOVE  "Y"  TO  WS-LOG-IN-PERIOD
           END-IF.
       RDNLOG-EXIT.  EXIT.

       SETTLE-CONTRACT.
           MOVE  WS-PRV-KEY  TO  WS-ACT-KEY.
           IF  WS-CUR-KEY < WS-ACT-KEY
               MOVE  WS-CUR-KEY  TO  WS-ACT-KEY
           END-IF.
           IF  WS-LOG-KEY < WS-ACT-KEY
               MOVE  WS-LOG-KEY  TO  WS-ACT-KEY
           END-IF.

      * OPENING POSITION.
           INITIALIZE  WS-EXPECTED.
           MOVE  "N"  TO  WS-EXP-EXISTS.
           IF  WS-PRV-KEY = WS-ACT-KEY
               MOVE  "Y"                        TO  WS-EXP-EXISTS
               MOVE  XWBCCD OF PRVSNAP-RECORD   TO  WS-EXP-BCCD
               MOVE  XWSTAT OF PRVSNAP-RECORD   TO  WS-EXP-STAT
               MOVE  PERSON OF PRVSNAP-RECORD   TO  WS-EXP-PERSON
               MOVE  XWTAMT OF PRVSNAP-RECORD   TO  WS-EXP-AMT
               ADD  1  TO  WS-PRIOR-COUNT
               MOVE  1              TO  WS-MV-COL
               MOVE  WS-EXP-STAT    TO  WS-MV-STAT
               MOVE  WS-EXP-PERSON  TO  WS-MV-PERSON
               MOVE  WS-EXP-AMT     TO  WS-MV-AMT
               PERFORM  POST-MOVEMENT  THRU  PSTMOV-EXIT
               PERFORM  READ-PRIOR-SNAPSHOT  THRU  RDPRVS-EXIT
           END-IF.

      * THE PERIOD'S ACTIVITY, OLDEST FIRST.
           PERFORM  APPLY-PERIOD-LOG  THRU  APPLOG-EXIT
                    UNTIL  WS-LOG-KEY NOT = WS-ACT-KEY.

      * ACTUAL CLOSING POSITION.
           INITIALIZE  WS-ACTUAL.
           MOVE  "N"  TO  WS-ACT-EXISTS.
           IF  WS-CUR-KEY = WS-ACT-KEY
               MOVE  "Y"                        TO  WS-ACT-EXISTS
               MOVE  XWBCCD OF CONSNAP-RECORD   TO  WS-ACT-BCCD
               MOVE  XWSTAT OF CONSNAP-RECORD   TO  WS-ACT-STAT
               MOVE  PERSON OF CONSNAP-RECORD   TO  WS-ACT-PERSON
               MOVE  XWTAMT OF CONSNAP-RECORD   TO  WS-ACT-AMT
               PERFORM  READ-CLOSING-SNAPSHOT  THRU  RDCURS-EXIT
           END-IF.

           PERFORM  CHECK-CONTRACT-DIFF  THRU  CHKDIF-EXIT.
       STLCON-EXIT.  EXIT.

      ******************************************************************
      * POST ONE LOG RECORD TO THE ROLL-FORWARD AND CARRY THE
      * CONTRACT'S EXPECTED POSITION FORWARD.  THE LOG'S OWN BEFORE AND
      * AFTER IMAGES ARE POSTED, SO THE BUCKET TOTALS ARE EXACTLY WHAT
      * CONHDRLOG RECORDS.
      ******************************************************************
       APPLY-PERIOD-LOG.
           ADD  1  TO  WS-LOG-APPLIED.
           EVALUATE  LOGACT
             WHEN  "A"
                   MOVE  2  TO  WS-MV-COL
                   PERFORM  POST-LOG-NEW-IMAGE  THRU  PLNEW-EXIT
             WHEN  "R"
                   MOVE  3  TO  WS-MV-COL
                   PERFORM  POST-LOG-NEW-IMAGE  THRU  PLNEW-EXIT
             WHEN  "D"
             WHEN  "X"
                   MOVE  6           TO  WS-MV-COL
                   MOVE  OLD-XWSTAT  TO  WS-MV-STAT
                   MOVE  OLD-PERSON  TO  WS-MV-PERSON
                   MOVE  OLD-XWTAMT  TO  WS-MV-AMT
                   PERFORM  POST-MOVEMENT  THRU  PSTMOV-EXIT
                   INITIALIZE  WS-EXPECTED
                   MOVE  "N"  TO  WS-EXP-EXISTS
             WHEN  "C"
                   PERFORM  POST-LOG-CHANGE  THRU  PLCHG-EXIT
                   PERFORM  SET-EXPECTED-NEW  THRU  SETEXP-EXIT
             WHEN  OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM  READ-PERIOD-LOG  THRU  RDPLOG-EXIT.
       APPLOG-EXIT.  EXIT.

       POST-LOG-NEW-IMAGE.
           MOVE  NEW-XWSTAT  TO  WS-MV-STAT.
           MOVE  NEW-PERSON  TO  WS-MV-PERSON.
           MOVE  NEW-XWTAMT  TO  WS-MV-AMT.
           PERFORM  POST-MOVEMENT  THRU  PSTMOV-EXIT.
           PERFORM  SET-EXPECTED-NEW  THRU  SETEXP-EXIT.
       PLNEW-EXIT.  EXIT.

       SET-EXPECTED-NEW.
           MOVE  "Y"         TO  WS-EXP-EXISTS.
           MOVE  NEW-XWBCCD  TO  WS-EXP-BCCD.
           MOVE  NEW-XWSTAT  TO  WS-EXP-STAT.
           MOVE  NEW-PERSON  TO  WS-EXP-PERSON.
           MOVE  NEW-XWTAMT  TO  WS-EXP-AMT.
       SETEXP-EXIT.  EXIT.

      ******************************************************************
      * A CHANGE IS AN INCREASE OR DECREASE WITHIN A STATUS (OR
      * SALESMAN), OR A TRANSFER OUT OF THE OLD ONE AND INTO THE NEW
      * ONE WHEN THE CHANGE MOVED IT.  FOR THE WHOLE BOOK IT IS ALWAYS
      * AN INCREASE OR DECREASE.
      ******************************************************************
       POST-LOG-CHANGE.
           COMPUTE  WS-DIFF-AMT = NEW-XWTAMT - OLD-XWTAMT.
           PERFORM  SET-CHANGE-COLUMN  THRU  SETCHG-EXIT.
           PERFORM  POST-GRAND-AMT  THRU  PSTGRD-EXIT.

           IF  OLD-XWSTAT = NEW-XWSTAT
               MOVE  NEW-XWSTAT  TO  WS-MV-STAT
               PERFORM  SET-CHANGE-COLUMN  THRU  SETCHG-EXIT
               PERFORM  POST-STATUS-AMT  THRU  PSTSTS-EXIT
           ELSE
               MOVE  8           TO  WS-MV-COL
               MOVE  OLD-XWSTAT  TO  WS-MV-STAT
               MOVE  OLD-XWTAMT  TO  WS-MV-AMT
               PERFORM  POST-STATUS-AMT  THRU  PSTSTS-EXIT
               MOVE  7           TO  WS-MV-COL
               MOVE  NEW-XWSTAT  TO  WS-MV-STAT
               MOVE  NEW-XWTAMT  TO  WS-MV-AMT
               PERFORM  POST-STATUS-AMT  THRU  PSTSTS-EXIT
           END-IF.

           IF  OLD-PERSON = NEW-PERSON
               MOVE  NEW-PERSON  TO  WS-MV-PERSON
               PERFORM  SET-CHANGE-COLUMN  THRU  SETCHG-EXIT
               PERFORM  POST-PERSON-AMT  THRU  PSTPER-EXIT
           ELSE
               MOVE  8           TO  WS-MV-COL
               MOVE  OLD-PERSON  TO  WS-MV-PERSON
               MOVE  OLD-XWTAMT  TO  WS-MV-AMT
               PERFORM  POST-PERSON-AMT  THRU  PSTPER-EXIT
               MOVE  7           TO  WS-MV-COL
               MOVE  NEW-PERSON  TO  WS-MV-PERSON
               MOVE  NEW-XWTAMT  TO  WS-MV-AMT
               PERFORM  POST-PERSON-AMT  THRU  PSTPER-EXIT
           END-IF.
       PLCHG-EXIT.  EXIT.

      * AMOUNT CHANGE: A RISE IS AN INCREASE, A FALL A DECREASE (HELD
      * POSITIVE AND SUBTRACTED).
       SET-CHANGE-COLUMN.
           IF  WS-DIFF-AMT < ZEROS
               MOVE  5  TO  WS-MV-COL
               COMPUTE  WS-MV-AMT = ZEROS - WS-DIFF-AMT
           ELSE
               MOVE  4  TO  WS-MV-COL
               MOVE  WS-DIFF-AMT  TO  WS-MV-AMT
           END-IF.
       SETCHG-EXIT.  EXIT.

      ******************************************************************
      * POST WS-MV-AMT TO COLUMN WS-MV-COL OF THE STATUS, SALESMAN AND
      * WHOLE-BOOK ROLL-FORWARDS.
      ******************************************************************
       POST-MOVEMENT.
           PERFORM  POST-STATUS-AMT  THRU  PSTSTS-EXIT.
           PERFORM  POST-PERSON-AMT  THRU  PSTPER-EXIT.
           PERFORM  POST-GRAND-AMT   THRU  PSTGRD-EXIT.
       PSTMOV-EXIT.  EXIT.

       POST-STATUS-AMT.
           MOVE  "Y"  TO  WS-BKT-FOUND.
           SET  STS-IDX  TO  1.
           SEARCH  WS-STS-ENTRY
                   AT END
                       PERFORM  ADD-STATUS-ENTRY  THRU  ADDSTS-EXIT
                   WHEN  WS-STS-CODE (STS-IDX) = WS-MV-STAT
                       CONTINUE
           END-SEARCH.
           IF  WS-BKT-FOUND = "Y"
               ADD  WS-MV-AMT  TO  WS-STS-AMT (STS-IDX WS-MV-COL)
           END-IF.
       PSTSTS-EXIT.  EXIT.

       ADD-STATUS-ENTRY.
           IF  WS-STS-COUNT NOT < 100
               MOVE  "N"  TO  WS-BKT-FOUND
               ADD  1  TO  WS-BKT-OVER-COUNT
               GO  ADDSTS-EXIT
           END-IF.
           ADD  1  TO  WS-STS-COUNT.
           SET  STS-IDX  TO  WS-STS-COUNT.
           MOVE  WS-MV-STAT  TO  WS-STS-CODE (STS-IDX).
           MOVE  "NOT ON ORDSTS"  TO  WS-STS-DESC (STS-IDX).
           INITIALIZE  WS-STS-AMTS (STS-IDX).
       ADDSTS-EXIT.  EXIT.

       POST-PERSON-AMT.
           MOVE  "Y"  TO  WS-BKT-FOUND.
           SET  SLM-IDX  TO  1.
           SEARCH  WS-SLM-ENTRY
                   AT END
                       PERFORM  ADD-SALESMAN-ENTRY  THRU  ADDSLM-EXIT
                   WHEN  WS-SLM-CODE (SLM-IDX) = WS-MV-PERSON
                       CONTINUE
           END-SEARCH.
           IF  WS-BKT-FOUND = "Y"
               ADD  WS-MV-AMT  TO  WS-SLM-AMT (SLM-IDX WS-MV-COL)
           END-IF.
       PSTPER-EXIT.  EXIT.

       ADD-SALESMAN-ENTRY.
           IF  WS-SLM-COUNT NOT < 300
               MOVE  "N"  TO  WS-BKT-FOUND
               ADD  1  TO  WS-BKT-OVER-COUNT
               GO  ADDSLM-EXIT
           END-IF.
           ADD  1  TO  WS-SLM-COUNT.
           SET  SLM-IDX  TO  WS-SLM-COUNT.
           MOVE  WS-MV-PERSON  TO  WS-SLM-CODE (SLM-IDX).
           MOVE  "NOT ON SLMEN"  TO  WS-SLM-NAME (SLM-IDX).
           INITIALIZE  WS-SLM-AMTS (SLM-IDX).
       ADDSLM-EXIT.  EXIT.

       POST-GRAND-AMT.
           ADD  WS-MV-AMT  TO  WS-GRND-AMT (WS-MV-COL).
       PSTGRD-EXIT.  EXIT.

      ******************************************************************
      * A CONTRACT NEITHER ON THE OPENING NOR THE CLOSING BOOK (ADDED
      * AND DELETED IN THE PERIOD) OR WHOSE CLOSING POSITION IS
      * EXACTLY WHERE THE LOG LEFT IT IS IN ORDER.  ANYTHING ELSE IS A
      * DIFFERENCE TO INVESTIGATE.
      ******************************************************************
       CHECK-CONTRACT-DIFF.
           IF  WS-EXP-EXISTS = "N"  AND  WS-ACT-EXISTS = "N"
               GO  CHKDIF-EXIT
           END-IF.
           IF  WS-EXP-EXISTS = "Y"  AND  WS-ACT-EXISTS = "Y"
                   AND  WS-EXP-AMT = WS-ACT-AMT
                   AND  WS-EXP-STAT = WS-ACT-STAT
                   AND  WS-EXP-PERSON = WS-ACT-PERSON
               GO  CHKDIF-EXIT
           END-IF.

           EVALUATE  TRUE
             WHEN  WS-EXP-EXISTS = "N"
                   MOVE  1  TO  WS-DIFF-REASON
             WHEN  WS-ACT-EXISTS = "N"
                   MOVE  2  TO  WS-DIFF-REASON
             WHEN  WS-EXP-AMT NOT = WS-ACT-AMT
                   MOVE  3  TO  WS-DIFF-REASON
             WHEN  OTHER
                   MOVE  4  TO  WS-DIFF-REASON
           END-EVALUATE.
           COMPUTE  WS-DIFF-AMT = WS-ACT-AMT - WS-EXP-AMT.

           ADD  1  TO  WS-DIFF-TOTAL.
           IF  WS-DIF-COUNT NOT < 1000
               GO  CHKDIF-EXIT
           END-IF.
           ADD  1  TO  WS-DIF-COUNT.
           SET  DIF-IDX  TO  WS-DIF-COUNT.
           MOVE  WS-ACT-KEY     TO  WS-DIF-ORDN (DIF-IDX).
           IF  WS-ACT-EXISTS = "Y"
               MOVE  WS-ACT-BCCD  TO  WS-DIF-BCCD (DIF-IDX)
           ELSE
               MOVE  WS-EXP-BCCD  TO  WS-DIF-BCCD (DIF-IDX)
           END-IF.
           MOVE  WS-EXP-STAT    TO  WS-DIF-EXP-STAT (DIF-IDX).
           MOVE  WS-EXP-PERSON  TO  WS-DIF-EXP-PERSON (DIF-IDX).
           MOVE  WS-EXP-AMT     TO  WS-DIF-EXP-AMT (DIF-IDX).
           MOVE  WS-ACT-STAT    TO  WS-DIF-ACT-STAT (DIF-IDX).
           MOVE  WS-ACT-PERSON  TO  WS-DIF-ACT-PERSON (DIF-IDX).
           MOVE  WS-ACT-AMT     TO  WS-DIF-ACT-AMT (DIF-IDX).
           MOVE  WS-DIFF-AMT    TO  WS-DIF-AMT (DIF-IDX).
           MOVE  WS-DIFF-REASON TO  WS-DIF-REASON (DIF-IDX).
       CHKDIF-EXIT.  EXIT.

      ******************************************************************
      * ROLL-FORWARD BY STATUS, BY SALESMAN AND FOR THE WHOLE BOOK.
      * ONLY STATUSES AND SALESMEN WITH A NON-ZERO FIGURE ARE PRINTED.
      ******************************************************************
       PRINT-ROLL-FORWARD.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "ROLL-FORWARD BY STATUS - CONTRACT VALUES (XWTAMT)"
                                      TO  RPT-SECTION-TEXT.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-SECTION-LINE.
           MOVE  "STATUS"  TO  RPT-BKT-HDG-LABEL  RPT-BKT-FIRST-LABEL.
           PERFORM  PRINT-BUCKET-HEADINGS  THRU  PRBHDG-EXIT.
           PERFORM  PRINT-STATUS-BUCKET  THRU  PRSTSB-EXIT
                    VARYING  STS-IDX  FROM  1  BY  1
                    UNTIL  STS-IDX > WS-STS-COUNT.

           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "ROLL-FORWARD BY SALESMAN - CONTRACT VALUES (XWTAMT)"
                                      TO  RPT-SECTION-TEXT.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-SECTION-LINE.
           MOVE  "SALESMAN"  TO  RPT-BKT-HDG-LABEL  RPT-BKT-FIRST-LABEL.
           PERFORM  PRINT-BUCKET-HEADINGS  THRU  PRBHDG-EXIT.
           PERFORM  PRINT-SALESMAN-BUCKET  THRU  PRSLMB-EXIT
                    VARYING  SLM-IDX  FROM  1  BY  1
                    UNTIL  SLM-IDX > WS-SLM-COUNT.

           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "ROLL-FORWARD - WHOLE CONTRACT BOOK"
                                      TO  RPT-SECTION-TEXT.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-SECTION-LINE.
           MOVE  SPACES  TO  RPT-BKT-HDG-LABEL  RPT-BKT-FIRST-LABEL.
           PERFORM  PRINT-BUCKET-HEADINGS  THRU  PRBHDG-EXIT.
           MOVE  SPACES          TO  WS-WRK-KEY.
           MOVE  "ALL CONTRACTS" TO  WS-WRK-NAME.
           MOVE  WS-GRND-AMTS    TO  WS-WRK-AMTS.
           PERFORM  PRINT-WORK-BUCKET  THRU  PRWBKT-EXIT.
       PRRLFW-EXIT.  EXIT.

       PRINT-BUCKET-HEADINGS.
           IF  WS-PRIOR-FOUND = "Y"
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-BKT-HDG1-LINE
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-BKT-HDG2-LINE
           ELSE
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-BKT-FIRST-HDG-LINE
           END-IF.
       PRBHDG-EXIT.  EXIT.

       PRINT-STATUS-BUCKET.
           MOVE  WS-STS-CODE (STS-IDX)  TO  WS-WRK-KEY.
           MOVE  WS-STS-DESC (STS-IDX)  TO  WS-WRK-NAME.
           MOVE  WS-STS-AMTS (STS-IDX)  TO  WS-WRK-AMTS.
           PERFORM  PRINT-WORK-BUCKET  THRU  PRWBKT-EXIT.
       PRSTSB-EXIT.  EXIT.

       PRINT-SALESMAN-BUCKET.
           MOVE  WS-SLM-CODE (SLM-IDX)  TO  WS-WRK-KEY.
           MOVE  WS-SLM-NAME (SLM-IDX)  TO  WS-WRK-NAME.
           MOVE  WS-SLM-AMTS (SLM-IDX)  TO  WS-WRK-AMTS.
           PERFORM  PRINT-WORK-BUCKET  THRU  PRWBKT-EXIT.
       PRSLMB-EXIT.  EXIT.

       PRINT-WORK-BUCKET.
           MOVE  "N"  TO  WS-BKT-ACTIVE.
           PERFORM  TEST-BUCKET-COLUMN  THRU  TSTBKC-EXIT
                    VARYING  WS-COL  FROM  1  BY  1
                    UNTIL  WS-COL > 9.
           IF  WS-BKT-ACTIVE = "N"
               GO  PRWBKT-EXIT
           END-IF.

           IF  WS-PRIOR-FOUND = "N"
               MOVE  WS-WRK-KEY      TO  RPT-BKT-FIRST-KEY
               MOVE  WS-WRK-NAME     TO  RPT-BKT-FIRST-NAME
               MOVE  WS-WRK-AMT (9)  TO  RPT-BKT-FIRST-ACTUAL
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-BKT-FIRST-LINE
               GO  PRWBKT-EXIT
           END-IF.

           COMPUTE  WS-WRK-COMPUTED = WS-WRK-AMT (1) + WS-WRK-AMT (2)
                                    + WS-WRK-AMT (3) + WS-WRK-AMT (4)
                                    - WS-WRK-AMT (5) - WS-WRK-AMT (6)
                                    + WS-WRK-AMT (7) - WS-WRK-AMT (8).
           COMPUTE  WS-WRK-DIFF = WS-WRK-AMT (9) - WS-WRK-COMPUTED.

           MOVE  WS-WRK-KEY        TO  RPT-BKT-KEY.
           MOVE  WS-WRK-NAME       TO  RPT-BKT-NAME.
           MOVE  WS-WRK-AMT (1)    TO  RPT-BKT-OPEN.
           MOVE  WS-WRK-AMT (2)    TO  RPT-BKT-ADDS.
           MOVE  WS-WRK-AMT (3)    TO  RPT-BKT-RESTORES.
           MOVE  WS-WRK-AMT (4)    TO  RPT-BKT-INCREASES.
           MOVE  WS-WRK-AMT (5)    TO  RPT-BKT-DECREASES.
           MOVE  WS-WRK-AMT (6)    TO  RPT-BKT-DELETIONS.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BKT-LINE1.
           MOVE  WS-WRK-AMT (7)    TO  RPT-BKT-XFER-IN.
           MOVE  WS-WRK-AMT (8)    TO  RPT-BKT-XFER-OUT.
           MOVE  WS-WRK-COMPUTED   TO  RPT-BKT-COMPUTED.
           MOVE  WS-WRK-AMT (9)    TO  RPT-BKT-ACTUAL.
           MOVE  WS-WRK-DIFF       TO  RPT-BKT-DIFF.
           MOVE  SPACES            TO  RPT-BKT-DIFF-FLAG.
           IF  WS-WRK-DIFF NOT = ZEROS
               MOVE  "***"  TO  RPT-BKT-DIFF-FLAG
           END-IF.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BKT-LINE2.
       PRWBKT-EXIT.  EXIT.

       TEST-BUCKET-COLUMN.
           IF  WS-WRK-AMT (WS-COL) NOT = ZEROS
               MOVE  "Y"  TO  WS-BKT-ACTIVE
           END-IF.
       TSTBKC-EXIT.  EXIT.

       PRINT-DIFFERENCES.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONTRACT DIFFERENCES - OPENING BOOK PLUS LOGGED ACTIVI
      -          "TY AGAINST CLOSING BOOK"  TO  RPT-SECTION-TEXT.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-SECTION-LINE.
           IF  WS-DIFF-TOTAL = ZEROS
               MOVE  "NO DIFFERENCES - EVERY CONTRACT ROLLS FORWARD TO I
      -              "TS CLOSING POSITION"  TO  RPT-MSG-TEXT
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-MSG-LINE
               GO  PRDIFF-EXIT
           END-IF.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-DIF-HDG-LINE.
           PERFORM  PRINT-DIFFERENCE-LINE  THRU  PRDIFL-EXIT
                    VARYING  DIF-IDX  FROM  1  BY  1
                    UNTIL  DIF-IDX > WS-DIF-COUNT.
           IF  WS-DIFF-TOTAL > WS-DIF-COUNT
               MOVE  "** MORE DIFFERENCES THAN CAN BE LISTED - SEE COUNT
      -              " BELOW **"  TO  RPT-MSG-TEXT
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-MSG-LINE
           END-IF.
       PRDIFF-EXIT.  EXIT.

       PRINT-DIFFERENCE-LINE.
           MOVE  WS-DIF-ORDN (DIF-IDX)        TO  RPT-DIF-ORDN.
           MOVE  WS-DIF-BCCD (DIF-IDX)        TO  RPT-DIF-BCCD.
           MOVE  WS-DIF-EXP-STAT (DIF-IDX)    TO  RPT-DIF-EXP-STAT.
           MOVE  WS-DIF-EXP-PERSON (DIF-IDX)  TO  RPT-DIF-EXP-PERSON.
           MOVE  WS-DIF-EXP-AMT (DIF-IDX)     TO  RPT-DIF-EXP-AMT.
           MOVE  WS-DIF-ACT-STAT (DIF-IDX)    TO  RPT-DIF-ACT-STAT.
           MOVE  WS-DIF-ACT-PERSON (DIF-IDX)  TO  RPT-DIF-ACT-PERSON.
           MOVE  WS-DIF-ACT-AMT (DIF-IDX)     TO  RPT-DIF-ACT-AMT.
           MOVE  WS-DIF-AMT (DIF-IDX)         TO  RPT-DIF-AMT.
           EVALUATE  WS-DIF-REASON (DIF-IDX)
             WHEN  1
                   MOVE  "ON BOOK - NO ADD/RESTORE LOGGED"
                                              TO  RPT-DIF-REASON
             WHEN  2
                   MOVE  "OFF BOOK - NO DEL/ARCHIVE LOG"
                                              TO  RPT-DIF-REASON
             WHEN  3
                   MOVE  "VALUE DIFFERS FROM LOGGED VALUE"
                                              TO  RPT-DIF-REASON
             WHEN  OTHER
                   MOVE  "STATUS/SALESMAN DIFFERS FROM LOG"
                                              TO  RPT-DIF-REASON
           END-EVALUATE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-DIF-LINE.
       PRDIFL-EXIT.  EXIT.

       PRINT-CONTROL-TOTALS.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONTRACTS WRITTEN TO SNAPSHOT"  TO  RPT-COUNT-DESC.
           MOVE  WS-SNAP-COUNT          TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS NOT WRITTEN (WRITE FAILED)"
                                        TO  RPT-COUNT-DESC.
           MOVE  WS-SNAP-FAIL-COUNT     TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "EARLIER SNAPSHOT RECORDS REPLACED"
                                        TO  RPT-COUNT-DESC.
           MOVE  WS-REPLACED-COUNT      TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS WITH NO RATE HELD (AT FACE)"
                                        TO  RPT-COUNT-DESC.
           MOVE  WS-NORATE-COUNT        TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS ON PRIOR SNAPSHOT"  TO  RPT-COUNT-DESC.
           MOVE  WS-PRIOR-COUNT         TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONHDRLOG RECORDS IN PERIOD"  TO  RPT-COUNT-DESC.
           MOVE  WS-LOG-APPLIED         TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACT DIFFERENCES"  TO  RPT-COUNT-DESC.
           MOVE  WS-DIFF-TOTAL          TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "STATUS/SALESMAN TABLE OVERFLOWS"
                                        TO  RPT-COUNT-DESC.
           MOVE  WS-BKT-OVER-COUNT      TO  RPT-COUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CLOSING BOOK - CONTRACT VALUES"
                                        TO  RPT-AMOUNT-DESC.
           MOVE  WS-SNAP-TAMT           TO  RPT-AMOUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-AMOUNT-LINE.
           IF  WS-PRIOR-FOUND = "Y"
               MOVE  "OPENING BOOK - BASE CURRENCY"
                                        TO  RPT-AMOUNT-DESC
               MOVE  WS-PRIOR-BASE      TO  RPT-AMOUNT-VALUE
               WRITE  MCLRPT-RECORD  FROM  WS-RPT-AMOUNT-LINE
           END-IF.
           MOVE  "CLOSING BOOK - BASE CURRENCY"
                                        TO  RPT-AMOUNT-DESC.
           MOVE  WS-SNAP-BASE           TO  RPT-AMOUNT-VALUE.
           WRITE  MCLRPT-RECORD  FROM  WS-RPT-AMOUNT-LINE.
       PRCTL-EXIT.  EXIT.

      ******************************************************************
      * RATE IN FORCE FOR WS-FX-CURR ON WS-FX-DATE, FROM THE CURRHST
      * HISTORY: THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      * DATE WANTED, OR THE EARLIEST ROW HELD WHEN THE DATE PRECEDES
      * THEM ALL.  A CURRENCY WITH NO HISTORY FALLS BACK TO ITS
      * CURRTAB RATE.  STERLING (OR A BLANK CURRENCY) IS ALWAYS 1.
      * WS-FX-FOUND IS "N" ONLY WHEN NEITHER FILE KNOWS THE CURRENCY,
      * AND WS-FX-RATE IS THEN 1.
      ******************************************************************
       FETCH-RATE-IN-FORCE.
           MOVE  "N"  TO  WS-FX-FOUND.
           MOVE  1    TO  WS-FX-RATE.
           IF  WS-FX-CURR = SPACES  OR  WS-FX-CURR = "GBP"
               MOVE  "Y"  TO  WS-FX-FOUND
               GO  FRATE-EXIT
           END-IF.
           MOVE  WS-FX-CURR  TO  XWCURR OF CURRHST-RECORD.
           MOVE  ZEROS       TO  RTEFDT.
           MOVE  "Y"  TO  RECORD-FOUND-CURRHST.
           START  CURRHST-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CURRHST-RECORD
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CURRHST
           END-START.
           PERFORM  SCAN-CURRHST-RATE  THRU  SCNCHS-EXIT
                    UNTIL  RECORD-FOUND-CURRHST = "N".
           IF  WS-FX-FOUND = "Y"
               GO  FRATE-EXIT
           END-IF.
           MOVE  WS-FX-CURR  TO  XWCURR OF CURRTAB-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CURRTAB.
           READ  CURRTAB-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CURRTAB
           END-READ.
           IF  RECORD-FOUND-CURRTAB = "Y"
               MOVE  CUREXR OF CURRTAB-RECORD  TO  WS-FX-RATE
               MOVE  "Y"  TO  WS-FX-FOUND
           END-IF.
       FRATE-EXIT.  EXIT.

       SCAN-CURRHST-RATE.
           READ  CURRHST-FILE  NEXT RECORD
                   AT END
                       MOVE  "N"  TO  RECORD-FOUND-CURRHST
                       GO  SCNCHS-EXIT
           END-READ.
           IF  XWCURR OF CURRHST-RECORD NOT = WS-FX-CURR
               MOVE  "N"  TO  RECORD-FOUND-CURRHST
               GO  SCNCHS-EXIT
           END-IF.
           IF  RTEFDT > WS-FX-DATE  AND  WS-FX-FOUND = "Y"
               MOVE  "N"  TO  RECORD-FOUND-CURRHST
               GO  SCNCHS-EXIT
           END-IF.
           MOVE  CUREXR OF CURRHST-RECORD  TO  WS-FX-RATE.
           MOVE  "Y"  TO  WS-FX-FOUND.
           IF  RTEFDT > WS-FX-DATE
               MOVE  "N"  TO  RECORD-FOUND-CURRHST
           END-IF.
       SCNCHS-EXIT.  EXIT.
