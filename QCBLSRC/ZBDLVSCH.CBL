       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBDLVSCH.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * FORWARD DELIVERY SCHEDULE AND OPEN-ORDER BACKLOG.
      *
      * WEEKLY PLANNING REPORT, RUN AGAINST A RUN DATE.  READS CONHDR
      * THROUGH THE SALESMAN VIEW (CONHDRL2) AND, FOR EVERY CONTRACT
      * WHOSE STATUS IS STILL OPEN, WORKS OUT EACH CONDTL LINE'S OPEN
      * QUANTITY - XWQTY LESS THE QUANTITY SHIPPED AGAINST IT ON
      * CONSHP.  A LINE WITH NOTHING LEFT TO SHIP (OR A RETURN LINE)
      * IS NOT PART OF THE BACKLOG.
      *
      * EACH OPEN LINE IS SCHEDULED ON ITS OWN DELIVERY DATE (XWLDDT),
      * OR THE CONTRACT DELIVERY DATE (XWDLDT) WHERE THE LINE HAS NONE:
      *   - DUE BEFORE THE RUN DATE          - ARREARS
      *   - DUE IN THE RUN MONTH OR ONE OF THE ELEVEN MONTHS AFTER IT
      *                                      - THAT MONTH'S COLUMN; THE
      *     TWELFTH COLUMN ALSO TAKES EVERYTHING DUE LATER STILL.
      * LINES WITH NO VALID DATE AT ALL CANNOT BE SCHEDULED AND ARE
      * ONLY COUNTED (AND SENT ON THE PLANNING FILE AS "UNDATED").
      *
      * SECTION 1 PRINTS, PER SALESMAN, EACH ITEM (WITH ITDESC) AS A
      * QUANTITY ROW AND A VALUE ROW ACROSS THE ARREARS AND TWELVE
      * MONTH COLUMNS WITH AN ITEM TOTAL, THEN THE SALESMAN TOTAL; IT
      * ENDS WITH THE SAME GRID FOR ALL SALESMEN BY ITEM AND THE GRAND
      * TOTAL.  VALUE IS THE OPEN QUANTITY AT THE LINE UNIT PRICE,
      * CONVERTED TO STERLING BASE CURRENCY AT TODAY'S CURRTAB RATE SO
      * LINES IN DIFFERENT CURRENCIES CAN BE ADDED TOGETHER.
      *
      * SECTION 2 LISTS THE OPEN LINES WHOSE OWN DELIVERY DATE FALLS
      * AFTER THE CONTRACT DELIVERY DATE - THOSE CONTRACTS CANNOT BE
      * DELIVERED COMPLETE ON THE DATE PROMISED.
      *
      * THE SAME OPEN LINES ARE WRITTEN TO THE PIPE-DELIMITED PLANNING
      * FILE PLNINT, ONE "D" RECORD PER LINE (SALESMAN, ITEM, ITDESC,
      * CONTRACT, LINE, CUSTOMER, DELIVERY DATE, PERIOD, OPEN QUANTITY,
      * CURRENCY, CONTRACT AND BASE VALUE, LATE FLAG), BETWEEN AN "H"
      * HEADER CARRYING THE RUN DATE AND A "T" TRAILER CARRYING THE
      * RECORD COUNT AND HASH TOTALS, AS FININT IS BUILT.  THE PERIOD
      * IS THE DELIVERY MONTH (CCYYMM), "ARREARS" OR "UNDATED".
      *
      * A ZERO OR INVALID RUN DATE ABANDONS THE RUN - THE REPORT SAYS
      * SO AND THE FILE CARRIES A SINGLE "E" RECORD.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONHDRL2-FILE
               ASSIGN TO DATABASE-CONHDRL2
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRL2-RECORD
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRL2-FILE-STATUS.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
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

           SELECT ITEMS-FILE
               ASSIGN TO DATABASE-ITEMS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ITEMS-RECORD.

           SELECT CURRTAB-FILE
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                     OF CURRTAB-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

           SELECT STATRN-FILE
               ASSIGN TO DATABASE-STATRN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STATRN-RECORD
                                      WITH DUPLICATES.

           SELECT SCHRPT-FILE
               ASSIGN TO PRINTER-SCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHRPT-FILE-STATUS.

           SELECT PLNINT-FILE
               ASSIGN TO DATABASE-PLNINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLNINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDRL2-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRL2-RECORD.
           COPY DDS-CONHDRR       OF  CONHDRL2.

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

       FD  ITEMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEMS-RECORD.
           COPY DDS-ITEMSR        OF  ITEMS.

       FD  CURRTAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRTAB-RECORD.
           COPY DDS-CURRTABR      OF  CURRTAB.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  STATRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATRN-RECORD.
           COPY DDS-TRANSR        OF  STATRN.

       FD  SCHRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  SCHRPT-RECORD              PIC X(132).

       FD  PLNINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLNINT-RECORD              PIC X(160).

       WORKING-STORAGE SECTION.

       01  CONHDRL2-FILE-STATUS       PIC X(02).
       01  CONHDR-FILE-STATUS         PIC X(02).
       01  CONDTL-FILE-STATUS         PIC X(02).
       01  CONSHP-FILE-STATUS         PIC X(02).
       01  SCHRPT-FILE-STATUS         PIC X(02).
       01  PLNINT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONHDRL2            PIC X(01)   VALUE "N".
       01  WS-EOF-CONHDR              PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONDTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONSHP        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-ITEMS         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CURRTAB       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-SLMEN         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-STATRN        PIC X(01)   VALUE "N".

       01  WS-RUN-DATE                PIC 9(08)   VALUE 0.
       01  WS-RUN-DATE-R  REDEFINES  WS-RUN-DATE.
           02  WS-RUN-YYYY            PIC 9(04).
           02  WS-RUN-MM              PIC 9(02).
           02  WS-RUN-DD              PIC 9(02).
       01  WS-DUE-DATE                PIC 9(08)   VALUE 0.
       01  WS-DUE-DATE-R  REDEFINES  WS-DUE-DATE.
           02  WS-DUE-YYYYMM          PIC 9(06).
           02  FILLER  REDEFINES  WS-DUE-YYYYMM.
               03  WS-DUE-YYYY        PIC 9(04).
               03  WS-DUE-MM          PIC 9(02).
           02  WS-DUE-DD              PIC 9(02).
       01  WS-RUN-DATE-INT            PIC S9(09)  COMP VALUE 0.
       01  WS-DUE-DATE-INT            PIC S9(09)  COMP VALUE 0.
       01  WS-HDR-DATE-INT            PIC S9(09)  COMP VALUE 0.
       01  WS-DAYS-LATE               PIC S9(05)  COMP VALUE 0.
       01  WS-MONTH-OFFSET            PIC S9(05)  COMP VALUE 0.
       01  WS-BUCKET-NO               PIC 9(02)   VALUE 0.
       01  WS-BKT-SUB                 PIC 9(02)   COMP VALUE 0.
       01  WS-WORK-YYYY               PIC 9(04)   VALUE 0.
       01  WS-WORK-MM                 PIC 9(02)   VALUE 0.

      * THE CONTRACT BEING SCHEDULED, TAKEN FROM WHICHEVER VIEW OF
      * CONHDR THE PASS IS READING.
       01  WS-CUR-XWORDN              PIC 9(07)   VALUE 0.
       01  WS-CUR-XWBCCD              PIC X(11)   VALUE SPACES.
       01  WS-CUR-XWDLDT              PIC 9(08)   VALUE 0.
       01  WS-CUR-XWCURR              PIC X(03)   VALUE SPACES.
       01  WS-CUR-PERSON              PIC X(05)   VALUE SPACES.
       01  WS-CHK-XWSTAT              PIC X(02)   VALUE SPACES.

       01  WS-SHIPPED-QTY             PIC S9(09)  VALUE 0.
       01  WS-OPEN-QTY                PIC S9(09)  VALUE 0.
       01  WS-OPEN-VALUE              PIC S9(11)V99 VALUE 0.
       01  WS-BASE-VALUE              PIC S9(11)V99 VALUE 0.
       01  WS-WHOLE-VALUE             PIC S9(11)  VALUE 0.
       01  WS-LATE-FLAG               PIC X(01)   VALUE "N".
       01  WS-ITEM-DESC               PIC X(30)   VALUE SPACES.

       01  WS-PRIOR-PERSON            PIC X(05)   VALUE SPACES.
       01  WS-SLMN-ACTIVE             PIC X(01)   VALUE "N".
       01  WS-ITEM-FOUND              PIC X(01)   VALUE "N".
       01  WS-LATE-PRINTED            PIC X(01)   VALUE "N".

       01  WS-HDR-READ                PIC 9(07)   VALUE 0.
       01  WS-HDR-OPEN                PIC 9(07)   VALUE 0.
       01  WS-DTL-READ                PIC 9(07)   VALUE 0.
       01  WS-DTL-OPEN                PIC 9(07)   VALUE 0.
       01  WS-DTL-ARREARS             PIC 9(07)   VALUE 0.
       01  WS-DTL-UNDATED             PIC 9(07)   VALUE 0.
       01  WS-DTL-LATE                PIC 9(07)   VALUE 0.
       01  WS-DTL-AT-PAR              PIC 9(07)   VALUE 0.

      * CACHE OF STATUSES ALREADY TESTED AGAINST STATRN, SO THE RULE
      * FILE IS ONLY SEARCHED ONCE PER DISTINCT STATUS IN THE RUN.
       01  WS-STAT-TABLE.
           02  WS-STAT-COUNT          PIC 9(04)   VALUE 0.
           02  WS-STAT-ENTRY  OCCURS 0 TO 100 TIMES
                              DEPENDING ON WS-STAT-COUNT
                              INDEXED BY STAT-IDX.
               03  WS-STAT-CODE       PIC X(02).
               03  WS-STAT-OPEN       PIC X(01).
       01  WS-STATUS-OPEN             PIC X(01)   VALUE "N".

      * CACHE OF CURRENCY RATES ALREADY FETCHED FROM CURRTAB.
       01  WS-RATE-TABLE.
           02  WS-RATE-COUNT          PIC 9(04)   VALUE 0.
           02  WS-RATE-ENTRY  OCCURS 0 TO 100 TIMES
                              DEPENDING ON WS-RATE-COUNT
                              INDEXED BY RATE-IDX.
               03  WS-RATE-CURR       PIC X(03).
               03  WS-RATE-VALUE      PIC 9(03)V9(06).
               03  WS-RATE-KNOWN      PIC X(01).
       01  WS-CURR-RATE               PIC 9(03)V9(06) VALUE 0.
       01  WS-CURR-KNOWN              PIC X(01)   VALUE "N".

      * SCHEDULE GRIDS.  BUCKET 1 IS ARREARS, BUCKETS 2-13 THE RUN
      * MONTH AND THE ELEVEN MONTHS AFTER IT (13 TAKING ANYTHING LATER)
      * AND BUCKET 14 THE TOTAL ACROSS THEM.  QUANTITIES ARE OPEN
      * QUANTITIES; VALUES ARE IN BASE CURRENCY.
      *
      * ITEMS FOR THE SALESMAN BEING READ - CLEARED AT EACH BREAK.
       01  WS-SITM-TABLE.
           02  WS-SITM-COUNT          PIC 9(04)   VALUE 0.
           02  WS-SITM-ENTRY  OCCURS 0 TO 500 TIMES
                              DEPENDING ON WS-SITM-COUNT
                              INDEXED BY SITM-IDX.
               03  WS-SITM-ITEM       PIC X(15).
               03  WS-SITM-GRID.
                   04  WS-SITM-BKT  OCCURS 14 TIMES.
                       05  WS-SITM-QTY    PIC S9(09).
                       05  WS-SITM-VALUE  PIC S9(11)V99.

      * ITEMS FOR ALL SALESMEN.
       01  WS-GITM-TABLE.
           02  WS-GITM-COUNT          PIC 9(04)   VALUE 0.
           02  WS-GITM-ENTRY  OCCURS 0 TO 1000 TIMES
                              DEPENDING ON WS-GITM-COUNT
                              INDEXED BY GITM-IDX.
               03  WS-GITM-ITEM       PIC X(15).
               03  WS-GITM-GRID.
                   04  WS-GITM-BKT  OCCURS 14 TIMES.
                       05  WS-GITM-QTY    PIC S9(09).
                       05  WS-GITM-VALUE  PIC S9(11)V99.

      * SET WHEN AN ITEM TABLE FILLS, SO THE ITEM ROWS NO LONGER ADD
      * UP TO THE SALESMAN AND GRAND TOTALS (WHICH TAKE EVERY LINE).
       01  WS-SITM-OVERFLOW           PIC X(01)   VALUE "N".
       01  WS-GITM-OVERFLOW           PIC X(01)   VALUE "N".

       01  WS-SLMN-GRID.
           02  WS-SLMN-BKT  OCCURS 14 TIMES.
               03  WS-SLMN-QTY        PIC S9(09).
               03  WS-SLMN-VALUE      PIC S9(11)V99.

       01  WS-GRND-GRID.
           02  WS-GRND-BKT  OCCURS 14 TIMES.
               03  WS-GRND-QTY        PIC S9(09).
               03  WS-GRND-VALUE      PIC S9(11)V99.

      * THE GRID BEING PRINTED, AND THE ITEM ORDER SELECTION.
       01  WS-PRT-GRID.
           02  WS-PRT-BKT  OCCURS 14 TIMES.
               03  WS-PRT-QTY         PIC S9(09).
               03  WS-PRT-VALUE       PIC S9(11)V99.
       01  WS-LAST-ITEM               PIC X(15)   VALUE LOW-VALUES.
       01  WS-NEXT-ITEM               PIC X(15)   VALUE HIGH-VALUES.
       01  WS-NEXT-SUB                PIC 9(04)   COMP VALUE 0.
       01  WS-ITEMS-PRINTED           PIC 9(04)   COMP VALUE 0.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(42)
               VALUE "FORWARD DELIVERY SCHEDULE - OPEN BACKLOG".
           02  FILLER                 PIC X(30)   VALUE SPACES.
           02  FILLER                 PIC X(09)   VALUE "RUN DATE".
           02  RPT-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(03)   VALUE SPACES.

       01  WS-RPT-NOTE-LINE-1.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "VALUES ARE OPEN QUANTITY AT LINE UNIT PRICE,".
           02  FILLER                 PIC X(86)
               VALUE " IN STERLING BASE CURRENCY, WHOLE UNITS".

       01  WS-RPT-NOTE-LINE-2.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(43)
               VALUE "ARREARS ARE DUE BEFORE THE RUN DATE - THE".
           02  FILLER                 PIC X(88)
               VALUE " LAST MONTH SHOWN INCLUDES ALL LATER DATES".

       01  WS-RPT-SLMN-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "SALESMAN".
           02  RPT-SLMN-CODE          PIC X(05).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-SLMN-NAME          PIC X(30).
           02  FILLER                 PIC X(85)   VALUE SPACES.

       01  WS-RPT-GRAND-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(30)
               VALUE "ALL SALESMEN".
           02  FILLER                 PIC X(101)  VALUE SPACES.

      * COLUMN HEADINGS ARE FILLED IN FROM THE RUN DATE AT START-UP.
       01  WS-RPT-GRID-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  RPT-GHDG-COL  OCCURS 14 TIMES
                                      PIC X(09).

       01  WS-RPT-ITEM-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(05)   VALUE "ITEM".
           02  RPT-ITM-CODE           PIC X(15).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-ITM-DESC           PIC X(30).
           02  FILLER                 PIC X(79)   VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-TOT-DESC           PIC X(40).
           02  FILLER                 PIC X(91)   VALUE SPACES.

       01  WS-RPT-GRID-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-GRID-LABEL         PIC X(05).
           02  RPT-GRID-COL  OCCURS 14 TIMES
                                      PIC X(09).

       01  WS-EDIT-GRID               PIC ZZZZZZZ9-.

       01  WS-RPT-LATE-TITLE-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(50)
               VALUE "OPEN LINES DUE AFTER THE CONTRACT DELIVERY DATE".
           02  FILLER                 PIC X(81)   VALUE SPACES.

       01  WS-RPT-LATE-HDG-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(09)   VALUE "CONTRACT".
           02  FILLER                 PIC X(05)   VALUE "LINE".
           02  FILLER                 PIC X(13)   VALUE "CUSTOMER".
           02  FILLER                 PIC X(07)   VALUE "SLMN".
           02  FILLER                 PIC X(17)   VALUE "ITEM".
           02  FILLER                 PIC X(10)   VALUE "CONT DLV".
           02  FILLER                 PIC X(10)   VALUE "LINE DLV".
           02  FILLER                 PIC X(07)   VALUE "  DAYS".
           02  FILLER                 PIC X(11)   VALUE " OPEN QTY".
           02  FILLER                 PIC X(05)   VALUE "CUR".
           02  FILLER                 PIC X(17)
               VALUE "       OPEN VALUE".
           02  FILLER                 PIC X(20)   VALUE SPACES.

       01  WS-RPT-LATE-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-LT-ORDN            PIC 9(07).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-LINE            PIC 9(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-BCCD            PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-SLMN            PIC X(05).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-ITEM            PIC X(15).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-HDDT            PIC 9(08).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-LNDT            PIC 9(08).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-DAYS            PIC ZZZZ9.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-QTY             PIC ZZZZZZZ9-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-CURR            PIC X(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-LT-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(20)   VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(50)
               VALUE "NO OPEN LINE IS DUE AFTER ITS CONTRACT DATE".
           02  FILLER                 PIC X(81)   VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-COUNT-DESC         PIC X(40).
           02  RPT-COUNT-VALUE        PIC ZZZZZZ9.
           02  FILLER                 PIC X(84)   VALUE SPACES.

       01  WS-RPT-OVERFLOW-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(51)
              VALUE "** TABLE CAPACITY EXCEEDED - ITEM ROWS INCOMPLETE".
           02  FILLER                 PIC X(80)   VALUE " **".

       01  WS-RPT-ERROR-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "** RUN DATE PARAMETER IS NOT VALID - RUN ABAN".
           02  FILLER                 PIC X(86)
               VALUE "DONED **".

       01  WS-RPT-BLANK-LINE          PIC X(132)  VALUE SPACES.

      * PLANNING FILE FIELDS.
       01  WS-PLN-COUNT               PIC 9(07)   VALUE 0.
       01  WS-PLN-QTY-HASH            PIC S9(13)  VALUE 0.
       01  WS-PLN-VALUE-HASH          PIC S9(13)V99 VALUE 0.
       01  WS-EXT-PERIOD              PIC X(07)   VALUE SPACES.
       01  WS-EXT-QTY                 PIC +9(09).
       01  WS-EXT-VALUE               PIC +9(09).99.
       01  WS-EXT-BASE                PIC +9(09).99.
       01  WS-EXT-QTY-HASH            PIC +9(13).
       01  WS-EXT-HASH                PIC +9(13).99.
       01  WS-EXT-COUNT               PIC 9(07).
       01  WS-EXT-DATE                PIC 9(08).

       01  WS-PLNINT-LINE             PIC X(160)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-RUN-DATE.

       MAIN-PROCESSING.

           OPEN  INPUT  CONHDRL2-FILE
                        CONHDR-FILE
                        CONDTL-FILE
                        CONSHP-FILE
                        ITEMS-FILE
                        CURRTAB-FILE
                        SLMEN-FILE
                        STATRN-FILE
                 OUTPUT SCHRPT-FILE
                        PLNINT-FILE.

           INITIALIZE  WS-SLMN-GRID  WS-GRND-GRID
              REPLACING NUMERIC BY ZEROS.

           MOVE  LS-RUN-DATE  TO  RPT-RUN-DATE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

      * A ZERO OR INVALID RUN DATE WOULD PUT EVERY LINE IN THE WRONG
      * COLUMN - ABANDON THE RUN, AND SEND AN "E" RECORD SO PLANNING
      * DO NOT LOAD AN EMPTY SCHEDULE AS IF IT WERE COMPLETE.
           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               PERFORM  WRITE-ERROR-RECORD  THRU  WRERR-EXIT
               GO  MAIN-WRAP-UP
           END-IF.
           COMPUTE  WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (LS-RUN-DATE).
           IF  WS-RUN-DATE-INT = ZEROS
               PERFORM  WRITE-ERROR-RECORD  THRU  WRERR-EXIT
               GO  MAIN-WRAP-UP
           END-IF.
           MOVE  LS-RUN-DATE  TO  WS-RUN-DATE.

           PERFORM  BUILD-COLUMN-HEADINGS  THRU  BLDHDG-EXIT.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-NOTE-LINE-1.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-NOTE-LINE-2.
           PERFORM  WRITE-HEADER-RECORD  THRU  WRHDR-EXIT.

           PERFORM  READ-CONHDRL2-FILE    THRU  RDCHL2-EXIT.
           PERFORM  PROCESS-CONHDRL2-FILE THRU  PRCCHL2-EXIT
                    UNTIL  WS-EOF-CONHDRL2 = "Y".

           IF  WS-SLMN-ACTIVE = "Y"
               PERFORM  PRINT-SALESMAN-SECTION  THRU  PRSLMN-EXIT
           END-IF.
           PERFORM  PRINT-GRAND-SECTION   THRU  PRGRND-EXIT.

           PERFORM  PRINT-LATE-SECTION    THRU  PRLATE-EXIT.

           PERFORM  WRITE-CONTROL-TOTALS  THRU  WRCTLT-EXIT.
           PERFORM  WRITE-TRAILER-RECORD  THRU  WRTRL-EXIT.

       MAIN-WRAP-UP.
           CLOSE  CONHDRL2-FILE  CONHDR-FILE  CONDTL-FILE  CONSHP-FILE
                  ITEMS-FILE  CURRTAB-FILE  SLMEN-FILE  STATRN-FILE
                  SCHRPT-FILE  PLNINT-FILE.

           GOBACK.

       WRITE-ERROR-RECORD.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-ERROR-LINE.
           MOVE  SPACES  TO  WS-PLNINT-LINE.
           STRING  "E"             DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   "INVALID RUN DATE - SCHEDULE ABANDONED"
                                   DELIMITED BY SIZE
                   INTO  WS-PLNINT-LINE.
           WRITE  PLNINT-RECORD  FROM  WS-PLNINT-LINE.
       WRERR-EXIT.  EXIT.

      ******************************************************************
      * COLUMN 1 IS ARREARS, COLUMNS 2-13 THE RUN MONTH ONWARDS AS
      * CCYY-MM (THE LAST MARKED "+" AS IT TAKES EVERYTHING LATER),
      * COLUMN 14 THE TOTAL.
      ******************************************************************
       BUILD-COLUMN-HEADINGS.
           MOVE  "  ARREARS"  TO  RPT-GHDG-COL (1).
           MOVE  "    TOTAL"  TO  RPT-GHDG-COL (14).
           MOVE  WS-RUN-YYYY  TO  WS-WORK-YYYY.
           MOVE  WS-RUN-MM    TO  WS-WORK-MM.
           PERFORM  BUILD-MONTH-HEADING  THRU  BLDMTH-EXIT
                    VARYING  WS-BKT-SUB  FROM  2  BY  1
                    UNTIL  WS-BKT-SUB > 13.
       BLDHDG-EXIT.  EXIT.

       BUILD-MONTH-HEADING.
           MOVE  SPACES  TO  RPT-GHDG-COL (WS-BKT-SUB).
           IF  WS-BKT-SUB < 13
               STRING  "  "          DELIMITED BY SIZE
                       WS-WORK-YYYY  DELIMITED BY SIZE
                       "-"           DELIMITED BY SIZE
                       WS-WORK-MM    DELIMITED BY SIZE
                       INTO  RPT-GHDG-COL (WS-BKT-SUB)
           ELSE
               STRING  " "           DELIMITED BY SIZE
                       WS-WORK-YYYY  DELIMITED BY SIZE
                       "-"           DELIMITED BY SIZE
                       WS-WORK-MM    DELIMITED BY SIZE
                       "+"           DELIMITED BY SIZE
                       INTO  RPT-GHDG-COL (WS-BKT-SUB)
           END-IF.
           ADD  1  TO  WS-WORK-MM.
           IF  WS-WORK-MM > 12
               MOVE  1  TO  WS-WORK-MM
               ADD   1  TO  WS-WORK-YYYY
           END-IF.
       BLDMTH-EXIT.  EXIT.

       READ-CONHDRL2-FILE.
           READ  CONHDRL2-FILE
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDRL2
           END-READ.
       RDCHL2-EXIT.  EXIT.

       PROCESS-CONHDRL2-FILE.
           ADD  1  TO  WS-HDR-READ.
           MOVE  XWSTAT OF CONHDRL2-RECORD  TO  WS-CHK-XWSTAT.
           PERFORM  CHECK-STATUS-OPEN  THRU  CHKOPN-EXIT.
           IF  WS-STATUS-OPEN = "Y"
               ADD  1  TO  WS-HDR-OPEN
               MOVE  XWORDN OF CONHDRL2-RECORD  TO  WS-CUR-XWORDN
               MOVE  XWBCCD OF CONHDRL2-RECORD  TO  WS-CUR-XWBCCD
               MOVE  XWDLDT OF CONHDRL2-RECORD  TO  WS-CUR-XWDLDT
               MOVE  XWCURR OF CONHDRL2-RECORD  TO  WS-CUR-XWCURR
               MOVE  PERSON OF CONHDRL2-RECORD  TO  WS-CUR-PERSON
               PERFORM  FIND-CURRENCY-RATE      THRU  FCRATE-EXIT
               PERFORM  SCHEDULE-CONTRACT-LINES THRU  SCHCLN-EXIT
           END-IF.
           PERFORM  READ-CONHDRL2-FILE  THRU  RDCHL2-EXIT.
       PRCCHL2-EXIT.  EXIT.

       SCHEDULE-CONTRACT-LINES.
           PERFORM  START-CONDTL-BLOCK  THRU  STDBK-EXIT.
           PERFORM  SCHEDULE-ONE-LINE   THRU  SCH1LN-EXIT
                    UNTIL  RECORD-FOUND-CONDTL = "N".
       SCHCLN-EXIT.  EXIT.

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
       STDBK-EXIT.  EXIT.

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
      * SCHEDULE ONE CONTRACT LINE.  ONLY LINES WITH SOMETHING STILL TO
      * SHIP ARE PART OF THE BACKLOG.  EVERY OPEN LINE GOES ON THE
      * PLANNING FILE; A LINE WITH NO USABLE DELIVERY DATE IS COUNTED
      * BUT CANNOT BE PLACED IN A COLUMN.
      ******************************************************************
       SCHEDULE-ONE-LINE.
           ADD  1  TO  WS-DTL-READ.
           PERFORM  CALC-OPEN-QUANTITY  THRU  CALCOQ-EXIT.
           IF  WS-OPEN-QTY < 1
               GO  SCH1LN-NEXT.
           ADD  1  TO  WS-DTL-OPEN.

           COMPUTE  WS-OPEN-VALUE ROUNDED =
                    WS-OPEN-QTY * XWUPRC OF CONDTL-RECORD.
           COMPUTE  WS-BASE-VALUE ROUNDED =
                    WS-OPEN-VALUE * WS-CURR-RATE.
           IF  WS-CURR-KNOWN = "N"
               ADD  1  TO  WS-DTL-AT-PAR
           END-IF.

           PERFORM  SET-DELIVERY-BUCKET  THRU  SETBKT-EXIT.

           MOVE  "N"  TO  WS-LATE-FLAG.
           IF  XWLDDT OF CONDTL-RECORD NOT = ZEROS
                   AND WS-CUR-XWDLDT NOT = ZEROS
                   AND XWLDDT OF CONDTL-RECORD > WS-CUR-XWDLDT
               MOVE  "Y"  TO  WS-LATE-FLAG
               ADD   1    TO  WS-DTL-LATE
           END-IF.

           MOVE  XWITEM OF CONDTL-RECORD  TO  XWITEM OF ITEMS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ITEMS.
           READ  ITEMS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-ITEMS
           END-READ.
           IF  RECORD-FOUND-ITEMS = "Y"
               MOVE  ITDESC OF ITEMS-RECORD  TO  WS-ITEM-DESC
           ELSE
               MOVE  SPACES  TO  WS-ITEM-DESC
           END-IF.
           PERFORM  WRITE-DETAIL-RECORD  THRU  WRDTL-EXIT.

           IF  WS-BUCKET-NO = ZEROS
               ADD  1  TO  WS-DTL-UNDATED
               GO  SCH1LN-NEXT.
           IF  WS-BUCKET-NO = 1
               ADD  1  TO  WS-DTL-ARREARS
           END-IF.

           IF  WS-CUR-PERSON NOT = WS-PRIOR-PERSON
                   OR WS-SLMN-ACTIVE = "N"
               IF  WS-SLMN-ACTIVE = "Y"
                   PERFORM  PRINT-SALESMAN-SECTION  THRU  PRSLMN-EXIT
               END-IF
               PERFORM  START-NEW-SALESMAN  THRU  STNSLM-EXIT
           END-IF.

           PERFORM  ACCUM-SALESMAN-ITEM  THRU  ACSITM-EXIT.
           PERFORM  ACCUM-GRAND-ITEM     THRU  ACGITM-EXIT.
           ADD  WS-OPEN-QTY    TO  WS-SLMN-QTY (WS-BUCKET-NO)
                                   WS-SLMN-QTY (14)
                                   WS-GRND-QTY (WS-BUCKET-NO)
                                   WS-GRND-QTY (14).
           ADD  WS-BASE-VALUE  TO  WS-SLMN-VALUE (WS-BUCKET-NO)
                                   WS-SLMN-VALUE (14)
                                   WS-GRND-VALUE (WS-BUCKET-NO)
                                   WS-GRND-VALUE (14).
       SCH1LN-NEXT.
           PERFORM  READ-CONDTL-IN-BLOCK  THRU  RDDBK-EXIT.
       SCH1LN-EXIT.  EXIT.

      ******************************************************************
      * OPEN QUANTITY = ORDERED LESS EVERY SHIPMENT RECORDED AGAINST
      * THE LINE (BACK-OUT SHIPMENTS ARE NEGATIVE AND NET OFF).
      ******************************************************************
       CALC-OPEN-QUANTITY.
           MOVE  ZEROS  TO  WS-SHIPPED-QTY.
           MOVE  XWORDN OF CONDTL-RECORD  TO  XWORDN OF CONSHP-RECORD.
           MOVE  XWLINE OF CONDTL-RECORD  TO  XWLINE OF CONSHP-RECORD.
           MOVE  ZEROS                    TO  SHPNO  OF CONSHP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHP.
           START CONSHP-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONSHP-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONSHP
           END-START.
           IF  RECORD-FOUND-CONSHP = "Y"
               PERFORM  READ-CONSHP-IN-BLOCK  THRU  RDSBK-EXIT
           END-IF.
           PERFORM  ADD-SHIPPED-QUANTITY  THRU  ADSHPQ-EXIT
                    UNTIL  RECORD-FOUND-CONSHP = "N".
           COMPUTE  WS-OPEN-QTY = XWQTY OF CONDTL-RECORD
                                - WS-SHIPPED-QTY.
       CALCOQ-EXIT.  EXIT.

       READ-CONSHP-IN-BLOCK.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHP.
           READ  CONSHP-FILE  NEXT RECORD
              AT END
                   MOVE  "N"  TO  RECORD-FOUND-CONSHP
                   GO RDSBK-EXIT.
           IF  XWORDN OF CONSHP-RECORD NOT = XWORDN OF CONDTL-RECORD
                   OR XWLINE OF CONSHP-RECORD NOT =
                                    XWLINE OF CONDTL-RECORD
               MOVE  "N"  TO  RECORD-FOUND-CONSHP
           END-IF.
       RDSBK-EXIT.  EXIT.

       ADD-SHIPPED-QUANTITY.
           ADD  SHQTY OF CONSHP-RECORD  TO  WS-SHIPPED-QTY.
           PERFORM  READ-CONSHP-IN-BLOCK  THRU  RDSBK-EXIT.
       ADSHPQ-EXIT.  EXIT.

      ******************************************************************
      * THE LINE IS DUE ON XWLDDT, OR ON THE CONTRACT DATE WHERE THE
      * LINE HAS NONE.  BUCKET ZERO MEANS NO VALID DATE; OTHERWISE AS
      * THE GRID (1 ARREARS, 2-13 BY MONTH FROM THE RUN MONTH).
      ******************************************************************
       SET-DELIVERY-BUCKET.
           MOVE  ZEROS  TO  WS-BUCKET-NO.
           MOVE  "UNDATED"  TO  WS-EXT-PERIOD.
           MOVE  XWLDDT OF CONDTL-RECORD  TO  WS-DUE-DATE.
           IF  WS-DUE-DATE = ZEROS
               MOVE  WS-CUR-XWDLDT  TO  WS-DUE-DATE
           END-IF.
           IF  WS-DUE-DATE = ZEROS
               GO  SETBKT-EXIT.
           COMPUTE  WS-DUE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DUE-DATE).
           IF  WS-DUE-DATE-INT = ZEROS
               GO  SETBKT-EXIT.

           IF  WS-DUE-DATE-INT < WS-RUN-DATE-INT
               MOVE  1  TO  WS-BUCKET-NO
               MOVE  "ARREARS"  TO  WS-EXT-PERIOD
               GO  SETBKT-EXIT.

           MOVE  WS-DUE-YYYYMM  TO  WS-EXT-PERIOD.
           COMPUTE  WS-MONTH-OFFSET =
                    (WS-DUE-YYYY - WS-RUN-YYYY) * 12
                  + WS-DUE-MM - WS-RUN-MM.
           IF  WS-MONTH-OFFSET > 11
               MOVE  11  TO  WS-MONTH-OFFSET
           END-IF.
           COMPUTE  WS-BUCKET-NO = WS-MONTH-OFFSET + 2.
       SETBKT-EXIT.  EXIT.

      ******************************************************************
      * LOOK THE STATUS UP IN THE RUN'S CACHE; ON A MISS, SEARCH
      * STATRN FOR ANY RULE LEAVING THE STATUS AND REMEMBER THE
      * ANSWER.  THE STATUS IS PASSED IN WS-CHK-XWSTAT AS BOTH PASSES
      * USE IT.
      ******************************************************************
       CHECK-STATUS-OPEN.
           SET  STAT-IDX  TO  1.
           SEARCH  WS-STAT-ENTRY
                   AT END
                       PERFORM  TEST-STATUS-OPEN  THRU  TSTOPN-EXIT
                   WHEN  WS-STAT-CODE (STAT-IDX) = WS-CHK-XWSTAT
                       MOVE  WS-STAT-OPEN (STAT-IDX)  TO  WS-STATUS-OPEN
           END-SEARCH.
       CHKOPN-EXIT.  EXIT.

       TEST-STATUS-OPEN.
           MOVE  "N"  TO  WS-STATUS-OPEN.
           MOVE  WS-CHK-XWSTAT  TO  TRCSTA OF STATRN-RECORD.
           MOVE  SPACES         TO  TRNSTA OF STATRN-RECORD.
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
                   AND TRCSTA OF STATRN-RECORD = WS-CHK-XWSTAT
               MOVE  "Y"  TO  WS-STATUS-OPEN
           END-IF.
           IF  WS-STAT-COUNT < 100
               ADD  1  TO  WS-STAT-COUNT
               MOVE  WS-CHK-XWSTAT
                               TO  WS-STAT-CODE (WS-STAT-COUNT)
               MOVE  WS-STATUS-OPEN
                               TO  WS-STAT-OPEN (WS-STAT-COUNT)
           END-IF.
       TSTOPN-EXIT.  EXIT.

       FIND-CURRENCY-RATE.
           SET  RATE-IDX  TO  1.
           SEARCH  WS-RATE-ENTRY
                   AT END
                       PERFORM  READ-CURRTAB-RATE  THRU  RDRATE-EXIT
                   WHEN  WS-RATE-CURR (RATE-IDX) = WS-CUR-XWCURR
                       MOVE  WS-RATE-VALUE (RATE-IDX)  TO  WS-CURR-RATE
                       MOVE  WS-RATE-KNOWN (RATE-IDX)  TO  WS-CURR-KNOWN
           END-SEARCH.
       FCRATE-EXIT.  EXIT.

      * A CURRENCY MISSING FROM CURRTAB IS VALUED AT PAR AND COUNTED.
       READ-CURRTAB-RATE.
           MOVE  WS-CUR-XWCURR  TO  XWCURR OF CURRTAB-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CURRTAB.
           READ  CURRTAB-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CURRTAB
           END-READ.
           IF  RECORD-FOUND-CURRTAB = "Y"
               MOVE  CUREXR OF CURRTAB-RECORD  TO  WS-CURR-RATE
               MOVE  "Y"  TO  WS-CURR-KNOWN
           ELSE
               MOVE  1    TO  WS-CURR-RATE
               MOVE  "N"  TO  WS-CURR-KNOWN
           END-IF.
           IF  WS-RATE-COUNT < 100
               ADD  1  TO  WS-RATE-COUNT
               MOVE  WS-CUR-XWCURR
                               TO  WS-RATE-CURR (WS-RATE-COUNT)
               MOVE  WS-CURR-RATE
                               TO  WS-RATE-VALUE (WS-RATE-COUNT)
               MOVE  WS-CURR-KNOWN
                               TO  WS-RATE-KNOWN (WS-RATE-COUNT)
           END-IF.
       RDRATE-EXIT.  EXIT.

       START-NEW-SALESMAN.
           MOVE  WS-CUR-PERSON  TO  WS-PRIOR-PERSON.
           MOVE  "Y"  TO  WS-SLMN-ACTIVE.
           MOVE  ZEROS  TO  WS-SITM-COUNT.
           INITIALIZE  WS-SLMN-GRID
              REPLACING NUMERIC BY ZEROS.
       STNSLM-EXIT.  EXIT.

      ******************************************************************
      * ADD THE LINE TO ITS ITEM'S ROW IN THE SALESMAN AND ALL-SALESMEN
      * TABLES, OPENING A ROW FOR AN ITEM NOT SEEN YET.
      ******************************************************************
       ACCUM-SALESMAN-ITEM.
           MOVE  "N"  TO  WS-ITEM-FOUND.
           SET  SITM-IDX  TO  1.
           SEARCH  WS-SITM-ENTRY
                   AT END
                       PERFORM  ADD-SALESMAN-ITEM  THRU  ADSITM-EXIT
                   WHEN  WS-SITM-ITEM (SITM-IDX) =
                                    XWITEM OF CONDTL-RECORD
                       MOVE  "Y"  TO  WS-ITEM-FOUND
           END-SEARCH.
           IF  WS-ITEM-FOUND = "Y"
               ADD  WS-OPEN-QTY
                       TO  WS-SITM-QTY (SITM-IDX, WS-BUCKET-NO)
                           WS-SITM-QTY (SITM-IDX, 14)
               ADD  WS-BASE-VALUE
                       TO  WS-SITM-VALUE (SITM-IDX, WS-BUCKET-NO)
                           WS-SITM-VALUE (SITM-IDX, 14)
           END-IF.
       ACSITM-EXIT.  EXIT.

       ADD-SALESMAN-ITEM.
           IF  WS-SITM-COUNT < 500
               ADD  1  TO  WS-SITM-COUNT
               SET  SITM-IDX  TO  WS-SITM-COUNT
               MOVE  XWITEM OF CONDTL-RECORD
                               TO  WS-SITM-ITEM (SITM-IDX)
               INITIALIZE  WS-SITM-GRID (SITM-IDX)
                  REPLACING NUMERIC BY ZEROS
               MOVE  "Y"  TO  WS-ITEM-FOUND
           ELSE
               MOVE  "Y"  TO  WS-SITM-OVERFLOW
           END-IF.
       ADSITM-EXIT.  EXIT.

       ACCUM-GRAND-ITEM.
           MOVE  "N"  TO  WS-ITEM-FOUND.
           SET  GITM-IDX  TO  1.
           SEARCH  WS-GITM-ENTRY
                   AT END
                       PERFORM  ADD-GRAND-ITEM  THRU  ADGITM-EXIT
                   WHEN  WS-GITM-ITEM (GITM-IDX) =
                                    XWITEM OF CONDTL-RECORD
                       MOVE  "Y"  TO  WS-ITEM-FOUND
           END-SEARCH.
           IF  WS-ITEM-FOUND = "Y"
               ADD  WS-OPEN-QTY
                       TO  WS-GITM-QTY (GITM-IDX, WS-BUCKET-NO)
                           WS-GITM-QTY (GITM-IDX, 14)
               ADD  WS-BASE-VALUE
                       TO  WS-GITM-VALUE (GITM-IDX, WS-BUCKET-NO)
                           WS-GITM-VALUE (GITM-IDX, 14)
           END-IF.
       ACGITM-EXIT.  EXIT.

       ADD-GRAND-ITEM.
           IF  WS-GITM-COUNT < 1000
               ADD  1  TO  WS-GITM-COUNT
               SET  GITM-IDX  TO  WS-GITM-COUNT
               MOVE  XWITEM OF CONDTL-RECORD
                               TO  WS-GITM-ITEM (GITM-IDX)
               INITIALIZE  WS-GITM-GRID (GITM-IDX)
                  REPLACING NUMERIC BY ZEROS
               MOVE  "Y"  TO  WS-ITEM-FOUND
           ELSE
               MOVE  "Y"  TO  WS-GITM-OVERFLOW
           END-IF.
       ADGITM-EXIT.  EXIT.

      ******************************************************************
      * PRINT THE SALESMAN'S ITEMS IN ITEM CODE ORDER, THEN THE
      * SALESMAN TOTAL.  THE TABLE IS BUILT IN THE ORDER ITEMS ARE MET,
      * SO EACH PASS PICKS THE LOWEST CODE ABOVE THE ONE LAST PRINTED.
      ******************************************************************
       PRINT-SALESMAN-SECTION.
           MOVE  WS-PRIOR-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLMEN.
           READ  SLMEN-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-SLMEN
                       MOVE  ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-READ.

           MOVE  WS-PRIOR-PERSON        TO  RPT-SLMN-CODE.
           MOVE  PNAME OF SLMEN-RECORD  TO  RPT-SLMN-NAME.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-SLMN-LINE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-GRID-HDG-LINE.

           MOVE  LOW-VALUES  TO  WS-LAST-ITEM.
           MOVE  ZEROS       TO  WS-ITEMS-PRINTED.
           PERFORM  PRINT-NEXT-SALESMAN-ITEM  THRU  PRNSIT-EXIT
                    UNTIL  WS-ITEMS-PRINTED NOT < WS-SITM-COUNT.

           MOVE  SPACES  TO  RPT-TOT-DESC.
           STRING  "TOTAL FOR SALESMAN "  DELIMITED BY SIZE
                   WS-PRIOR-PERSON        DELIMITED BY SIZE
                   INTO  RPT-TOT-DESC.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-TOTAL-LINE.
           MOVE  WS-SLMN-GRID  TO  WS-PRT-GRID.
           PERFORM  PRINT-GRID-ROWS  THRU  PRGROW-EXIT.
       PRSLMN-EXIT.  EXIT.

       PRINT-NEXT-SALESMAN-ITEM.
           MOVE  HIGH-VALUES  TO  WS-NEXT-ITEM.
           MOVE  ZEROS        TO  WS-NEXT-SUB.
           PERFORM  FIND-NEXT-SALESMAN-ITEM  THRU  FNSITM-EXIT
                    VARYING  SITM-IDX  FROM  1  BY  1
                    UNTIL  SITM-IDX > WS-SITM-COUNT.
           MOVE  WS-NEXT-ITEM  TO  WS-LAST-ITEM.
           ADD  1  TO  WS-ITEMS-PRINTED.
           MOVE  WS-SITM-GRID (WS-NEXT-SUB)  TO  WS-PRT-GRID.
           PERFORM  PRINT-ITEM-GRID  THRU  PRIGRD-EXIT.
       PRNSIT-EXIT.  EXIT.

       FIND-NEXT-SALESMAN-ITEM.
           IF  WS-SITM-ITEM (SITM-IDX) > WS-LAST-ITEM
                   AND WS-SITM-ITEM (SITM-IDX) < WS-NEXT-ITEM
               MOVE  WS-SITM-ITEM (SITM-IDX)  TO  WS-NEXT-ITEM
               SET   WS-NEXT-SUB  TO  SITM-IDX
           END-IF.
       FNSITM-EXIT.  EXIT.

       PRINT-GRAND-SECTION.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-GRAND-LINE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-GRID-HDG-LINE.

           MOVE  LOW-VALUES  TO  WS-LAST-ITEM.
           MOVE  ZEROS       TO  WS-ITEMS-PRINTED.
           PERFORM  PRINT-NEXT-GRAND-ITEM  THRU  PRNGIT-EXIT
                    UNTIL  WS-ITEMS-PRINTED NOT < WS-GITM-COUNT.

           MOVE  "GRAND TOTAL"  TO  RPT-TOT-DESC.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-TOTAL-LINE.
           MOVE  WS-GRND-GRID  TO  WS-PRT-GRID.
           PERFORM  PRINT-GRID-ROWS  THRU  PRGROW-EXIT.
       PRGRND-EXIT.  EXIT.

       PRINT-NEXT-GRAND-ITEM.
           MOVE  HIGH-VALUES  TO  WS-NEXT-ITEM.
           MOVE  ZEROS        TO  WS-NEXT-SUB.
           PERFORM  FIND-NEXT-GRAND-ITEM  THRU  FNGITM-EXIT
                    VARYING  GITM-IDX  FROM  1  BY  1
                    UNTIL  GITM-IDX > WS-GITM-COUNT.
           MOVE  WS-NEXT-ITEM  TO  WS-LAST-ITEM.
           ADD  1  TO  WS-ITEMS-PRINTED.
           MOVE  WS-GITM-GRID (WS-NEXT-SUB)  TO  WS-PRT-GRID.
           PERFORM  PRINT-ITEM-GRID  THRU  PRIGRD-EXIT.
       PRNGIT-EXIT.  EXIT.

       FIND-NEXT-GRAND-ITEM.
           IF  WS-GITM-ITEM (GITM-IDX) > WS-LAST-ITEM
                   AND WS-GITM-ITEM (GITM-IDX) < WS-NEXT-ITEM
               MOVE  WS-GITM-ITEM (GITM-IDX)  TO  WS-NEXT-ITEM
               SET   WS-NEXT-SUB  TO  GITM-IDX
           END-IF.
       FNGITM-EXIT.  EXIT.

      * THE ITEM IN WS-NEXT-ITEM, WITH ITS DESCRIPTION, THEN ITS GRID.
       PRINT-ITEM-GRID.
           MOVE  WS-NEXT-ITEM  TO  XWITEM OF ITEMS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ITEMS.
           READ  ITEMS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-ITEMS
                       MOVE  ALL "-"  TO  ITDESC OF ITEMS-RECORD
           END-READ.
           MOVE  WS-NEXT-ITEM            TO  RPT-ITM-CODE.
           MOVE  ITDESC OF ITEMS-RECORD  TO  RPT-ITM-DESC.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-ITEM-LINE.
           PERFORM  PRINT-GRID-ROWS  THRU  PRGROW-EXIT.
       PRIGRD-EXIT.  EXIT.

      * THE QUANTITY AND VALUE ROWS OF WS-PRT-GRID.
       PRINT-GRID-ROWS.
           MOVE  "QTY"  TO  RPT-GRID-LABEL.
           PERFORM  EDIT-GRID-QUANTITY  THRU  EDGQTY-EXIT
                    VARYING  WS-BKT-SUB  FROM  1  BY  1
                    UNTIL  WS-BKT-SUB > 14.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-GRID-LINE.
           MOVE  "VALUE"  TO  RPT-GRID-LABEL.
           PERFORM  EDIT-GRID-VALUE  THRU  EDGVAL-EXIT
                    VARYING  WS-BKT-SUB  FROM  1  BY  1
                    UNTIL  WS-BKT-SUB > 14.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-GRID-LINE.
       PRGROW-EXIT.  EXIT.

       EDIT-GRID-QUANTITY.
           MOVE  WS-PRT-QTY (WS-BKT-SUB)  TO  WS-EDIT-GRID.
           MOVE  WS-EDIT-GRID  TO  RPT-GRID-COL (WS-BKT-SUB).
       EDGQTY-EXIT.  EXIT.

       EDIT-GRID-VALUE.
           COMPUTE  WS-WHOLE-VALUE ROUNDED =
                    WS-PRT-VALUE (WS-BKT-SUB).
           MOVE  WS-WHOLE-VALUE  TO  WS-EDIT-GRID.
           MOVE  WS-EDIT-GRID  TO  RPT-GRID-COL (WS-BKT-SUB).
       EDGVAL-EXIT.  EXIT.

      ******************************************************************
      * SECTION 2 - A SECOND PASS IN CONTRACT ORDER LISTING THE OPEN
      * LINES OF OPEN CONTRACTS THAT ARE DUE AFTER THE CONTRACT'S OWN
      * DELIVERY DATE.
      ******************************************************************
       PRINT-LATE-SECTION.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-LATE-TITLE-LINE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-LATE-HDG-LINE.

           PERFORM  READ-CONHDR-FILE     THRU  RDCHDR-EXIT.
           PERFORM  PROCESS-CONHDR-FILE  THRU  PRCCHDR-EXIT
                    UNTIL  WS-EOF-CONHDR = "Y".

           IF  WS-LATE-PRINTED = "N"
               WRITE  SCHRPT-RECORD  FROM  WS-RPT-NONE-LINE
           END-IF.
       PRLATE-EXIT.  EXIT.

       READ-CONHDR-FILE.
           READ  CONHDR-FILE
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDR
           END-READ.
       RDCHDR-EXIT.  EXIT.

       PROCESS-CONHDR-FILE.
           IF  XWDLDT OF CONHDR-RECORD = ZEROS
               GO  PRCCHDR-NEXT.
           MOVE  XWSTAT OF CONHDR-RECORD  TO  WS-CHK-XWSTAT.
           PERFORM  CHECK-STATUS-OPEN  THRU  CHKOPN-EXIT.
           IF  WS-STATUS-OPEN NOT = "Y"
               GO  PRCCHDR-NEXT.

           MOVE  XWORDN OF CONHDR-RECORD  TO  WS-CUR-XWORDN.
           MOVE  XWBCCD OF CONHDR-RECORD  TO  WS-CUR-XWBCCD.
           MOVE  XWDLDT OF CONHDR-RECORD  TO  WS-CUR-XWDLDT.
           MOVE  XWCURR OF CONHDR-RECORD  TO  WS-CUR-XWCURR.
           MOVE  PERSON OF CONHDR-RECORD  TO  WS-CUR-PERSON.
           COMPUTE  WS-HDR-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-CUR-XWDLDT).
           PERFORM  START-CONDTL-BLOCK  THRU  STDBK-EXIT.
           PERFORM  LIST-LATE-LINE  THRU  LSTLAT-EXIT
                    UNTIL  RECORD-FOUND-CONDTL = "N".
       PRCCHDR-NEXT.
           PERFORM  READ-CONHDR-FILE  THRU  RDCHDR-EXIT.
       PRCCHDR-EXIT.  EXIT.

       LIST-LATE-LINE.
           IF  XWLDDT OF CONDTL-RECORD = ZEROS
                   OR XWLDDT OF CONDTL-RECORD NOT > WS-CUR-XWDLDT
               GO  LSTLAT-NEXT.
           PERFORM  CALC-OPEN-QUANTITY  THRU  CALCOQ-EXIT.
           IF  WS-OPEN-QTY < 1
               GO  LSTLAT-NEXT.

           MOVE  ZEROS  TO  WS-DAYS-LATE.
           COMPUTE  WS-DUE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (XWLDDT OF CONDTL-RECORD).
           IF  WS-DUE-DATE-INT NOT = ZEROS
                   AND WS-HDR-DATE-INT NOT = ZEROS
               COMPUTE  WS-DAYS-LATE = WS-DUE-DATE-INT - WS-HDR-DATE-INT
           END-IF.
           COMPUTE  WS-OPEN-VALUE ROUNDED =
                    WS-OPEN-QTY * XWUPRC OF CONDTL-RECORD.

           MOVE  WS-CUR-XWORDN             TO  RPT-LT-ORDN.
           MOVE  XWLINE OF CONDTL-RECORD   TO  RPT-LT-LINE.
           MOVE  WS-CUR-XWBCCD             TO  RPT-LT-BCCD.
           MOVE  WS-CUR-PERSON             TO  RPT-LT-SLMN.
           MOVE  XWITEM OF CONDTL-RECORD   TO  RPT-LT-ITEM.
           MOVE  WS-CUR-XWDLDT             TO  RPT-LT-HDDT.
           MOVE  XWLDDT OF CONDTL-RECORD   TO  RPT-LT-LNDT.
           MOVE  WS-DAYS-LATE              TO  RPT-LT-DAYS.
           MOVE  WS-OPEN-QTY               TO  RPT-LT-QTY.
           MOVE  WS-CUR-XWCURR             TO  RPT-LT-CURR.
           MOVE  WS-OPEN-VALUE             TO  RPT-LT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-LATE-LINE.
           MOVE  "Y"  TO  WS-LATE-PRINTED.
       LSTLAT-NEXT.
           PERFORM  READ-CONDTL-IN-BLOCK  THRU  RDDBK-EXIT.
       LSTLAT-EXIT.  EXIT.

       WRITE-CONTROL-TOTALS.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONTRACTS READ"           TO  RPT-COUNT-DESC.
           MOVE  WS-HDR-READ                TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS IN AN OPEN STATUS"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-HDR-OPEN                TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACT LINES READ"      TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-READ                TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LINES WITH QUANTITY STILL TO SHIP"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-OPEN                TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "  IN ARREARS"             TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-ARREARS             TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "  NOT SCHEDULED - NO DELIVERY DATE"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-UNDATED             TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "  DUE AFTER THE CONTRACT DELIVERY DATE"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-LATE                TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "  VALUED AT PAR - CURRENCY NOT ON FILE"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-DTL-AT-PAR              TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "PLANNING FILE DETAIL RECORDS"
                                            TO  RPT-COUNT-DESC.
           MOVE  WS-PLN-COUNT               TO  RPT-COUNT-VALUE.
           WRITE  SCHRPT-RECORD  FROM  WS-RPT-COUNT-LINE.

           IF  WS-SITM-OVERFLOW = "Y" OR WS-GITM-OVERFLOW = "Y"
               WRITE  SCHRPT-RECORD  FROM  WS-RPT-OVERFLOW-LINE
           END-IF.
       WRCTLT-EXIT.  EXIT.

       WRITE-HEADER-RECORD.
           MOVE  LS-RUN-DATE  TO  WS-EXT-DATE.
           MOVE  SPACES  TO  WS-PLNINT-LINE.
           STRING  "H"             DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-DATE     DELIMITED BY SIZE
                   INTO  WS-PLNINT-LINE.
           WRITE  PLNINT-RECORD  FROM  WS-PLNINT-LINE.
       WRHDR-EXIT.  EXIT.

       WRITE-DETAIL-RECORD.
           MOVE  WS-OPEN-QTY    TO  WS-EXT-QTY.
           MOVE  WS-OPEN-VALUE  TO  WS-EXT-VALUE.
           MOVE  WS-BASE-VALUE  TO  WS-EXT-BASE.
           MOVE  SPACES  TO  WS-PLNINT-LINE.
           STRING  "D"                            DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CUR-PERSON                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   XWITEM OF CONDTL-RECORD        DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-ITEM-DESC                   DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CUR-XWORDN                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   XWLINE OF CONDTL-RECORD        DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CUR-XWBCCD                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DUE-DATE                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-PERIOD                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-QTY                     DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CUR-XWCURR                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-VALUE                   DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-BASE                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-LATE-FLAG                   DELIMITED BY SIZE
                   INTO  WS-PLNINT-LINE.
           WRITE  PLNINT-RECORD  FROM  WS-PLNINT-LINE.

           ADD  1  TO  WS-PLN-COUNT.
           ADD  WS-OPEN-QTY    TO  WS-PLN-QTY-HASH.
           ADD  WS-BASE-VALUE  TO  WS-PLN-VALUE-HASH.
       WRDTL-EXIT.  EXIT.

       WRITE-TRAILER-RECORD.
           MOVE  WS-PLN-COUNT       TO  WS-EXT-COUNT.
           MOVE  WS-PLN-QTY-HASH    TO  WS-EXT-QTY-HASH.
           MOVE  WS-PLN-VALUE-HASH  TO  WS-EXT-HASH.
           MOVE  SPACES  TO  WS-PLNINT-LINE.
           STRING  "T"             DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-COUNT    DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-QTY-HASH DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-HASH     DELIMITED BY SIZE
                   INTO  WS-PLNINT-LINE.
           WRITE  PLNINT-RECORD  FROM  WS-PLNINT-LINE.
       WRTRL-EXIT.  EXIT.
