       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBINVGEN.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * NIGHTLY INVOICING OF RECORDED SHIPMENTS.
      *
      * WALKS CONHDRL1 (CONTRACTS IN CUSTOMER ORDER) AND, FOR EACH
      * CONTRACT, PICKS UP EVERY CONSHP SHIPMENT NOT YET BILLED
      * (SHINVN ZERO).  EACH SHIPMENT IS PRICED AT ITS CONDTL LINE'S
      * XWUPRC IN THE CONTRACT CURRENCY (XWCURR, BLANK MEANING THE
      * STERLING BASE).  THE CONTRACT'S SHIPMENTS GO ON ONE INVOICE
      * PER RUN - AN INVHDR HEADER WITH ONE INVDTL LINE PER SHIPMENT -
      * NUMBERED FROM THE CONCTL "INVOICE" SERIES, AND EVERY SHIPMENT
      * BILLED IS STAMPED WITH THE DOCUMENT NUMBER SO A RERUN, OR THE
      * NEXT NIGHT, CANNOT BILL IT AGAIN.
      *
      * A NEGATIVE (BACK-OUT) SHIPMENT ON A LINE THAT HAS ALREADY HAD
      * A SHIPMENT INVOICED IS CREDITING GOODS THE CUSTOMER HAS BEEN
      * BILLED FOR - IT GOES ON A SEPARATE CREDIT NOTE (INVTYP "C",
      * HELD AT A POSITIVE VALUE) RATHER THAN REDUCING AN INVOICE.  A
      * BACK-OUT ON A LINE NOT YET BILLED SIMPLY NETS AGAINST THE
      * SHIPMENT IT CORRECTS ON THE SAME INVOICE.
      *
      * THE DOCUMENTS ARE PRINTED GROUPED BY CUSTOMER ON INVRPT, AND
      * WRITTEN TO THE PIPE-DELIMITED AR INTERFACE FILE ARINT IN THE
      * FININT STYLE - AN "H" HEADER CARRYING THE RUN DATE, ONE "D"
      * RECORD PER DOCUMENT (CREDIT NOTES SIGNED NEGATIVE FOR THE
      * LEDGER) AND A "T" TRAILER WITH THE RECORD COUNT AND A HASH
      * TOTAL OF THE AMOUNTS.  A ZERO OR INVALID RUN DATE WRITES A
      * SINGLE "E" RECORD AND BILLS NOTHING.
      *
      * A SHIPMENT WHOSE CONDTL LINE CANNOT BE FOUND IS LEFT UNBILLED
      * AND REPORTED FOR INVESTIGATION.  SO IS A SHIPMENT WHOSE INVDTL
      * LINE CANNOT BE WRITTEN, AND EVERY SHIPMENT OF A DOCUMENT WHOSE
      * INVHDR HEADER CANNOT BE WRITTEN - A SHIPMENT IS ONLY STAMPED
      * ONCE THE INVOICE BEHIND IT IS ON FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONHDRL1-FILE
               ASSIGN TO DATABASE-CONHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRL1-RECORD
                                      WITH DUPLICATES.

           SELECT CONDTL-FILE
               ASSIGN TO DATABASE-CONDTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONDTL-RECORD.

           SELECT CONSHP-FILE
               ASSIGN TO DATABASE-CONSHP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONSHP-RECORD
               FILE STATUS IS CONSHP-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT CONCTL-FILE
               ASSIGN TO DATABASE-CONCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONCTL-RECORD
               FILE STATUS IS CONCTL-FILE-STATUS.

           SELECT INVHDR-FILE
               ASSIGN TO DATABASE-INVHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVHDR-RECORD
               FILE STATUS IS INVHDR-FILE-STATUS.

           SELECT INVDTL-FILE
               ASSIGN TO DATABASE-INVDTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVDTL-RECORD
               FILE STATUS IS INVDTL-FILE-STATUS.

           SELECT ARINT-FILE
               ASSIGN TO DATABASE-ARINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARINT-FILE-STATUS.

           SELECT INVRPT-FILE
               ASSIGN TO PRINTER-INVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRL1-RECORD.
           COPY DDS-CONHDRR       OF  CONHDRL1.

       FD  CONDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDTL-RECORD.
           COPY DDS-CONDTLR       OF  CONDTL.

       FD  CONSHP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSHP-RECORD.
           COPY DDS-CONSHPR       OF  CONSHP.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  CONCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONCTL-RECORD.
           COPY DDS-CONCTLR       OF  CONCTL.

       FD  INVHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVHDR-RECORD.
           COPY DDS-INVHDRR       OF  INVHDR.

       FD  INVDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVDTL-RECORD.
           COPY DDS-INVDTLR       OF  INVDTL.

       FD  ARINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARINT-RECORD               PIC X(120).

       FD  INVRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  INVRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  CONSHP-FILE-STATUS         PIC X(02).
       01  CONCTL-FILE-STATUS         PIC X(02).
       01  INVHDR-FILE-STATUS         PIC X(02).
       01  INVDTL-FILE-STATUS         PIC X(02).
       01  ARINT-FILE-STATUS          PIC X(02).
       01  INVRPT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONHDRL1            PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONHDRL1      PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONSHP        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONDTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CUSTS         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONCTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND               PIC X(01)   VALUE "N".
       01  WS-NUMBER-FAILED           PIC X(01)   VALUE "N".

       01  WS-COUNTERS.
           02  WS-CONTRACT-COUNT      PIC 9(07)   VALUE 0.
           02  WS-CUST-COUNT          PIC 9(07)   VALUE 0.
           02  WS-INVOICE-COUNT       PIC 9(07)   VALUE 0.
           02  WS-CREDIT-COUNT        PIC 9(07)   VALUE 0.
           02  WS-SHIP-BILLED         PIC 9(07)   VALUE 0.
           02  WS-SHIP-HELD           PIC 9(07)   VALUE 0.

       01  WS-RUN-USER                PIC X(10)   VALUE SPACES.
       01  WS-PRIOR-XWBCCD            PIC X(11)   VALUE SPACES.
       01  WS-DOC-CURR                PIC X(03)   VALUE SPACES.
       01  WS-NEXT-INVNO              PIC 9(07)   VALUE 0.

      * THE LINE CURRENTLY BEING COLLECTED: ITS CONDTL PRICE AND ITEM,
      * AND WHETHER ANY OF ITS SHIPMENTS HAS ALREADY BEEN BILLED.
       01  WS-CUR-XWLINE              PIC 9(03)   VALUE 0.
       01  WS-CUR-XWITEM              PIC X(15)   VALUE SPACES.
       01  WS-CUR-XWUPRC              PIC S9(07)V99 VALUE 0.
       01  WS-LINE-BILLED             PIC X(01)   VALUE "N".

      * UNBILLED SHIPMENTS OF THE CURRENT CONTRACT, CLASSED "I" FOR
      * THE INVOICE OR "C" FOR THE CREDIT NOTE.  A CONTRACT WITH MORE
      * THAN THE TABLE HOLDS HAS THE REST BILLED ON THE NEXT RUN.
       01  WS-SHIP-TABLE.
           02  WS-SHIP-COUNT          PIC 9(04)   VALUE 0.
           02  WS-SHIP-ENTRY  OCCURS 0 TO 200 TIMES
                              DEPENDING ON WS-SHIP-COUNT
                              INDEXED BY SHIP-IDX.
               03  WS-SHIP-CLASS      PIC X(01).
               03  WS-SHIP-XWLINE     PIC 9(03).
               03  WS-SHIP-SHPNO      PIC 9(03).
               03  WS-SHIP-XWITEM     PIC X(15).
               03  WS-SHIP-SHPDT      PIC 9(08).
               03  WS-SHIP-QTY        PIC S9(07).
               03  WS-SHIP-UPRC       PIC S9(07)V99.
               03  WS-SHIP-DTLOK      PIC X(01).
       01  WS-TABLE-FULL              PIC X(01)   VALUE "N".

      * THE DOCUMENT BEING RAISED.
       01  WS-DOC-TYPE                PIC X(01)   VALUE SPACE.
       01  WS-DOC-LINES               PIC 9(03)   VALUE 0.
       01  WS-DOC-AMOUNT              PIC S9(09)V99 VALUE 0.
       01  WS-DOC-QTY                 PIC S9(07)  VALUE 0.
       01  WS-LINE-AMOUNT             PIC S9(09)V99 VALUE 0.
       01  WS-INVOICE-LINES           PIC 9(04)   VALUE 0.
       01  WS-CREDIT-LINES            PIC 9(04)   VALUE 0.

      * AR INTERFACE FIELDS.
       01  WS-DETAIL-COUNT            PIC 9(07)   VALUE 0.
       01  WS-HASH-TOTAL              PIC S9(13)V99 VALUE 0.
       01  WS-LEDGER-AMT              PIC S9(09)V99 VALUE 0.
       01  WS-EXT-AMT                 PIC +9(09).99.
       01  WS-EXT-HASH                PIC +9(13).99.
       01  WS-EXT-COUNT               PIC 9(07).
       01  WS-EXT-DATE                PIC 9(08).
       01  WS-ARINT-LINE              PIC X(120)  VALUE SPACES.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(40)
               VALUE "INVOICES AND CREDIT NOTES - NIGHTLY RUN ".
           02  FILLER                 PIC X(12)
               VALUE "  RUN DATE".
           02  RPT-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(32)   VALUE SPACES.

       01  WS-RPT-CUST-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(10)   VALUE "CUSTOMER".
           02  RPT-CUST-BCCD          PIC X(11).
           02  FILLER                 PIC X(08)
               VALUE "   CUSNO".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-CUST-CUSNO         PIC ZZZZZZ9.
           02  FILLER                 PIC X(94)   VALUE SPACES.

       01  WS-RPT-DOC-LINE.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DOC-TYPE           PIC X(12).
           02  RPT-DOC-INVNO          PIC 9(07).
           02  FILLER                 PIC X(12)
               VALUE "   CONTRACT".
           02  RPT-DOC-ORDN           PIC 9(07).
           02  FILLER                 PIC X(07)   VALUE "   REF".
           02  RPT-DOC-CREF           PIC X(15).
           02  FILLER                 PIC X(08)   VALUE "   DATE".
           02  RPT-DOC-DATE           PIC 9(08).
           02  FILLER                 PIC X(12)
               VALUE "   CURRENCY".
           02  RPT-DOC-CURR           PIC X(03).
           02  FILLER                 PIC X(38)   VALUE SPACES.

       01  WS-RPT-COL-HDG-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  FILLER                 PIC X(06)   VALUE "LINE".
           02  FILLER                 PIC X(17)   VALUE "ITEM".
           02  FILLER                 PIC X(06)   VALUE "SHIP".
           02  FILLER                 PIC X(10)   VALUE "SHIPPED".
           02  FILLER                 PIC X(09)   VALUE "      QTY".
           02  FILLER                 PIC X(15)
               VALUE "     UNIT PRICE".
           02  FILLER                 PIC X(19)
               VALUE "             AMOUNT".
           02  FILLER                 PIC X(45)   VALUE SPACES.

       01  WS-RPT-DTL-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  RPT-DTL-LINE           PIC 9(03).
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-ITEM           PIC X(15).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-SHPNO          PIC 9(03).
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-SHPDT          PIC 9(08).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DTL-QTY            PIC ZZZZZZ9-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-UPRC           PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(47)   VALUE SPACES.

       01  WS-RPT-TOT-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  RPT-TOT-DESC           PIC X(30).
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-TOT-LINES          PIC ZZ9.
           02  FILLER                 PIC X(06)   VALUE " LINES".
           02  FILLER                 PIC X(18)   VALUE SPACES.
           02  RPT-TOT-CURR           PIC X(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-TOT-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(45)   VALUE SPACES.

       01  WS-RPT-HELD-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(12)   VALUE "** HELD **".
           02  FILLER                 PIC X(09)   VALUE "CONTRACT".
           02  RPT-HELD-ORDN          PIC 9(07).
           02  FILLER                 PIC X(06)   VALUE "  LINE".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-HELD-LINE          PIC 9(03).
           02  FILLER                 PIC X(06)   VALUE "  SHIP".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-HELD-SHPNO         PIC 9(03).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-HELD-REASON        PIC X(45).
           02  FILLER                 PIC X(36)   VALUE SPACES.

       01  WS-RPT-ERROR-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(45)
               VALUE "** RUN DATE PARAMETER IS NOT VALID - RUN ABAN".
           02  FILLER                 PIC X(86)
               VALUE "DONED **".

       01  WS-RPT-COUNT-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-COUNT-DESC         PIC X(40).
           02  RPT-COUNT-VALUE        PIC ZZZZZZ9.
           02  FILLER                 PIC X(84)   VALUE SPACES.

       01  WS-RPT-BLANK-LINE          PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-RUN-DATE.

       MAIN-PROCESSING.

           OPEN  INPUT  CONHDRL1-FILE
                        CONDTL-FILE
                        CUSTS-FILE
                 I-O    CONSHP-FILE
                        CONCTL-FILE
                        INVHDR-FILE
                        INVDTL-FILE
                 OUTPUT ARINT-FILE
                        INVRPT-FILE.

           MOVE  LS-RUN-DATE  TO  RPT-RUN-DATE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               WRITE  INVRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               MOVE  SPACES  TO  WS-ARINT-LINE
               STRING  "E"             DELIMITED BY SIZE
                       "|"             DELIMITED BY SIZE
                       "INVALID RUN DATE - INVOICING ABANDONED"
                                       DELIMITED BY SIZE
                       INTO  WS-ARINT-LINE
               WRITE  ARINT-RECORD  FROM  WS-ARINT-LINE
               GO  MAIN-WRAP-UP
           END-IF.

           CALL "RTVJOBUSR" USING WS-RUN-USER.
           PERFORM  WRITE-HEADER-RECORD   THRU  WRHDR-EXIT.

           PERFORM  START-CONHDRL1-FILE   THRU  STHL1-EXIT.
           PERFORM  PROCESS-CONHDRL1      THRU  PRCHL1-EXIT
                    UNTIL  WS-EOF-CONHDRL1 = "Y".

           PERFORM  WRITE-TRAILER-RECORD  THRU  WRTRL-EXIT.
           PERFORM  WRITE-CONTROL-TOTALS  THRU  WRCTL-EXIT.

       MAIN-WRAP-UP.
           CLOSE  CONHDRL1-FILE  CONDTL-FILE  CONSHP-FILE  CUSTS-FILE
                  CONCTL-FILE  INVHDR-FILE  INVDTL-FILE  ARINT-FILE
                  INVRPT-FILE.

           GOBACK.

       START-CONHDRL1-FILE.
           MOVE  SPACES  TO  XWBCCD OF CONHDRL1-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONHDRL1.
           START CONHDRL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONHDRL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONHDRL1
           END-START.
           IF  RECORD-FOUND-CONHDRL1 = "Y"
               PERFORM  READ-NEXT-CONHDRL1  THRU  RNHL1-EXIT
           ELSE
               MOVE  "Y"  TO  WS-EOF-CONHDRL1
           END-IF.
       STHL1-EXIT.  EXIT.

       READ-NEXT-CONHDRL1.
           READ  CONHDRL1-FILE  NEXT RECORD
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDRL1
           END-READ.
       RNHL1-EXIT.  EXIT.

      ******************************************************************
      * ONE CONTRACT: COLLECT ITS UNBILLED SHIPMENTS, THEN RAISE THE
      * INVOICE AND/OR THE CREDIT NOTE THEY CALL FOR.
      ******************************************************************
       PROCESS-CONHDRL1.
           ADD  1  TO  WS-CONTRACT-COUNT.
           PERFORM  COLLECT-SHIPMENTS  THRU  COLSHP-EXIT.

           IF  WS-INVOICE-LINES > ZEROS
               MOVE  "I"  TO  WS-DOC-TYPE
               PERFORM  RAISE-DOCUMENT  THRU  RAISDC-EXIT
           END-IF.
           IF  WS-CREDIT-LINES > ZEROS
               MOVE  "C"  TO  WS-DOC-TYPE
               PERFORM  RAISE-DOCUMENT  THRU  RAISDC-EXIT
           END-IF.

           PERFORM  READ-NEXT-CONHDRL1  THRU  RNHL1-EXIT.
       PRCHL1-EXIT.  EXIT.

      ******************************************************************
      * READ THE CONTRACT'S SHIPMENTS IN KEY ORDER (LINE, THEN
      * SHIPMENT NUMBER).  BECAUSE A LINE'S EARLIER SHIPMENTS COME
      * FIRST, BY THE TIME A BACK-OUT IS REACHED WE ALREADY KNOW
      * WHETHER ANYTHING ON THAT LINE HAS BEEN BILLED.
      ******************************************************************
       COLLECT-SHIPMENTS.
           MOVE  0    TO  WS-SHIP-COUNT  WS-INVOICE-LINES
                          WS-CREDIT-LINES  WS-CUR-XWLINE.
           MOVE  "N"  TO  WS-TABLE-FULL  WS-LINE-BILLED
                          RECORD-FOUND-CONDTL.

           MOVE  XWORDN OF CONHDRL1-RECORD  TO  XWORDN OF CONSHP-RECORD.
           MOVE  ZEROS  TO  XWLINE OF CONSHP-RECORD
                            SHPNO  OF CONSHP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHP.
           START CONSHP-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONSHP-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONSHP
           END-START.
           IF  RECORD-FOUND-CONSHP = "Y"
               PERFORM  READ-NEXT-CONSHP  THRU  RNSHP-EXIT
           END-IF.
           PERFORM  CLASSIFY-SHIPMENT  THRU  CLSSHP-EXIT
                    UNTIL  RECORD-FOUND-CONSHP = "N".
       COLSHP-EXIT.  EXIT.

       READ-NEXT-CONSHP.
           READ  CONSHP-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CONSHP
                   GO RNSHP-EXIT.
           IF  XWORDN OF CONSHP-RECORD NOT =
                               XWORDN OF CONHDRL1-RECORD
               MOVE "N"  TO  RECORD-FOUND-CONSHP
           END-IF.
       RNSHP-EXIT.  EXIT.

       CLASSIFY-SHIPMENT.
           IF  XWLINE OF CONSHP-RECORD NOT = WS-CUR-XWLINE
               PERFORM  START-NEW-LINE  THRU  STNLIN-EXIT
           END-IF.

           IF  SHINVN OF CONSHP-RECORD NOT = ZEROS
               MOVE  "Y"  TO  WS-LINE-BILLED
               GO  CLSSHP-NEXT
           END-IF.

           IF  RECORD-FOUND-CONDTL = "N"
               MOVE  XWORDN OF CONSHP-RECORD  TO  RPT-HELD-ORDN
               MOVE  XWLINE OF CONSHP-RECORD  TO  RPT-HELD-LINE
               MOVE  SHPNO  OF CONSHP-RECORD  TO  RPT-HELD-SHPNO
               MOVE  "CONTRACT LINE NOT ON CONDTL - NOT BILLED"
                               TO  RPT-HELD-REASON
               WRITE  INVRPT-RECORD  FROM  WS-RPT-HELD-LINE
               ADD  1  TO  WS-SHIP-HELD
               GO  CLSSHP-NEXT
           END-IF.

           IF  WS-SHIP-COUNT NOT < 200
               IF  WS-TABLE-FULL = "N"
                   MOVE  XWORDN OF CONSHP-RECORD  TO  RPT-HELD-ORDN
                   MOVE  XWLINE OF CONSHP-RECORD  TO  RPT-HELD-LINE
                   MOVE  SHPNO  OF CONSHP-RECORD  TO  RPT-HELD-SHPNO
                   MOVE  "REMAINING SHIPMENTS HELD FOR THE NEXT RUN"
                                   TO  RPT-HELD-REASON
                   WRITE  INVRPT-RECORD  FROM  WS-RPT-HELD-LINE
                   MOVE  "Y"  TO  WS-TABLE-FULL
               END-IF
               ADD  1  TO  WS-SHIP-HELD
               GO  CLSSHP-NEXT
           END-IF.

           ADD  1  TO  WS-SHIP-COUNT.
           SET  SHIP-IDX  TO  WS-SHIP-COUNT.
           IF  SHQTY OF CONSHP-RECORD < ZEROS
                   AND WS-LINE-BILLED = "Y"
               MOVE  "C"  TO  WS-SHIP-CLASS (SHIP-IDX)
               ADD  1  TO  WS-CREDIT-LINES
           ELSE
               MOVE  "I"  TO  WS-SHIP-CLASS (SHIP-IDX)
               ADD  1  TO  WS-INVOICE-LINES
           END-IF.
           MOVE  XWLINE OF CONSHP-RECORD  TO  WS-SHIP-XWLINE (SHIP-IDX).
           MOVE  SHPNO  OF CONSHP-RECORD  TO  WS-SHIP-SHPNO  (SHIP-IDX).
           MOVE  SHPDT  OF CONSHP-RECORD  TO  WS-SHIP-SHPDT  (SHIP-IDX).
           MOVE  SHQTY  OF CONSHP-RECORD  TO  WS-SHIP-QTY    (SHIP-IDX).
           MOVE  WS-CUR-XWITEM            TO  WS-SHIP-XWITEM (SHIP-IDX).
           MOVE  WS-CUR-XWUPRC            TO  WS-SHIP-UPRC   (SHIP-IDX).
           MOVE  "N"                      TO  WS-SHIP-DTLOK  (SHIP-IDX).

       CLSSHP-NEXT.
           PERFORM  READ-NEXT-CONSHP  THRU  RNSHP-EXIT.
       CLSSHP-EXIT.  EXIT.

      * A NEW LINE OF THE CONTRACT - FETCH ITS PRICE AND ITEM FROM
      * CONDTL AND CLEAR THE BILLED FLAG.
       START-NEW-LINE.
           MOVE  XWLINE OF CONSHP-RECORD  TO  WS-CUR-XWLINE.
           MOVE  "N"  TO  WS-LINE-BILLED.
           MOVE  XWORDN OF CONSHP-RECORD  TO  XWORDN OF CONDTL-RECORD.
           MOVE  XWLINE OF CONSHP-RECORD  TO  XWLINE OF CONDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTL.
           READ  CONDTL-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CONDTL
           END-READ.
           IF  RECORD-FOUND-CONDTL = "Y"
               MOVE  XWITEM OF CONDTL-RECORD  TO  WS-CUR-XWITEM
               MOVE  XWUPRC OF CONDTL-RECORD  TO  WS-CUR-XWUPRC
           ELSE
               MOVE  SPACES  TO  WS-CUR-XWITEM
               MOVE  ZEROS   TO  WS-CUR-XWUPRC
           END-IF.
       STNLIN-EXIT.  EXIT.

      ******************************************************************
      * RAISE ONE DOCUMENT OF TYPE WS-DOC-TYPE FOR THE CURRENT
      * CONTRACT FROM THE COLLECTED SHIPMENTS OF THAT CLASS: DRAW THE
      * NUMBER, WRITE AND PRINT THE LINES, WRITE THE HEADER, THEN STAMP
      * THE SHIPMENTS AND WRITE THE AR INTERFACE RECORD.  A DOCUMENT
      * WITH NO LINE WRITTEN, OR WHOSE HEADER CANNOT BE WRITTEN, IS
      * REPORTED AND ITS SHIPMENTS LEFT UNBILLED FOR THE NEXT RUN.
      ******************************************************************
       RAISE-DOCUMENT.
           PERFORM  ASSIGN-NEXT-INVNO  THRU  ASGINV-EXIT.
           IF  WS-NUMBER-FAILED = "Y"
               MOVE  XWORDN OF CONHDRL1-RECORD  TO  RPT-HELD-ORDN
               MOVE  ZEROS  TO  RPT-HELD-LINE  RPT-HELD-SHPNO
               MOVE  "NO INVOICE NUMBER AVAILABLE FROM CONCTL"
                               TO  RPT-HELD-REASON
               WRITE  INVRPT-RECORD  FROM  WS-RPT-HELD-LINE
               GO  RAISDC-EXIT
           END-IF.

           IF  XWBCCD OF CONHDRL1-RECORD NOT = WS-PRIOR-XWBCCD
                   OR WS-CUST-COUNT = ZEROS
               PERFORM  START-NEW-CUSTOMER  THRU  STNCUS-EXIT
           END-IF.

           MOVE  XWCURR OF CONHDRL1-RECORD  TO  WS-DOC-CURR.
           IF  WS-DOC-CURR = SPACES
               MOVE  "GBP"  TO  WS-DOC-CURR
           END-IF.

           IF  WS-DOC-TYPE = "C"
               MOVE  "CREDIT NOTE"  TO  RPT-DOC-TYPE
           ELSE
               MOVE  "INVOICE"      TO  RPT-DOC-TYPE
           END-IF.
           MOVE  WS-NEXT-INVNO               TO  RPT-DOC-INVNO.
           MOVE  XWORDN OF CONHDRL1-RECORD   TO  RPT-DOC-ORDN.
           MOVE  XWCREF OF CONHDRL1-RECORD   TO  RPT-DOC-CREF.
           MOVE  LS-RUN-DATE                 TO  RPT-DOC-DATE.
           MOVE  WS-DOC-CURR                 TO  RPT-DOC-CURR.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-DOC-LINE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-COL-HDG-LINE.

           MOVE  0  TO  WS-DOC-LINES  WS-DOC-AMOUNT.
           PERFORM  BILL-SHIPMENT  THRU  BILSHP-EXIT
                    VARYING SHIP-IDX FROM 1 BY 1
                    UNTIL SHIP-IDX > WS-SHIP-COUNT.

           IF  WS-DOC-LINES = ZEROS
               MOVE  XWORDN OF CONHDRL1-RECORD  TO  RPT-HELD-ORDN
               MOVE  ZEROS  TO  RPT-HELD-LINE  RPT-HELD-SHPNO
               MOVE  "NO INVDTL LINE WRITTEN - DOCUMENT NOT RAISED"
                               TO  RPT-HELD-REASON
               WRITE  INVRPT-RECORD  FROM  WS-RPT-HELD-LINE
               GO  RAISDC-EXIT
           END-IF.

           PERFORM  WRITE-INVOICE-HEADER  THRU  WRINVH-EXIT.
           IF  INVHDR-FILE-STATUS NOT = "00"
               ADD  WS-DOC-LINES  TO  WS-SHIP-HELD
               MOVE  XWORDN OF CONHDRL1-RECORD  TO  RPT-HELD-ORDN
               MOVE  ZEROS  TO  RPT-HELD-LINE  RPT-HELD-SHPNO
               MOVE  "INVHDR NOT WRITTEN - SHIPMENTS LEFT UNBILLED"
                               TO  RPT-HELD-REASON
               WRITE  INVRPT-RECORD  FROM  WS-RPT-HELD-LINE
               GO  RAISDC-EXIT
           END-IF.

           PERFORM  STAMP-SHIPMENT  THRU  STMSHP-EXIT
                    VARYING SHIP-IDX FROM 1 BY 1
                    UNTIL SHIP-IDX > WS-SHIP-COUNT.

           IF  WS-DOC-TYPE = "C"
               MOVE  "CREDIT NOTE TOTAL"  TO  RPT-TOT-DESC
               ADD  1  TO  WS-CREDIT-COUNT
           ELSE
               MOVE  "INVOICE TOTAL"      TO  RPT-TOT-DESC
               ADD  1  TO  WS-INVOICE-COUNT
           END-IF.
           MOVE  WS-DOC-LINES   TO  RPT-TOT-LINES.
           MOVE  WS-DOC-CURR    TO  RPT-TOT-CURR.
           MOVE  WS-DOC-AMOUNT  TO  RPT-TOT-AMT.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-TOT-LINE.

           PERFORM  WRITE-DETAIL-RECORD  THRU  WRDTL-EXIT.
       RAISDC-EXIT.  EXIT.

       START-NEW-CUSTOMER.
           MOVE  XWBCCD OF CONHDRL1-RECORD  TO  WS-PRIOR-XWBCCD.
           ADD   1    TO  WS-CUST-COUNT.

           MOVE  WS-PRIOR-XWBCCD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CUSTS
                       MOVE  ZEROS  TO  CUSNO OF CUSTS-RECORD
           END-READ.

           MOVE  WS-PRIOR-XWBCCD         TO  RPT-CUST-BCCD.
           MOVE  CUSNO OF CUSTS-RECORD   TO  RPT-CUST-CUSNO.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-CUST-LINE.
       STNCUS-EXIT.  EXIT.

      ******************************************************************
      * ONE SHIPMENT OF THE DOCUMENT'S CLASS: PRICE IT, WRITE THE
      * INVDTL LINE AND PRINT IT.  ON A CREDIT NOTE THE BACKED-OUT
      * QUANTITY IS CREDITED AS A POSITIVE QUANTITY.  A LINE THAT
      * CANNOT BE WRITTEN IS LEFT OFF THE DOCUMENT AND ITS SHIPMENT
      * HELD; THE NEXT LINE TAKES ITS LINE NUMBER.
      ******************************************************************
       BILL-SHIPMENT.
           IF  WS-SHIP-CLASS (SHIP-IDX) NOT = WS-DOC-TYPE
               GO  BILSHP-EXIT.

           IF  WS-DOC-TYPE = "C"
               COMPUTE  WS-DOC-QTY = 0 - WS-SHIP-QTY (SHIP-IDX)
           ELSE
               MOVE  WS-SHIP-QTY (SHIP-IDX)  TO  WS-DOC-QTY
           END-IF.
           COMPUTE  WS-LINE-AMOUNT  ROUNDED =
                    WS-DOC-QTY * WS-SHIP-UPRC (SHIP-IDX).

           ADD  1  TO  WS-DOC-LINES.
           MOVE  SPACES  TO  INVDTL-FILE-STATUS.
           MOVE  WS-NEXT-INVNO              TO  INVNO  OF INVDTL-RECORD.
           MOVE  WS-DOC-LINES               TO  INVLN  OF INVDTL-RECORD.
           MOVE  XWORDN OF CONHDRL1-RECORD  TO  XWORDN OF INVDTL-RECORD.
           MOVE  WS-SHIP-XWLINE (SHIP-IDX)  TO  XWLINE OF INVDTL-RECORD.
           MOVE  WS-SHIP-SHPNO  (SHIP-IDX)  TO  SHPNO  OF INVDTL-RECORD.
           MOVE  WS-SHIP-XWITEM (SHIP-IDX)  TO  XWITEM OF INVDTL-RECORD.
           MOVE  WS-SHIP-SHPDT  (SHIP-IDX)  TO  SHPDT  OF INVDTL-RECORD.
           MOVE  WS-DOC-QTY                 TO  INQTY  OF INVDTL-RECORD.
           MOVE  WS-SHIP-UPRC   (SHIP-IDX)  TO  XWUPRC OF INVDTL-RECORD.
           MOVE  WS-LINE-AMOUNT             TO  INLAMT OF INVDTL-RECORD.
           WRITE  INVDTL-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  INVDTL-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM WRITING INVDTL INVOICE LINE"
               SUBTRACT  1  FROM  WS-DOC-LINES
               ADD  1  TO  WS-SHIP-HELD
               MOVE  XWORDN OF CONHDRL1-RECORD  TO  RPT-HELD-ORDN
               MOVE  WS-SHIP-XWLINE (SHIP-IDX)  TO  RPT-HELD-LINE
               MOVE  WS-SHIP-SHPNO  (SHIP-IDX)  TO  RPT-HELD-SHPNO
               MOVE  "INVDTL LINE NOT WRITTEN - LEFT UNBILLED"
                               TO  RPT-HELD-REASON
               WRITE  INVRPT-RECORD  FROM  WS-RPT-HELD-LINE
               GO  BILSHP-EXIT
           END-IF.
           MOVE  "Y"  TO  WS-SHIP-DTLOK (SHIP-IDX).
           ADD  WS-LINE-AMOUNT  TO  WS-DOC-AMOUNT.

           MOVE  WS-SHIP-XWLINE (SHIP-IDX)   TO  RPT-DTL-LINE.
           MOVE  WS-SHIP-XWITEM (SHIP-IDX)   TO  RPT-DTL-ITEM.
           MOVE  WS-SHIP-SHPNO  (SHIP-IDX)   TO  RPT-DTL-SHPNO.
           MOVE  WS-SHIP-SHPDT  (SHIP-IDX)   TO  RPT-DTL-SHPDT.
           MOVE  WS-DOC-QTY                  TO  RPT-DTL-QTY.
           MOVE  WS-SHIP-UPRC   (SHIP-IDX)   TO  RPT-DTL-UPRC.
           MOVE  WS-LINE-AMOUNT              TO  RPT-DTL-AMT.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-DTL-LINE.
       BILSHP-EXIT.  EXIT.

       STAMP-SHIPMENT.
           IF  WS-SHIP-CLASS (SHIP-IDX) NOT = WS-DOC-TYPE
                   OR  WS-SHIP-DTLOK (SHIP-IDX) NOT = "Y"
               GO  STMSHP-EXIT.
           PERFORM  MARK-SHIPMENT-BILLED  THRU  MRKSHP-EXIT.
       STMSHP-EXIT.  EXIT.

       MARK-SHIPMENT-BILLED.
           MOVE  XWORDN OF CONHDRL1-RECORD  TO  XWORDN OF CONSHP-RECORD.
           MOVE  WS-SHIP-XWLINE (SHIP-IDX)  TO  XWLINE OF CONSHP-RECORD.
           MOVE  WS-SHIP-SHPNO  (SHIP-IDX)  TO  SHPNO  OF CONSHP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONSHP.
           READ  CONSHP-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CONSHP
           END-READ.
           IF  RECORD-FOUND-CONSHP = "N"
               DISPLAY "PROBLEM READING CONSHP SHIPMENT TO MARK BILLED"
               GO  MRKSHP-EXIT
           END-IF.
           MOVE  SPACES  TO  CONSHP-FILE-STATUS.
           MOVE  WS-NEXT-INVNO  TO  SHINVN OF CONSHP-RECORD.
           REWRITE  CONSHP-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF  CONSHP-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM MARKING CONSHP SHIPMENT BILLED"
           ELSE
               ADD  1  TO  WS-SHIP-BILLED
           END-IF.
       MRKSHP-EXIT.  EXIT.

       WRITE-INVOICE-HEADER.
           MOVE  SPACES  TO  INVHDR-FILE-STATUS.
           MOVE  WS-NEXT-INVNO              TO  INVNO  OF INVHDR-RECORD.
           MOVE  WS-DOC-TYPE                TO  INVTYP OF INVHDR-RECORD.
           MOVE  LS-RUN-DATE                TO  INVDT  OF INVHDR-RECORD.
           MOVE  XWBCCD OF CONHDRL1-RECORD  TO  XWBCCD OF INVHDR-RECORD.
           MOVE  XWORDN OF CONHDRL1-RECORD  TO  XWORDN OF INVHDR-RECORD.
           MOVE  XWCREF OF CONHDRL1-RECORD  TO  XWCREF OF INVHDR-RECORD.
           MOVE  WS-DOC-CURR                TO  XWCURR OF INVHDR-RECORD.
           MOVE  WS-DOC-AMOUNT              TO  INVAMT OF INVHDR-RECORD.
           MOVE  WS-DOC-LINES               TO  INVLNS OF INVHDR-RECORD.
           MOVE  WS-RUN-USER                 TO  INVUSER OF
                                                  INVHDR-RECORD.
           WRITE  INVHDR-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  INVHDR-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM WRITING INVHDR INVOICE HEADER"
           END-IF.
       WRINVH-EXIT.  EXIT.

      ******************************************************************
      * FILL THE DOCUMENT NUMBER FROM THE CONCTL "INVOICE" SERIES THE
      * WAY CBCONLOD DRAWS A CONTRACT NUMBER: THE I-O READ HOLDS THE
      * CONTROL RECORD, NUMBERS ALREADY ON INVHDR ARE SKIPPED, AND THE
      * RECORD IS REWRITTEN POINTING PAST THE ONE TAKEN.
      ******************************************************************
       ASSIGN-NEXT-INVNO.
           MOVE "N" TO WS-NUMBER-FAILED.
           MOVE "INVOICE"  TO  CTLID.
           MOVE "Y" TO RECORD-FOUND-CONCTL.
           READ CONCTL-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCTL.
           IF RECORD-FOUND-CONCTL = "N"
              MOVE "Y" TO WS-NUMBER-FAILED
              GO ASGINV-EXIT
           END-IF.

           MOVE NEXTNO  TO  WS-NEXT-INVNO.
           IF WS-NEXT-INVNO = ZEROS
              MOVE 1  TO  WS-NEXT-INVNO
           END-IF.
           PERFORM TEST-INVNO-USED  THRU  TSTINV-EXIT.
           PERFORM BUMP-NEXT-INVNO  THRU  BMPINV-EXIT
                   UNTIL  RECORD-FOUND = "N".

           COMPUTE NEXTNO = WS-NEXT-INVNO + 1.
           REWRITE CONCTL-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF CONCTL-FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-NUMBER-FAILED
           END-IF.
       ASGINV-EXIT. EXIT.

       TEST-INVNO-USED.
           MOVE WS-NEXT-INVNO  TO  INVNO OF INVHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ INVHDR-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.
       TSTINV-EXIT. EXIT.

       BUMP-NEXT-INVNO.
           ADD 1 TO WS-NEXT-INVNO.
           PERFORM TEST-INVNO-USED  THRU  TSTINV-EXIT.
       BMPINV-EXIT. EXIT.

      ******************************************************************
      * AR INTERFACE RECORDS.  THE "D" AMOUNT IS SIGNED FOR POSTING -
      * A CREDIT NOTE REDUCES THE CUSTOMER'S RECEIVABLE - AND THE
      * TRAILER HASH IS THE SUM OF THE SIGNED AMOUNTS.
      ******************************************************************
       WRITE-DETAIL-RECORD.
           IF  WS-DOC-TYPE = "C"
               COMPUTE  WS-LEDGER-AMT = 0 - WS-DOC-AMOUNT
           ELSE
               MOVE  WS-DOC-AMOUNT  TO  WS-LEDGER-AMT
           END-IF.
           MOVE  WS-LEDGER-AMT  TO  WS-EXT-AMT.

           MOVE  SPACES  TO  WS-ARINT-LINE.
           STRING  "D"                            DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DOC-TYPE                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-NEXT-INVNO                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   XWBCCD OF CONHDRL1-RECORD      DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   XWORDN OF CONHDRL1-RECORD      DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-DATE                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DOC-CURR                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-AMT                     DELIMITED BY SIZE
                   INTO  WS-ARINT-LINE.
           WRITE  ARINT-RECORD  FROM  WS-ARINT-LINE.

           ADD  1  TO  WS-DETAIL-COUNT.
           ADD  WS-LEDGER-AMT  TO  WS-HASH-TOTAL.
       WRDTL-EXIT.  EXIT.

       WRITE-HEADER-RECORD.
           MOVE  LS-RUN-DATE  TO  WS-EXT-DATE.
           MOVE  SPACES  TO  WS-ARINT-LINE.
           STRING  "H"             DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-DATE     DELIMITED BY SIZE
                   INTO  WS-ARINT-LINE.
           WRITE  ARINT-RECORD  FROM  WS-ARINT-LINE.
       WRHDR-EXIT.  EXIT.

       WRITE-TRAILER-RECORD.
           MOVE  WS-DETAIL-COUNT  TO  WS-EXT-COUNT.
           MOVE  WS-HASH-TOTAL    TO  WS-EXT-HASH.
           MOVE  SPACES  TO  WS-ARINT-LINE.
           STRING  "T"             DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-COUNT    DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-HASH     DELIMITED BY SIZE
                   INTO  WS-ARINT-LINE.
           WRITE  ARINT-RECORD  FROM  WS-ARINT-LINE.
       WRTRL-EXIT.  EXIT.

       WRITE-CONTROL-TOTALS.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "CONTRACTS EXAMINED"     TO  RPT-COUNT-DESC.
           MOVE  WS-CONTRACT-COUNT        TO  RPT-COUNT-VALUE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CUSTOMERS BILLED"       TO  RPT-COUNT-DESC.
           MOVE  WS-CUST-COUNT            TO  RPT-COUNT-VALUE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "INVOICES RAISED"        TO  RPT-COUNT-DESC.
           MOVE  WS-INVOICE-COUNT         TO  RPT-COUNT-VALUE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CREDIT NOTES RAISED"    TO  RPT-COUNT-DESC.
           MOVE  WS-CREDIT-COUNT          TO  RPT-COUNT-VALUE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "SHIPMENTS BILLED"       TO  RPT-COUNT-DESC.
           MOVE  WS-SHIP-BILLED           TO  RPT-COUNT-VALUE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "SHIPMENTS HELD UNBILLED"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-SHIP-HELD             TO  RPT-COUNT-VALUE.
           WRITE  INVRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
       WRCTL-EXIT.  EXIT.
