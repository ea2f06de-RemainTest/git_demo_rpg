       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBORDACK.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ******************************************************************
      * DAILY ORDER ACKNOWLEDGEMENTS, CHANGE CONFIRMATIONS AND
      * CANCELLATION NOTICES TO CUSTOMERS.
      *
      * READS CONHDRLOG IN CONTRACT ORDER AND, FOR EACH CONTRACT,
      * TAKES THE ADD, CHANGE, DELETE AND RESTORE ROWS STAMPED NO
      * LATER THAN THE RUN DATE AND AFTER THE LAST ROW ALREADY
      * ACKNOWLEDGED (ACKLTS ON ACKLOG).  MOVES TO CLOSED HISTORY ("X")
      * ARE NOT ADVISED TO THE CUSTOMER.  A CONTRACT IS DUE ONE
      * DOCUMENT WHEN IT HAS ANY SUCH ROW DATED ON THE RUN DATE, OR
      * WHEN IT HAS BEEN ACKNOWLEDGED BEFORE (OR IS PENDING) AND HAS
      * ROWS NOT YET COVERED - SO A RERUN NEVER SENDS A DOCUMENT TWICE
      * AND A CONTRACT HELD BACK ONE NIGHT IS CAUGHT UP LATER.
      *
      * THE DOCUMENT IS
      *   - A CANCELLATION NOTICE ("D") WHEN THE LAST ROW IS A DELETE.
      *     A CONTRACT BOOKED AND CANCELLED BEFORE ANYTHING WAS SENT
      *     GETS NO DOCUMENT AT ALL.
      *   - AN ORDER ACKNOWLEDGEMENT ("A") WHEN THE CONTRACT HAS NEVER
      *     BEEN ACKNOWLEDGED, OR WAS ADDED OR RESTORED SINCE.
      *   - OTHERWISE A CHANGE CONFIRMATION ("C"), LISTING EACH HEADER
      *     FIELD THAT DIFFERS FROM THE IMAGE LAST ADVISED.
      * ACKNOWLEDGEMENTS AND CONFIRMATIONS SHOW THE CURRENT CONHDR
      * HEADER AND ITS CONDTL LINES WITH ITDESC, DELIVERY DATES AND
      * VALUES IN THE CONTRACT CURRENCY.  THE CANCELLATION SHOWS THE
      * HEADER AS IT STOOD WHEN IT WAS DELETED.
      *
      * A CONTRACT WITH A CHANGE WAITING ON CONAPRV IS NOT ADVISED
      * UNTIL THE CHANGE IS APPROVED OR REJECTED: IT IS LISTED AND A
      * PENDING ("P") ENTRY IS LEFT ON ACKLOG UNDER DOCUMENT NUMBER
      * ZERO SO A LATER RUN PICKS IT UP.  THE SAME IS DONE FOR A
      * CONTRACT THE RUN CANNOT REACH (TABLE FULL, NO NUMBER).
      *
      * DOCUMENTS ARE NUMBERED FROM THE CONCTL "ACK" SERIES, PRINTED
      * GROUPED BY CUSTOMER UNDER THE CUSTS NAME AND ADDRESS ON
      * ACKRPT, AND EACH ONE IS REGISTERED ON ACKLOG WITH THE RUN
      * DATE, TIMESTAMP AND USER.  FOR A CUSTOMER WHOSE CUEDI IS "Y"
      * THE DOCUMENT IS ALSO WRITTEN TO THE PIPE-DELIMITED OUTBOUND
      * FILE ACKEDI IN THE FININT STYLE - AN "H" HEADER CARRYING THE
      * RUN DATE, A "K" RECORD PER DOCUMENT FOLLOWED BY ITS "L" LINE
      * AND "F" CHANGED-FIELD RECORDS, AND A "T" TRAILER WITH THE
      * DOCUMENT COUNT AND A HASH TOTAL OF THE DOCUMENT VALUES.  A
      * ZERO OR INVALID RUN DATE WRITES A SINGLE "E" RECORD AND
      * SENDS NOTHING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONHDRLOG-FILE
               ASSIGN TO DATABASE-CONHDRLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRLOG-RECORD
                                      WITH DUPLICATES
               FILE STATUS IS CONHDRLOG-FILE-STATUS.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD
               FILE STATUS IS CONHDR-FILE-STATUS.

           SELECT CONHDRHS-FILE
               ASSIGN TO DATABASE-CONHDRHS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDRHS-RECORD
               FILE STATUS IS CONHDRHS-FILE-STATUS.

           SELECT CONDTL-FILE
               ASSIGN TO DATABASE-CONDTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONDTL-RECORD.

           SELECT CONAPRV-FILE
               ASSIGN TO DATABASE-CONAPRV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONAPRV-RECORD
               FILE STATUS IS CONAPRV-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT ITEMS-FILE
               ASSIGN TO DATABASE-ITEMS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ITEMS-RECORD.

           SELECT ORDSTS-FILE
               ASSIGN TO DATABASE-ORDSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ORDSTS-RECORD.

           SELECT CONCTL-FILE
               ASSIGN TO DATABASE-CONCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONCTL-RECORD
               FILE STATUS IS CONCTL-FILE-STATUS.

           SELECT ACKLOG-FILE
               ASSIGN TO DATABASE-ACKLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ACKLOG-RECORD
               FILE STATUS IS ACKLOG-FILE-STATUS.

           SELECT ACKEDI-FILE
               ASSIGN TO DATABASE-ACKEDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACKEDI-FILE-STATUS.

           SELECT ACKRPT-FILE
               ASSIGN TO PRINTER-ACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACKRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDRLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRLOG-RECORD.
           COPY DDS-CONHDRLOG     OF  CONHDRLOG.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-CONHDRR       OF  CONHDR.

       FD  CONHDRHS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRHS-RECORD.
           COPY DDS-CONHDRHS      OF  CONHDRHS.

       FD  CONDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDTL-RECORD.
           COPY DDS-CONDTLR       OF  CONDTL.

       FD  CONAPRV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONAPRV-RECORD.
           COPY DDS-CONAPRVR      OF  CONAPRV.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  ITEMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEMS-RECORD.
           COPY DDS-ITEMSR        OF  ITEMS.

       FD  ORDSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDSTS-RECORD.
           COPY DDS-STATUSR       OF  ORDSTS.

       FD  CONCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONCTL-RECORD.
           COPY DDS-CONCTLR       OF  CONCTL.

       FD  ACKLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACKLOG-RECORD.
           COPY DDS-ACKLOGR       OF  ACKLOG.

       FD  ACKEDI-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACKEDI-RECORD              PIC X(160).

       FD  ACKRPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  ACKRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  CONHDRLOG-FILE-STATUS      PIC X(02).
       01  CONHDR-FILE-STATUS         PIC X(02).
       01  CONHDRHS-FILE-STATUS       PIC X(02).
       01  CONAPRV-FILE-STATUS        PIC X(02).
       01  CONCTL-FILE-STATUS         PIC X(02).
       01  ACKLOG-FILE-STATUS         PIC X(02).
       01  ACKEDI-FILE-STATUS         PIC X(02).
       01  ACKRPT-FILE-STATUS         PIC X(02).

       01  WS-EOF-CONHDRLOG           PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONHDR        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONHDRHS      PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONDTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONAPRV       PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CUSTS         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-ITEMS         PIC X(01)   VALUE "N".
       01  RECORD-FOUND-ORDSTS        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-CONCTL        PIC X(01)   VALUE "N".
       01  RECORD-FOUND-ACKLOG        PIC X(01)   VALUE "N".
       01  WS-NUMBER-FAILED           PIC X(01)   VALUE "N".

       01  WS-COUNTERS.
           02  WS-LOG-READ            PIC 9(07)   VALUE 0.
           02  WS-LOG-TAKEN           PIC 9(07)   VALUE 0.
           02  WS-CONTRACT-DUE        PIC 9(07)   VALUE 0.
           02  WS-CUST-COUNT          PIC 9(07)   VALUE 0.
           02  WS-ORDACK-COUNT        PIC 9(07)   VALUE 0.
           02  WS-CHGCNF-COUNT        PIC 9(07)   VALUE 0.
           02  WS-CANCEL-COUNT        PIC 9(07)   VALUE 0.
           02  WS-EDI-COUNT           PIC 9(07)   VALUE 0.
           02  WS-APRV-HELD           PIC 9(07)   VALUE 0.
           02  WS-NOT-ON-FILE         PIC 9(07)   VALUE 0.
           02  WS-SUPPRESSED          PIC 9(07)   VALUE 0.
           02  WS-NOT-REACHED         PIC 9(07)   VALUE 0.

       01  WS-RUN-USER                PIC X(10)   VALUE SPACES.
       01  WS-LOG-DATE                PIC 9(08)   VALUE 0.
       01  WS-NEXT-ACKNO              PIC 9(07)   VALUE 0.
       01  WS-ACK-TS                  PIC 9(14)   VALUE 0.

      * THE CONTRACT WHOSE LOG ROWS ARE BEING READ: WHAT ACKLOG SAYS
      * HAS ALREADY BEEN SENT, AND WHAT THE ROWS SINCE THEN AMOUNT TO.
      * THE "FROM" IMAGE IS THE HEADER AS LAST ADVISED (THE BEFORE
      * IMAGE OF THE FIRST ROW NOT YET COVERED); THE "TO" IMAGE IS THE
      * HEADER AS THE LAST ROW LEFT IT.
       01  WS-CUR-XWORDN              PIC 9(07)   VALUE 0.
       01  WS-LAST-ACKLTS             PIC 9(14)   VALUE 0.
       01  WS-ACKED-BEFORE            PIC X(01)   VALUE "N".
       01  WS-PENDING                 PIC X(01)   VALUE "N".
       01  WS-WIN-ROWS                PIC 9(05)   VALUE 0.
       01  WS-WIN-TODAY               PIC X(01)   VALUE "N".
       01  WS-WIN-ADD                 PIC X(01)   VALUE "N".
       01  WS-WIN-LAST-ACT            PIC X(01)   VALUE SPACE.
       01  WS-WIN-LAST-TS             PIC 9(14)   VALUE 0.
       01  WS-WIN-TYPE                PIC X(01)   VALUE SPACE.
       01  WS-WIN-BCCD                PIC X(11)   VALUE SPACES.

       01  WS-FROM-IMAGE.
           02  WS-FROM-XWBCCD         PIC X(11).
           02  WS-FROM-XWCREF         PIC X(15).
           02  WS-FROM-XWDLDT         PIC 9(08).
           02  WS-FROM-XWSTAT         PIC X(02).
           02  WS-FROM-XWTAMT         PIC S9(09)V99.
           02  WS-FROM-PERSON         PIC X(05).

       01  WS-TO-IMAGE.
           02  WS-TO-XWBCCD           PIC X(11).
           02  WS-TO-XWCREF           PIC X(15).
           02  WS-TO-XWDLDT           PIC 9(08).
           02  WS-TO-XWSTAT           PIC X(02).
           02  WS-TO-XWTAMT           PIC S9(09)V99.
           02  WS-TO-PERSON           PIC X(05).

      * CONTRACTS DUE A DOCUMENT THIS RUN, IN CONTRACT ORDER.  THEY
      * ARE PRINTED A CUSTOMER AT A TIME BY REPEATEDLY TAKING THE
      * LOWEST BILLING CODE NOT YET PRINTED.  A CONTRACT THAT DOES NOT
      * FIT IS LEFT PENDING FOR THE NEXT RUN.
       01  WS-ACK-TABLE.
           02  WS-ACK-COUNT           PIC 9(04)   VALUE 0.
           02  WS-ACK-ENTRY  OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-ACK-COUNT
                             INDEXED BY ACK-IDX  FND-IDX.
               03  WS-ACK-XWORDN      PIC 9(07).
               03  WS-ACK-XWBCCD      PIC X(11).
               03  WS-ACK-TYPE        PIC X(01).
               03  WS-ACK-LTS         PIC 9(14).
               03  WS-ACK-PENDING     PIC X(01).
               03  WS-ACK-FROM.
                   04  WS-ACK-FROM-XWBCCD  PIC X(11).
                   04  WS-ACK-FROM-XWCREF  PIC X(15).
                   04  WS-ACK-FROM-XWDLDT  PIC 9(08).
                   04  WS-ACK-FROM-XWSTAT  PIC X(02).
                   04  WS-ACK-FROM-XWTAMT  PIC S9(09)V99.
                   04  WS-ACK-FROM-PERSON  PIC X(05).
               03  WS-ACK-TO.
                   04  WS-ACK-TO-XWBCCD    PIC X(11).
                   04  WS-ACK-TO-XWCREF    PIC X(15).
                   04  WS-ACK-TO-XWDLDT    PIC 9(08).
                   04  WS-ACK-TO-XWSTAT    PIC X(02).
                   04  WS-ACK-TO-XWTAMT    PIC S9(09)V99.
                   04  WS-ACK-TO-PERSON    PIC X(05).

       01  WS-PRIOR-XWBCCD            PIC X(11)   VALUE LOW-VALUES.
       01  WS-NEXT-XWBCCD             PIC X(11)   VALUE SPACES.
       01  WS-CUST-FOUND              PIC X(01)   VALUE "N".
       01  WS-CUST-EDI                PIC X(01)   VALUE "N".

      * THE DOCUMENT BEING PRODUCED.
       01  WS-DOC-TYPE                PIC X(01)   VALUE SPACE.
       01  WS-DOC-LINES               PIC 9(03)   VALUE 0.
       01  WS-DOC-CHANGES             PIC 9(03)   VALUE 0.
       01  WS-DOC-CURR                PIC X(03)   VALUE SPACES.
       01  WS-DOC-IMAGE.
           02  WS-DOC-XWBCCD          PIC X(11).
           02  WS-DOC-XWCREF          PIC X(15).
           02  WS-DOC-XWDLDT          PIC 9(08).
           02  WS-DOC-XWSTAT          PIC X(02).
           02  WS-DOC-XWTAMT          PIC S9(09)V99.
           02  WS-DOC-PERSON          PIC X(05).
       01  WS-LINE-DLDT               PIC 9(08)   VALUE 0.

      * ONE CHANGED FIELD - AS PRINTED, AND AS SENT ON THE EDI FILE.
       01  WS-CHG-FIELD               PIC X(10)   VALUE SPACES.
       01  WS-CHG-OLD                 PIC X(20)   VALUE SPACES.
       01  WS-CHG-NEW                 PIC X(20)   VALUE SPACES.
       01  WS-CHG-OLD-EDI             PIC X(20)   VALUE SPACES.
       01  WS-CHG-NEW-EDI             PIC X(20)   VALUE SPACES.
       01  WS-CHG-AMT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * ACKEDI OUTBOUND FIELDS.
       01  WS-DETAIL-COUNT            PIC 9(07)   VALUE 0.
       01  WS-HASH-TOTAL              PIC S9(13)V99 VALUE 0.
       01  WS-EXT-AMT                 PIC +9(09).99.
       01  WS-EXT-PRC                 PIC +9(07).99.
       01  WS-EXT-QTY                 PIC +9(07).
       01  WS-EXT-HASH                PIC +9(13).99.
       01  WS-EXT-COUNT               PIC 9(07).
       01  WS-EXT-DATE                PIC 9(08).
       01  WS-ACKEDI-LINE             PIC X(160)  VALUE SPACES.

       01  WS-RPT-TITLE-LINE.
           02  FILLER                 PIC X(40)   VALUE SPACES.
           02  FILLER                 PIC X(40)
               VALUE "ORDER ACKNOWLEDGEMENTS - DAILY RUN      ".
           02  FILLER                 PIC X(12)
               VALUE "  RUN DATE".
           02  RPT-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(32)   VALUE SPACES.

       01  WS-RPT-EXC-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(15)
               VALUE "** NOT SENT **".
           02  FILLER                 PIC X(09)   VALUE "CONTRACT".
           02  RPT-EXC-ORDN           PIC 9(07).
           02  FILLER                 PIC X(11)
               VALUE "  CUSTOMER".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-EXC-BCCD           PIC X(11).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-EXC-REASON         PIC X(45).
           02  FILLER                 PIC X(30)   VALUE SPACES.

       01  WS-RPT-CUST-LINE.
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  FILLER                 PIC X(10)   VALUE "CUSTOMER".
           02  RPT-CUST-BCCD          PIC X(11).
           02  FILLER                 PIC X(08)
               VALUE "   CUSNO".
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-CUST-CUSNO         PIC ZZZZZZ9.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-CUST-NAME          PIC X(35).
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-CUST-EDI           PIC X(20).
           02  FILLER                 PIC X(33)   VALUE SPACES.

       01  WS-RPT-ADDR-LINE.
           02  FILLER                 PIC X(41)   VALUE SPACES.
           02  RPT-ADDR-TEXT          PIC X(35).
           02  FILLER                 PIC X(56)   VALUE SPACES.

       01  WS-RPT-FAO-LINE.
           02  FILLER                 PIC X(41)   VALUE SPACES.
           02  FILLER                 PIC X(04)   VALUE "FAO ".
           02  RPT-FAO-CONT           PIC X(30).
           02  FILLER                 PIC X(57)   VALUE SPACES.

       01  WS-RPT-DOC-LINE.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DOC-TYPE           PIC X(22).
           02  FILLER                 PIC X(04)   VALUE "NO. ".
           02  RPT-DOC-ACKNO          PIC 9(07).
           02  FILLER                 PIC X(12)
               VALUE "   CONTRACT".
           02  RPT-DOC-ORDN           PIC 9(07).
           02  FILLER                 PIC X(08)   VALUE "   DATE".
           02  RPT-DOC-DATE           PIC 9(08).
           02  FILLER                 PIC X(61)   VALUE SPACES.

       01  WS-RPT-DOC2-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  FILLER                 PIC X(15)
               VALUE "YOUR REFERENCE".
           02  RPT-DOC-CREF           PIC X(15).
           02  FILLER                 PIC X(12)
               VALUE "  DELIVERY".
           02  RPT-DOC-DLDT           PIC 9(08).
           02  FILLER                 PIC X(10)
               VALUE "  STATUS".
           02  RPT-DOC-STAT           PIC X(02).
           02  FILLER                 PIC X(01)   VALUE SPACE.
           02  RPT-DOC-SDSC           PIC X(20).
           02  FILLER                 PIC X(12)
               VALUE "  SALESMAN".
           02  RPT-DOC-PERS           PIC X(05).
           02  FILLER                 PIC X(12)
               VALUE "  CURRENCY".
           02  RPT-DOC-CURR           PIC X(03).
           02  FILLER                 PIC X(12)   VALUE SPACES.

       01  WS-RPT-COL-HDG-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  FILLER                 PIC X(06)   VALUE "LINE".
           02  FILLER                 PIC X(17)   VALUE "ITEM".
           02  FILLER                 PIC X(32)   VALUE "DESCRIPTION".
           02  FILLER                 PIC X(09)   VALUE "      QTY".
           02  FILLER                 PIC X(15)
               VALUE "     UNIT PRICE".
           02  FILLER                 PIC X(19)
               VALUE "         LINE VALUE".
           02  FILLER                 PIC X(11)   VALUE "   DELIVERY".
           02  FILLER                 PIC X(18)   VALUE SPACES.

       01  WS-RPT-DTL-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  RPT-DTL-LINE           PIC 9(03).
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-ITEM           PIC X(15).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-DESC           PIC X(30).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-QTY            PIC ZZZZZZ9-.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-UPRC           PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-DTL-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-DTL-DLDT           PIC 9(08).
           02  FILLER                 PIC X(18)   VALUE SPACES.

       01  WS-RPT-TOT-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  RPT-TOT-DESC           PIC X(30).
           02  FILLER                 PIC X(03)   VALUE SPACES.
           02  RPT-TOT-LINES          PIC ZZ9.
           02  FILLER                 PIC X(06)   VALUE " LINES".
           02  FILLER                 PIC X(26)   VALUE SPACES.
           02  RPT-TOT-CURR           PIC X(03).
           02  FILLER                 PIC X(11)   VALUE SPACES.
           02  RPT-TOT-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                 PIC X(28)   VALUE SPACES.

       01  WS-RPT-NOTE-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  RPT-NOTE-TEXT          PIC X(70).
           02  FILLER                 PIC X(57)   VALUE SPACES.

       01  WS-RPT-CHG-HDG-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  FILLER                 PIC X(12)   VALUE "FIELD".
           02  FILLER                 PIC X(22)   VALUE "PREVIOUSLY".
           02  FILLER                 PIC X(22)   VALUE "NOW".
           02  FILLER                 PIC X(71)   VALUE SPACES.

       01  WS-RPT-CHG-LINE.
           02  FILLER                 PIC X(05)   VALUE SPACES.
           02  RPT-CHG-FIELD          PIC X(10).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CHG-OLD            PIC X(20).
           02  FILLER                 PIC X(02)   VALUE SPACES.
           02  RPT-CHG-NEW            PIC X(20).
           02  FILLER                 PIC X(73)   VALUE SPACES.

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

           OPEN  INPUT  CONHDRLOG-FILE
                        CONHDR-FILE
                        CONHDRHS-FILE
                        CONDTL-FILE
                        CONAPRV-FILE
                        CUSTS-FILE
                        ITEMS-FILE
                        ORDSTS-FILE
                 I-O    CONCTL-FILE
                        ACKLOG-FILE
                 OUTPUT ACKEDI-FILE
                        ACKRPT-FILE.

           MOVE  LS-RUN-DATE  TO  RPT-RUN-DATE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-TITLE-LINE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

           IF  LS-RUN-DATE = ZEROS
                   OR LS-RUN-DATE NOT NUMERIC
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-ERROR-LINE
               MOVE  SPACES  TO  WS-ACKEDI-LINE
               STRING  "E"             DELIMITED BY SIZE
                       "|"             DELIMITED BY SIZE
                       "INVALID RUN DATE - ACKNOWLEDGEMENTS ABANDONED"
                                       DELIMITED BY SIZE
                       INTO  WS-ACKEDI-LINE
               WRITE  ACKEDI-RECORD  FROM  WS-ACKEDI-LINE
               GO  MAIN-WRAP-UP
           END-IF.

           CALL "RTVJOBUSR" USING WS-RUN-USER.
           PERFORM  WRITE-HEADER-RECORD   THRU  WRHDR-EXIT.

           PERFORM  READ-CONHDRLOG-FILE   THRU  RDLOG-EXIT.
           PERFORM  PROCESS-CONTRACT-LOG  THRU  PRCLOG-EXIT
                    UNTIL  WS-EOF-CONHDRLOG = "Y".

           PERFORM  FIND-NEXT-CUSTOMER    THRU  FNDCUS-EXIT.
           PERFORM  PRINT-CUSTOMER        THRU  PRCUS-EXIT
                    UNTIL  WS-CUST-FOUND = "N".

           PERFORM  WRITE-TRAILER-RECORD  THRU  WRTRL-EXIT.
           PERFORM  WRITE-CONTROL-TOTALS  THRU  WRCTL-EXIT.

       MAIN-WRAP-UP.
           CLOSE  CONHDRLOG-FILE  CONHDR-FILE  CONHDRHS-FILE
                  CONDTL-FILE  CONAPRV-FILE  CUSTS-FILE  ITEMS-FILE
                  ORDSTS-FILE  CONCTL-FILE  ACKLOG-FILE  ACKEDI-FILE
                  ACKRPT-FILE.

           GOBACK.

       READ-CONHDRLOG-FILE.
           READ  CONHDRLOG-FILE
                   AT END
                       MOVE "Y"  TO  WS-EOF-CONHDRLOG
           END-READ.
       RDLOG-EXIT.  EXIT.

      ******************************************************************
      * ONE CONTRACT'S LOG ROWS: FIND WHAT HAS ALREADY BEEN SENT, TAKE
      * THE ROWS SINCE THEN, AND DECIDE WHAT (IF ANYTHING) IS DUE.
      ******************************************************************
       PROCESS-CONTRACT-LOG.
           MOVE  XWORDN OF CONHDRLOG-RECORD  TO  WS-CUR-XWORDN.
           PERFORM  READ-ACKLOG-HISTORY  THRU  RDACKH-EXIT.

           MOVE  0    TO  WS-WIN-ROWS  WS-WIN-LAST-TS.
           MOVE  "N"  TO  WS-WIN-TODAY  WS-WIN-ADD.
           MOVE  SPACE  TO  WS-WIN-LAST-ACT.
           PERFORM  TAKE-LOG-ROW  THRU  TKLOG-EXIT
                    UNTIL  WS-EOF-CONHDRLOG = "Y"
                       OR  XWORDN OF CONHDRLOG-RECORD NOT =
                                                  WS-CUR-XWORDN.

           IF  WS-WIN-ROWS > ZEROS
               PERFORM  DECIDE-DOCUMENT  THRU  DECDOC-EXIT
           END-IF.
       PRCLOG-EXIT.  EXIT.

      * THE CONTRACT'S ACKLOG ENTRIES, IN DOCUMENT NUMBER ORDER.  THE
      * PENDING ENTRY (DOCUMENT NUMBER ZERO) COMES FIRST IF THERE IS
      * ONE.
       READ-ACKLOG-HISTORY.
           MOVE  0    TO  WS-LAST-ACKLTS.
           MOVE  "N"  TO  WS-ACKED-BEFORE  WS-PENDING.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF ACKLOG-RECORD.
           MOVE  ZEROS          TO  ACKNO  OF ACKLOG-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ACKLOG.
           START ACKLOG-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF ACKLOG-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-ACKLOG
           END-START.
           IF  RECORD-FOUND-ACKLOG = "Y"
               PERFORM  READ-NEXT-ACKLOG  THRU  RNACK-EXIT
           END-IF.
           PERFORM  TAKE-ACKLOG-ENTRY  THRU  TKACK-EXIT
                    UNTIL  RECORD-FOUND-ACKLOG = "N".
       RDACKH-EXIT.  EXIT.

       READ-NEXT-ACKLOG.
           READ  ACKLOG-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-ACKLOG
                   GO RNACK-EXIT.
           IF  XWORDN OF ACKLOG-RECORD NOT = WS-CUR-XWORDN
               MOVE "N"  TO  RECORD-FOUND-ACKLOG
           END-IF.
       RNACK-EXIT.  EXIT.

       TAKE-ACKLOG-ENTRY.
           IF  ACKNO OF ACKLOG-RECORD = ZEROS
               MOVE  "Y"  TO  WS-PENDING
           ELSE
               MOVE  "Y"  TO  WS-ACKED-BEFORE
               IF  ACKLTS OF ACKLOG-RECORD > WS-LAST-ACKLTS
                   MOVE  ACKLTS OF ACKLOG-RECORD  TO  WS-LAST-ACKLTS
               END-IF
           END-IF.
           PERFORM  READ-NEXT-ACKLOG  THRU  RNACK-EXIT.
       TKACK-EXIT.  EXIT.

      ******************************************************************
      * ONE LOG ROW.  ROWS AFTER THE RUN DATE BELONG TO A LATER RUN;
      * ROWS AT OR BEFORE THE LAST ACKLTS HAVE ALREADY BEEN ADVISED.
      * A DELETE LEAVES ITS BEFORE IMAGE AS THE HEADER CANCELLED.
      ******************************************************************
       TAKE-LOG-ROW.
           ADD  1  TO  WS-LOG-READ.
           IF  LOGACT = "X"
               GO  TKLOG-NEXT.
           MOVE  LOGTS (1:8)  TO  WS-LOG-DATE.
           IF  WS-LOG-DATE > LS-RUN-DATE
               GO  TKLOG-NEXT.
           IF  LOGTS NOT > WS-LAST-ACKLTS
               GO  TKLOG-NEXT.

           ADD  1  TO  WS-WIN-ROWS  WS-LOG-TAKEN.
           IF  WS-WIN-ROWS = 1
               MOVE  OLD-XWBCCD  TO  WS-FROM-XWBCCD
               MOVE  OLD-XWCREF  TO  WS-FROM-XWCREF
               MOVE  OLD-XWDLDT  TO  WS-FROM-XWDLDT
               MOVE  OLD-XWSTAT  TO  WS-FROM-XWSTAT
               MOVE  OLD-XWTAMT  TO  WS-FROM-XWTAMT
               MOVE  OLD-PERSON  TO  WS-FROM-PERSON
           END-IF.
           IF  WS-LOG-DATE = LS-RUN-DATE
               MOVE  "Y"  TO  WS-WIN-TODAY
           END-IF.
           IF  LOGACT = "A" OR "R"
               MOVE  "Y"  TO  WS-WIN-ADD
           END-IF.
           MOVE  LOGACT  TO  WS-WIN-LAST-ACT.
           MOVE  LOGTS   TO  WS-WIN-LAST-TS.

           IF  LOGACT = "D"
               MOVE  OLD-XWBCCD  TO  WS-TO-XWBCCD
               MOVE  OLD-XWCREF  TO  WS-TO-XWCREF
               MOVE  OLD-XWDLDT  TO  WS-TO-XWDLDT
               MOVE  OLD-XWSTAT  TO  WS-TO-XWSTAT
               MOVE  OLD-XWTAMT  TO  WS-TO-XWTAMT
               MOVE  OLD-PERSON  TO  WS-TO-PERSON
           ELSE
               MOVE  NEW-XWBCCD  TO  WS-TO-XWBCCD
               MOVE  NEW-XWCREF  TO  WS-TO-XWCREF
               MOVE  NEW-XWDLDT  TO  WS-TO-XWDLDT
               MOVE  NEW-XWSTAT  TO  WS-TO-XWSTAT
               MOVE  NEW-XWTAMT  TO  WS-TO-XWTAMT
               MOVE  NEW-PERSON  TO  WS-TO-PERSON
           END-IF.

       TKLOG-NEXT.
           PERFORM  READ-CONHDRLOG-FILE  THRU  RDLOG-EXIT.
       TKLOG-EXIT.  EXIT.

      ******************************************************************
      * DECIDE THE DOCUMENT FOR THE CONTRACT JUST READ AND QUEUE IT.
      * ROWS FROM EARLIER DAYS ON A CONTRACT NEVER ADVISED AND NOT
      * PENDING ARE HISTORY FROM BEFORE ACKNOWLEDGEMENTS WERE SENT AND
      * DO NOT ON THEIR OWN CALL FOR A DOCUMENT.
      ******************************************************************
       DECIDE-DOCUMENT.
           IF  WS-ACKED-BEFORE = "N"
                   AND  WS-PENDING = "N"
                   AND  WS-WIN-TODAY = "N"
               GO  DECDOC-EXIT.
           ADD  1  TO  WS-CONTRACT-DUE.

           IF  WS-WIN-LAST-ACT = "D"
               IF  WS-ACKED-BEFORE = "N"
                       AND  WS-WIN-ADD = "Y"
                   ADD  1  TO  WS-SUPPRESSED
                   IF  WS-PENDING = "Y"
                       PERFORM  DELETE-PENDING-ENTRY  THRU  DLPEND-EXIT
                   END-IF
                   GO  DECDOC-EXIT
               END-IF
               MOVE  "D"  TO  WS-WIN-TYPE
               MOVE  WS-TO-XWBCCD  TO  WS-WIN-BCCD
               GO  DECDOC-QUEUE
           END-IF.

           IF  WS-ACKED-BEFORE = "N"
                   OR  WS-WIN-ADD = "Y"
               MOVE  "A"  TO  WS-WIN-TYPE
           ELSE
               MOVE  "C"  TO  WS-WIN-TYPE
           END-IF.

           PERFORM  CHECK-PENDING-APPROVAL  THRU  CHKAPR-EXIT.
           IF  RECORD-FOUND-CONAPRV = "Y"
               ADD  1  TO  WS-APRV-HELD
               MOVE  "HELD - CHANGE AWAITING APPROVAL ON CONAPRV"
                                       TO  RPT-EXC-REASON
               PERFORM  WRITE-PENDING-ENTRY  THRU  WRPEND-EXIT
               GO  DECDOC-EXIT
           END-IF.

           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDR-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONHDR.
           READ  CONHDR-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CONHDR
           END-READ.
           IF  RECORD-FOUND-CONHDR = "N"
               ADD  1  TO  WS-NOT-ON-FILE
               MOVE  "CONTRACT NOT ON CONHDR - NOTHING TO ADVISE"
                                       TO  RPT-EXC-REASON
               PERFORM  PRINT-EXCEPTION  THRU  PREXC-EXIT
               GO  DECDOC-EXIT
           END-IF.
           MOVE  XWBCCD OF CONHDR-RECORD  TO  WS-WIN-BCCD.

       DECDOC-QUEUE.
           IF  WS-ACK-COUNT NOT < 2000
               ADD  1  TO  WS-NOT-REACHED
               MOVE  "TOO MANY FOR ONE RUN - LEFT FOR THE NEXT RUN"
                                       TO  RPT-EXC-REASON
               PERFORM  WRITE-PENDING-ENTRY  THRU  WRPEND-EXIT
               GO  DECDOC-EXIT
           END-IF.

           ADD  1  TO  WS-ACK-COUNT.
           SET  ACK-IDX  TO  WS-ACK-COUNT.
           MOVE  WS-CUR-XWORDN    TO  WS-ACK-XWORDN  (ACK-IDX).
           MOVE  WS-WIN-BCCD      TO  WS-ACK-XWBCCD  (ACK-IDX).
           MOVE  WS-WIN-TYPE      TO  WS-ACK-TYPE    (ACK-IDX).
           MOVE  WS-WIN-LAST-TS   TO  WS-ACK-LTS     (ACK-IDX).
           MOVE  WS-PENDING       TO  WS-ACK-PENDING (ACK-IDX).
           MOVE  WS-FROM-IMAGE    TO  WS-ACK-FROM    (ACK-IDX).
           MOVE  WS-TO-IMAGE      TO  WS-ACK-TO      (ACK-IDX).
       DECDOC-EXIT.  EXIT.

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

      ******************************************************************
      * A CONTRACT DUE A DOCUMENT THAT IS NOT SENT THIS RUN IS LISTED
      * AND GIVEN A PENDING ACKLOG ENTRY (DOCUMENT NUMBER ZERO), WHICH
      * KEEPS IT DUE ON LATER RUNS UNTIL THE DOCUMENT GOES OUT.  THE
      * CALLER SETS THE REASON, WS-CUR-XWORDN AND THE "TO" IMAGE.
      ******************************************************************
       WRITE-PENDING-ENTRY.
           PERFORM  PRINT-EXCEPTION  THRU  PREXC-EXIT.
           IF  WS-PENDING = "Y"
               GO  WRPEND-EXIT.

           MOVE  SPACES  TO  ACKLOG-FILE-STATUS.
           MOVE  WS-CUR-XWORDN   TO  XWORDN  OF ACKLOG-RECORD.
           MOVE  ZEROS           TO  ACKNO   OF ACKLOG-RECORD.
           MOVE  "P"             TO  ACKTYP  OF ACKLOG-RECORD.
           MOVE  ZEROS           TO  ACKLTS  OF ACKLOG-RECORD.
           MOVE  LS-RUN-DATE     TO  ACKDT   OF ACKLOG-RECORD.
           MOVE  WS-TO-XWBCCD    TO  XWBCCD  OF ACKLOG-RECORD.
           MOVE  WS-TO-XWCREF    TO  XWCREF  OF ACKLOG-RECORD.
           MOVE  SPACES          TO  XWCURR  OF ACKLOG-RECORD.
           MOVE  WS-TO-XWTAMT    TO  XWTAMT  OF ACKLOG-RECORD.
           MOVE  ZEROS           TO  ACKLNS  OF ACKLOG-RECORD.
           MOVE  "N"             TO  ACKEDI  OF ACKLOG-RECORD.
           MOVE  FUNCTION CURRENT-DATE (1:14)
                                 TO  ACKTS   OF ACKLOG-RECORD.
           MOVE  WS-RUN-USER     TO  ACKUSER OF ACKLOG-RECORD.
           WRITE  ACKLOG-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  ACKLOG-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM WRITING ACKLOG PENDING ENTRY"
           END-IF.
       WRPEND-EXIT.  EXIT.

       DELETE-PENDING-ENTRY.
           MOVE  SPACES  TO  ACKLOG-FILE-STATUS.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF ACKLOG-RECORD.
           MOVE  ZEROS          TO  ACKNO  OF ACKLOG-RECORD.
           DELETE  ACKLOG-FILE  RECORD
                   INVALID KEY
                       CONTINUE
           END-DELETE.
           IF  ACKLOG-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM DELETING ACKLOG PENDING ENTRY"
           END-IF.
       DLPEND-EXIT.  EXIT.

       PRINT-EXCEPTION.
           MOVE  WS-CUR-XWORDN  TO  RPT-EXC-ORDN.
           MOVE  WS-TO-XWBCCD   TO  RPT-EXC-BCCD.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-EXC-LINE.
       PREXC-EXIT.  EXIT.

      ******************************************************************
      * THE LOWEST BILLING CODE IN THE TABLE ABOVE THE LAST CUSTOMER
      * PRINTED.
      ******************************************************************
       FIND-NEXT-CUSTOMER.
           MOVE  "N"          TO  WS-CUST-FOUND.
           MOVE  HIGH-VALUES  TO  WS-NEXT-XWBCCD.
           PERFORM  TEST-ENTRY-CUSTOMER  THRU  TSTCUS-EXIT
                    VARYING FND-IDX FROM 1 BY 1
                    UNTIL FND-IDX > WS-ACK-COUNT.
       FNDCUS-EXIT.  EXIT.

       TEST-ENTRY-CUSTOMER.
           IF  WS-ACK-XWBCCD (FND-IDX) > WS-PRIOR-XWBCCD
                   AND  WS-ACK-XWBCCD (FND-IDX) < WS-NEXT-XWBCCD
               MOVE  WS-ACK-XWBCCD (FND-IDX)  TO  WS-NEXT-XWBCCD
               MOVE  "Y"  TO  WS-CUST-FOUND
           END-IF.
       TSTCUS-EXIT.  EXIT.

      ******************************************************************
      * ONE CUSTOMER: THE NAME AND ADDRESS BLOCK, THEN EACH OF ITS
      * DOCUMENTS IN CONTRACT ORDER.
      ******************************************************************
       PRINT-CUSTOMER.
           MOVE  WS-NEXT-XWBCCD  TO  WS-PRIOR-XWBCCD.
           PERFORM  START-NEW-CUSTOMER  THRU  STNCUS-EXIT.
           PERFORM  RAISE-DOCUMENT  THRU  RAISDC-EXIT
                    VARYING ACK-IDX FROM 1 BY 1
                    UNTIL ACK-IDX > WS-ACK-COUNT.
           PERFORM  FIND-NEXT-CUSTOMER  THRU  FNDCUS-EXIT.
       PRCUS-EXIT.  EXIT.

       START-NEW-CUSTOMER.
           ADD   1    TO  WS-CUST-COUNT.

           MOVE  WS-PRIOR-XWBCCD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-CUSTS
                       INITIALIZE  CUSTSR
                       MOVE  ALL "-"  TO  CUNAME OF CUSTS-RECORD
           END-READ.
           IF  CUEDI OF CUSTS-RECORD = "Y"
               MOVE  "Y"  TO  WS-CUST-EDI
               MOVE  "ALSO SENT BY EDI"  TO  RPT-CUST-EDI
           ELSE
               MOVE  "N"  TO  WS-CUST-EDI
               MOVE  SPACES  TO  RPT-CUST-EDI
           END-IF.

           MOVE  WS-PRIOR-XWBCCD         TO  RPT-CUST-BCCD.
           MOVE  CUSNO OF CUSTS-RECORD   TO  RPT-CUST-CUSNO.
           MOVE  CUNAME OF CUSTS-RECORD  TO  RPT-CUST-NAME.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-CUST-LINE.
           PERFORM  PRINT-CUSTOMER-ADDRESS  THRU  PRADR-EXIT.
       STNCUS-EXIT.  EXIT.

      * THE POSTAL ADDRESS PRINTS UNDER THE NAME, ONE LINE PER FIELD,
      * WITH BLANK ADDRESS LINES CLOSED UP, THEN THE CONTACT.
       PRINT-CUSTOMER-ADDRESS.
           IF  CUADR1 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR1 OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
           IF  CUADR2 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR2 OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
           IF  CUADR3 OF CUSTS-RECORD NOT = SPACES
               MOVE  CUADR3 OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
           IF  CUPOST OF CUSTS-RECORD NOT = SPACES
               MOVE  CUPOST OF CUSTS-RECORD  TO  RPT-ADDR-TEXT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-ADDR-LINE
           END-IF.
           IF  CUCONT OF CUSTS-RECORD NOT = SPACES
               MOVE  CUCONT OF CUSTS-RECORD  TO  RPT-FAO-CONT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-FAO-LINE
           END-IF.
       PRADR-EXIT.  EXIT.

      ******************************************************************
      * ONE QUEUED DOCUMENT FOR THE CURRENT CUSTOMER: DRAW THE NUMBER,
      * SET UP THE HEADER IT SHOWS, PRINT IT (AND SEND IT BY EDI),
      * THEN REGISTER IT ON ACKLOG.
      ******************************************************************
       RAISE-DOCUMENT.
           IF  WS-ACK-XWBCCD (ACK-IDX) NOT = WS-PRIOR-XWBCCD
               GO  RAISDC-EXIT.

           MOVE  WS-ACK-XWORDN  (ACK-IDX)  TO  WS-CUR-XWORDN.
           MOVE  WS-ACK-TYPE    (ACK-IDX)  TO  WS-DOC-TYPE.
           MOVE  WS-ACK-PENDING (ACK-IDX)  TO  WS-PENDING.
           MOVE  WS-ACK-TO      (ACK-IDX)  TO  WS-TO-IMAGE.

           PERFORM  ASSIGN-NEXT-ACKNO  THRU  ASGACK-EXIT.
           IF  WS-NUMBER-FAILED = "Y"
               ADD  1  TO  WS-NOT-REACHED
               MOVE  "NO ACKNOWLEDGEMENT NUMBER AVAILABLE FROM CONCTL"
                                       TO  RPT-EXC-REASON
               PERFORM  WRITE-PENDING-ENTRY  THRU  WRPEND-EXIT
               GO  RAISDC-EXIT
           END-IF.
           MOVE  FUNCTION CURRENT-DATE (1:14)  TO  WS-ACK-TS.

           PERFORM  SET-DOCUMENT-HEADER  THRU  SETDOC-EXIT.

           EVALUATE  WS-DOC-TYPE
               WHEN  "A"
                   MOVE  "ORDER ACKNOWLEDGEMENT"  TO  RPT-DOC-TYPE
                   ADD  1  TO  WS-ORDACK-COUNT
               WHEN  "C"
                   MOVE  "CHANGE CONFIRMATION"    TO  RPT-DOC-TYPE
                   ADD  1  TO  WS-CHGCNF-COUNT
               WHEN  OTHER
                   MOVE  "CANCELLATION NOTICE"    TO  RPT-DOC-TYPE
                   ADD  1  TO  WS-CANCEL-COUNT
           END-EVALUATE.
           MOVE  WS-NEXT-ACKNO      TO  RPT-DOC-ACKNO.
           MOVE  WS-CUR-XWORDN      TO  RPT-DOC-ORDN.
           MOVE  LS-RUN-DATE        TO  RPT-DOC-DATE.
           MOVE  WS-DOC-XWCREF      TO  RPT-DOC-CREF.
           MOVE  WS-DOC-XWDLDT      TO  RPT-DOC-DLDT.
           MOVE  WS-DOC-XWSTAT      TO  RPT-DOC-STAT.
           MOVE  WS-DOC-PERSON      TO  RPT-DOC-PERS.
           MOVE  WS-DOC-CURR        TO  RPT-DOC-CURR.
           PERFORM  FETCH-STATUS-DESC  THRU  FSDSC-EXIT.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-DOC-LINE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-DOC2-LINE.

           IF  WS-CUST-EDI = "Y"
               PERFORM  WRITE-DOCUMENT-RECORD  THRU  WRDOC-EXIT
           END-IF.

           MOVE  0  TO  WS-DOC-LINES.
           IF  WS-DOC-TYPE = "D"
               MOVE  "THIS CONTRACT HAS BEEN CANCELLED AND WILL NOT BE D
      -              "ELIVERED."  TO  RPT-NOTE-TEXT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-NOTE-LINE
               MOVE  "CANCELLED CONTRACT VALUE"  TO  RPT-TOT-DESC
           ELSE
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-COL-HDG-LINE
               PERFORM  PRINT-CONTRACT-LINES  THRU  PRLNS-EXIT
               MOVE  "CONTRACT VALUE"  TO  RPT-TOT-DESC
           END-IF.
           MOVE  WS-DOC-LINES   TO  RPT-TOT-LINES.
           MOVE  WS-DOC-CURR    TO  RPT-TOT-CURR.
           MOVE  WS-DOC-XWTAMT  TO  RPT-TOT-AMT.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-TOT-LINE.

           IF  WS-DOC-TYPE = "C"
               PERFORM  PRINT-CHANGES  THRU  PRCHG-EXIT
           END-IF.

           PERFORM  WRITE-ACKLOG-ENTRY  THRU  WRACK-EXIT.
           IF  WS-PENDING = "Y"
               PERFORM  DELETE-PENDING-ENTRY  THRU  DLPEND-EXIT
           END-IF.
           IF  WS-CUST-EDI = "Y"
               ADD  1  TO  WS-EDI-COUNT
           END-IF.
       RAISDC-EXIT.  EXIT.

      ******************************************************************
      * THE HEADER A DOCUMENT SHOWS.  AN ACKNOWLEDGEMENT OR CHANGE
      * CONFIRMATION SHOWS CONHDR AS IT STANDS NOW; A CANCELLATION
      * SHOWS THE IMAGE LOGGED AT THE DELETE, WITH THE CURRENCY TAKEN
      * FROM THE DELETED HEADER ON CONHDRHS (CONHDRLOG CARRIES NONE).
      * BLANK CURRENCY MEANS THE STERLING BASE.
      ******************************************************************
       SET-DOCUMENT-HEADER.
           MOVE  SPACES  TO  WS-DOC-CURR.
           IF  WS-DOC-TYPE NOT = "D"
               MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDR-RECORD
               MOVE  "Y"  TO  RECORD-FOUND-CONHDR
               READ  CONHDR-FILE
                       INVALID KEY
                           MOVE  "N"  TO  RECORD-FOUND-CONHDR
               END-READ
           ELSE
               MOVE  "N"  TO  RECORD-FOUND-CONHDR
           END-IF.

           IF  RECORD-FOUND-CONHDR = "Y"
               MOVE  XWBCCD OF CONHDR-RECORD  TO  WS-DOC-XWBCCD
               MOVE  XWCREF OF CONHDR-RECORD  TO  WS-DOC-XWCREF
               MOVE  XWDLDT OF CONHDR-RECORD  TO  WS-DOC-XWDLDT
               MOVE  XWSTAT OF CONHDR-RECORD  TO  WS-DOC-XWSTAT
               MOVE  XWTAMT OF CONHDR-RECORD  TO  WS-DOC-XWTAMT
               MOVE  PERSON OF CONHDR-RECORD  TO  WS-DOC-PERSON
               MOVE  XWCURR OF CONHDR-RECORD  TO  WS-DOC-CURR
           ELSE
               MOVE  WS-TO-XWBCCD  TO  WS-DOC-XWBCCD
               MOVE  WS-TO-XWCREF  TO  WS-DOC-XWCREF
               MOVE  WS-TO-XWDLDT  TO  WS-DOC-XWDLDT
               MOVE  WS-TO-XWSTAT  TO  WS-DOC-XWSTAT
               MOVE  WS-TO-XWTAMT  TO  WS-DOC-XWTAMT
               MOVE  WS-TO-PERSON  TO  WS-DOC-PERSON
               PERFORM  FETCH-DELETED-CURRENCY  THRU  FDCUR-EXIT
           END-IF.

           IF  WS-DOC-CURR = SPACES
               MOVE  "GBP"  TO  WS-DOC-CURR
           END-IF.
       SETDOC-EXIT.  EXIT.

      * THE LATEST CONHDRHS COPY OF THE CONTRACT UNDER ITS CUSTOMER.
       FETCH-DELETED-CURRENCY.
           MOVE  WS-DOC-XWBCCD  TO  XWBCCD OF CONHDRHS-RECORD.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONHDRHS-RECORD.
           MOVE  ZEROS          TO  DELTS  OF CONHDRHS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONHDRHS.
           START CONHDRHS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONHDRHS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONHDRHS
           END-START.
           IF  RECORD-FOUND-CONHDRHS = "Y"
               PERFORM  READ-NEXT-CONHDRHS  THRU  RNHHS-EXIT
           END-IF.
           PERFORM  TAKE-CONHDRHS-CURRENCY  THRU  TKHHS-EXIT
                    UNTIL  RECORD-FOUND-CONHDRHS = "N".
       FDCUR-EXIT.  EXIT.

       READ-NEXT-CONHDRHS.
           READ  CONHDRHS-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CONHDRHS
                   GO RNHHS-EXIT.
           IF  XWBCCD OF CONHDRHS-RECORD NOT = WS-DOC-XWBCCD
                   OR  XWORDN OF CONHDRHS-RECORD NOT = WS-CUR-XWORDN
               MOVE "N"  TO  RECORD-FOUND-CONHDRHS
           END-IF.
       RNHHS-EXIT.  EXIT.

       TAKE-CONHDRHS-CURRENCY.
           MOVE  XWCURR OF CONHDRHS-RECORD  TO  WS-DOC-CURR.
           PERFORM  READ-NEXT-CONHDRHS  THRU  RNHHS-EXIT.
       TKHHS-EXIT.  EXIT.

       FETCH-STATUS-DESC.
           MOVE  WS-DOC-XWSTAT  TO  XWSTAT OF ORDSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDSTS.
           READ  ORDSTS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-ORDSTS
           END-READ.
           IF  RECORD-FOUND-ORDSTS = "Y"
               MOVE  XWSDSC OF ORDSTS-RECORD  TO  RPT-DOC-SDSC
           ELSE
               MOVE  ALL "-"  TO  RPT-DOC-SDSC
           END-IF.
       FSDSC-EXIT.  EXIT.

      ******************************************************************
      * THE CONTRACT'S CONDTL LINES WITH THE ITEM DESCRIPTION.  A LINE
      * WITH NO DELIVERY DATE OF ITS OWN IS DUE ON THE HEADER DATE.
      ******************************************************************
       PRINT-CONTRACT-LINES.
           MOVE  WS-CUR-XWORDN  TO  XWORDN OF CONDTL-RECORD.
           MOVE  ZEROS          TO  XWLINE OF CONDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CONDTL.
           START CONDTL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CONDTL-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDTL
           END-START.
           IF  RECORD-FOUND-CONDTL = "Y"
               PERFORM  READ-NEXT-CONDTL  THRU  RNDTL-EXIT
           END-IF.
           PERFORM  PRINT-ONE-LINE  THRU  PR1LN-EXIT
                    UNTIL  RECORD-FOUND-CONDTL = "N".
       PRLNS-EXIT.  EXIT.

       READ-NEXT-CONDTL.
           READ  CONDTL-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CONDTL
                   GO RNDTL-EXIT.
           IF  XWORDN OF CONDTL-RECORD NOT = WS-CUR-XWORDN
               MOVE "N"  TO  RECORD-FOUND-CONDTL
           END-IF.
       RNDTL-EXIT.  EXIT.

       PRINT-ONE-LINE.
           ADD  1  TO  WS-DOC-LINES.
           MOVE  XWITEM OF CONDTL-RECORD  TO  XWITEM OF ITEMS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ITEMS.
           READ  ITEMS-FILE
                   INVALID KEY
                       MOVE  "N"  TO  RECORD-FOUND-ITEMS
                       MOVE  ALL "-"  TO  ITDESC OF ITEMS-RECORD
           END-READ.
           MOVE  XWLDDT OF CONDTL-RECORD  TO  WS-LINE-DLDT.
           IF  WS-LINE-DLDT = ZEROS
               MOVE  WS-DOC-XWDLDT  TO  WS-LINE-DLDT
           END-IF.

           MOVE  XWLINE OF CONDTL-RECORD  TO  RPT-DTL-LINE.
           MOVE  XWITEM OF CONDTL-RECORD  TO  RPT-DTL-ITEM.
           MOVE  ITDESC OF ITEMS-RECORD   TO  RPT-DTL-DESC.
           MOVE  XWQTY  OF CONDTL-RECORD  TO  RPT-DTL-QTY.
           MOVE  XWUPRC OF CONDTL-RECORD  TO  RPT-DTL-UPRC.
           MOVE  XWLAMT OF CONDTL-RECORD  TO  RPT-DTL-AMT.
           MOVE  WS-LINE-DLDT             TO  RPT-DTL-DLDT.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-DTL-LINE.

           IF  WS-CUST-EDI = "Y"
               PERFORM  WRITE-LINE-RECORD  THRU  WRLIN-EXIT
           END-IF.

           PERFORM  READ-NEXT-CONDTL  THRU  RNDTL-EXIT.
       PR1LN-EXIT.  EXIT.

      ******************************************************************
      * CHANGE CONFIRMATION: EACH HEADER FIELD THAT DIFFERS FROM THE
      * IMAGE LAST ADVISED.  CONDTL CHANGES REACH THE LOG ONLY AS THE
      * HEADER TOTAL, SO A CONFIRMATION WITH NO HEADER DIFFERENCE IS
      * FOR AMENDED LINES (OR CHANGES SINCE REVERSED) AND SAYS SO.
      ******************************************************************
       PRINT-CHANGES.
           MOVE  0  TO  WS-DOC-CHANGES.
           SET  FND-IDX  TO  ACK-IDX.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-BLANK-LINE.

           IF  WS-ACK-FROM-XWBCCD (FND-IDX) NOT = WS-DOC-XWBCCD
               MOVE  "CUSTOMER"  TO  WS-CHG-FIELD
               MOVE  WS-ACK-FROM-XWBCCD (FND-IDX)  TO  WS-CHG-OLD
               MOVE  WS-DOC-XWBCCD                 TO  WS-CHG-NEW
               PERFORM  PRINT-ONE-CHANGE  THRU  PR1CHG-EXIT
           END-IF.
           IF  WS-ACK-FROM-XWCREF (FND-IDX) NOT = WS-DOC-XWCREF
               MOVE  "REFERENCE"  TO  WS-CHG-FIELD
               MOVE  WS-ACK-FROM-XWCREF (FND-IDX)  TO  WS-CHG-OLD
               MOVE  WS-DOC-XWCREF                 TO  WS-CHG-NEW
               PERFORM  PRINT-ONE-CHANGE  THRU  PR1CHG-EXIT
           END-IF.
           IF  WS-ACK-FROM-XWDLDT (FND-IDX) NOT = WS-DOC-XWDLDT
               MOVE  "DELIVERY"  TO  WS-CHG-FIELD
               MOVE  WS-ACK-FROM-XWDLDT (FND-IDX)  TO  WS-CHG-OLD
               MOVE  WS-DOC-XWDLDT                 TO  WS-CHG-NEW
               PERFORM  PRINT-ONE-CHANGE  THRU  PR1CHG-EXIT
           END-IF.
           IF  WS-ACK-FROM-XWSTAT (FND-IDX) NOT = WS-DOC-XWSTAT
               MOVE  "STATUS"  TO  WS-CHG-FIELD
               MOVE  WS-ACK-FROM-XWSTAT (FND-IDX)  TO  WS-CHG-OLD
               MOVE  WS-DOC-XWSTAT                 TO  WS-CHG-NEW
               PERFORM  PRINT-ONE-CHANGE  THRU  PR1CHG-EXIT
           END-IF.
           IF  WS-ACK-FROM-PERSON (FND-IDX) NOT = WS-DOC-PERSON
               MOVE  "SALESMAN"  TO  WS-CHG-FIELD
               MOVE  WS-ACK-FROM-PERSON (FND-IDX)  TO  WS-CHG-OLD
               MOVE  WS-DOC-PERSON                 TO  WS-CHG-NEW
               PERFORM  PRINT-ONE-CHANGE  THRU  PR1CHG-EXIT
           END-IF.
           IF  WS-ACK-FROM-XWTAMT (FND-IDX) NOT = WS-DOC-XWTAMT
               MOVE  "VALUE"  TO  WS-CHG-FIELD
               MOVE  WS-ACK-FROM-XWTAMT (FND-IDX)  TO  WS-CHG-AMT
               MOVE  WS-CHG-AMT  TO  WS-CHG-OLD
               MOVE  WS-ACK-FROM-XWTAMT (FND-IDX)  TO  WS-EXT-AMT
               MOVE  WS-EXT-AMT  TO  WS-CHG-OLD-EDI
               MOVE  WS-DOC-XWTAMT  TO  WS-CHG-AMT
               MOVE  WS-CHG-AMT  TO  WS-CHG-NEW
               MOVE  WS-DOC-XWTAMT  TO  WS-EXT-AMT
               MOVE  WS-EXT-AMT  TO  WS-CHG-NEW-EDI
               PERFORM  PRINT-ONE-CHANGE  THRU  PR1CHG-EXIT
           END-IF.

           IF  WS-DOC-CHANGES = ZEROS
               MOVE  "CONTRACT LINES AMENDED - HEADER DETAILS UNCHANGED"
                                       TO  RPT-NOTE-TEXT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-NOTE-LINE
           END-IF.
       PRCHG-EXIT.  EXIT.

      * THE VALUE CHANGE SETS ITS OWN EDI TEXT; EVERY OTHER FIELD IS
      * SENT AS PRINTED.
       PRINT-ONE-CHANGE.
           ADD  1  TO  WS-DOC-CHANGES.
           IF  WS-DOC-CHANGES = 1
               MOVE   "CHANGED SINCE THIS CONTRACT WAS LAST CONFIRMED TO
      -              " YOU:"  TO  RPT-NOTE-TEXT
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-NOTE-LINE
               WRITE  ACKRPT-RECORD  FROM  WS-RPT-CHG-HDG-LINE
           END-IF.
           IF  WS-CHG-FIELD NOT = "VALUE"
               MOVE  WS-CHG-OLD  TO  WS-CHG-OLD-EDI
               MOVE  WS-CHG-NEW  TO  WS-CHG-NEW-EDI
           END-IF.

           MOVE  WS-CHG-FIELD  TO  RPT-CHG-FIELD.
           MOVE  WS-CHG-OLD    TO  RPT-CHG-OLD.
           MOVE  WS-CHG-NEW    TO  RPT-CHG-NEW.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-CHG-LINE.

           IF  WS-CUST-EDI = "Y"
               PERFORM  WRITE-CHANGE-RECORD  THRU  WRCHG-EXIT
           END-IF.
       PR1CHG-EXIT.  EXIT.

       WRITE-ACKLOG-ENTRY.
           MOVE  SPACES  TO  ACKLOG-FILE-STATUS.
           MOVE  WS-CUR-XWORDN          TO  XWORDN  OF ACKLOG-RECORD.
           MOVE  WS-NEXT-ACKNO          TO  ACKNO   OF ACKLOG-RECORD.
           MOVE  WS-DOC-TYPE            TO  ACKTYP  OF ACKLOG-RECORD.
           MOVE  WS-ACK-LTS (ACK-IDX)   TO  ACKLTS  OF ACKLOG-RECORD.
           MOVE  LS-RUN-DATE            TO  ACKDT   OF ACKLOG-RECORD.
           MOVE  WS-PRIOR-XWBCCD        TO  XWBCCD  OF ACKLOG-RECORD.
           MOVE  WS-DOC-XWCREF          TO  XWCREF  OF ACKLOG-RECORD.
           MOVE  WS-DOC-CURR            TO  XWCURR  OF ACKLOG-RECORD.
           MOVE  WS-DOC-XWTAMT          TO  XWTAMT  OF ACKLOG-RECORD.
           MOVE  WS-DOC-LINES           TO  ACKLNS  OF ACKLOG-RECORD.
           MOVE  WS-CUST-EDI            TO  ACKEDI  OF ACKLOG-RECORD.
           MOVE  WS-ACK-TS              TO  ACKTS   OF ACKLOG-RECORD.
           MOVE  WS-RUN-USER            TO  ACKUSER OF ACKLOG-RECORD.
           WRITE  ACKLOG-RECORD
                   INVALID KEY
                       CONTINUE
           END-WRITE.
           IF  ACKLOG-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM WRITING ACKLOG ACKNOWLEDGEMENT RECORD"
           END-IF.
       WRACK-EXIT.  EXIT.

      ******************************************************************
      * FILL THE DOCUMENT NUMBER FROM THE CONCTL "ACK" SERIES THE WAY
      * CBINVGEN DRAWS AN INVOICE NUMBER: THE I-O READ HOLDS THE
      * CONTROL RECORD, WHICH IS REWRITTEN POINTING PAST THE ONE TAKEN.
      * ACKLOG IS KEYED BY CONTRACT, SO THERE IS NO USED-NUMBER CHECK -
      * THE SERIES IS ONLY EVER ADVANCED HERE.
      ******************************************************************
       ASSIGN-NEXT-ACKNO.
           MOVE "N" TO WS-NUMBER-FAILED.
           MOVE "ACK"  TO  CTLID.
           MOVE "Y" TO RECORD-FOUND-CONCTL.
           READ CONCTL-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCTL.
           IF RECORD-FOUND-CONCTL = "N"
              MOVE "Y" TO WS-NUMBER-FAILED
              GO ASGACK-EXIT
           END-IF.

           MOVE NEXTNO  TO  WS-NEXT-ACKNO.
           IF WS-NEXT-ACKNO = ZEROS
              MOVE 1  TO  WS-NEXT-ACKNO
           END-IF.

           COMPUTE NEXTNO = WS-NEXT-ACKNO + 1.
           REWRITE CONCTL-RECORD
                   INVALID KEY
                       CONTINUE
           END-REWRITE.
           IF CONCTL-FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-NUMBER-FAILED
           END-IF.
       ASGACK-EXIT. EXIT.

      ******************************************************************
      * ACKEDI OUTBOUND RECORDS.  "K" OPENS EACH DOCUMENT AND IS
      * FOLLOWED BY ITS "L" LINES AND, ON A CHANGE CONFIRMATION, ITS
      * "F" CHANGED FIELDS.  THE TRAILER COUNTS THE "K" RECORDS AND
      * HASHES THEIR VALUES.
      ******************************************************************
       WRITE-DOCUMENT-RECORD.
           MOVE  WS-DOC-XWTAMT  TO  WS-EXT-AMT.
           MOVE  SPACES  TO  WS-ACKEDI-LINE.
           STRING  "K"                            DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-NEXT-ACKNO                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DOC-TYPE                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-PRIOR-XWBCCD                DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CUR-XWORDN                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DOC-XWCREF                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DOC-XWDLDT                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DOC-XWSTAT                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DOC-CURR                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-AMT                     DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-ACK-TS                      DELIMITED BY SIZE
                   INTO  WS-ACKEDI-LINE.
           WRITE  ACKEDI-RECORD  FROM  WS-ACKEDI-LINE.

           ADD  1  TO  WS-DETAIL-COUNT.
           ADD  WS-DOC-XWTAMT  TO  WS-HASH-TOTAL.
       WRDOC-EXIT.  EXIT.

       WRITE-LINE-RECORD.
           MOVE  XWQTY  OF CONDTL-RECORD  TO  WS-EXT-QTY.
           MOVE  XWUPRC OF CONDTL-RECORD  TO  WS-EXT-PRC.
           MOVE  XWLAMT OF CONDTL-RECORD  TO  WS-EXT-AMT.
           MOVE  SPACES  TO  WS-ACKEDI-LINE.
           STRING  "L"                            DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-NEXT-ACKNO                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   XWLINE OF CONDTL-RECORD        DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   XWITEM OF CONDTL-RECORD        DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   ITDESC OF ITEMS-RECORD         DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-QTY                     DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-PRC                     DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXT-AMT                     DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-LINE-DLDT                   DELIMITED BY SIZE
                   INTO  WS-ACKEDI-LINE.
           WRITE  ACKEDI-RECORD  FROM  WS-ACKEDI-LINE.
       WRLIN-EXIT.  EXIT.

       WRITE-CHANGE-RECORD.
           MOVE  SPACES  TO  WS-ACKEDI-LINE.
           STRING  "F"                            DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-NEXT-ACKNO                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CHG-FIELD                   DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CHG-OLD-EDI                 DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-CHG-NEW-EDI                 DELIMITED BY SIZE
                   INTO  WS-ACKEDI-LINE.
           WRITE  ACKEDI-RECORD  FROM  WS-ACKEDI-LINE.
       WRCHG-EXIT.  EXIT.

       WRITE-HEADER-RECORD.
           MOVE  LS-RUN-DATE  TO  WS-EXT-DATE.
           MOVE  SPACES  TO  WS-ACKEDI-LINE.
           STRING  "H"             DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-DATE     DELIMITED BY SIZE
                   INTO  WS-ACKEDI-LINE.
           WRITE  ACKEDI-RECORD  FROM  WS-ACKEDI-LINE.
       WRHDR-EXIT.  EXIT.

       WRITE-TRAILER-RECORD.
           MOVE  WS-DETAIL-COUNT  TO  WS-EXT-COUNT.
           MOVE  WS-HASH-TOTAL    TO  WS-EXT-HASH.
           MOVE  SPACES  TO  WS-ACKEDI-LINE.
           STRING  "T"             DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-COUNT    DELIMITED BY SIZE
                   "|"             DELIMITED BY SIZE
                   WS-EXT-HASH     DELIMITED BY SIZE
                   INTO  WS-ACKEDI-LINE.
           WRITE  ACKEDI-RECORD  FROM  WS-ACKEDI-LINE.
       WRTRL-EXIT.  EXIT.

       WRITE-CONTROL-TOTALS.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-BLANK-LINE.
           MOVE  "LOG ROWS READ"          TO  RPT-COUNT-DESC.
           MOVE  WS-LOG-READ              TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LOG ROWS NOT YET ADVISED"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-LOG-TAKEN             TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CONTRACTS DUE A DOCUMENT"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-CONTRACT-DUE          TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CUSTOMERS ADVISED"      TO  RPT-COUNT-DESC.
           MOVE  WS-CUST-COUNT            TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "ORDER ACKNOWLEDGEMENTS SENT"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-ORDACK-COUNT          TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CHANGE CONFIRMATIONS SENT"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-CHGCNF-COUNT          TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "CANCELLATION NOTICES SENT"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-CANCEL-COUNT          TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "DOCUMENTS ALSO SENT BY EDI"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-EDI-COUNT             TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "HELD - AWAITING APPROVAL"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-APRV-HELD             TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "LEFT PENDING FOR THE NEXT RUN"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-NOT-REACHED           TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "NOT ON CONHDR - NOT ADVISED"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-NOT-ON-FILE           TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
           MOVE  "BOOKED AND CANCELLED BEFORE ADVISED"
                                          TO  RPT-COUNT-DESC.
           MOVE  WS-SUPPRESSED            TO  RPT-COUNT-VALUE.
           WRITE  ACKRPT-RECORD  FROM  WS-RPT-COUNT-LINE.
       WRCTL-EXIT.  EXIT.
