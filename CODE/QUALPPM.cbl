       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALPPM.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/01 Supplier defect PPM and dock inspection levels. DOCKINSP
      * applies what the dock rejected but every supplier gets the
      * same inspection whatever its record. Every night this
      * program keeps a rolling history of lots received (tonight's
      * cleaned RECEIPTS, transfers excepted) and lots inspected
      * (tonight's INSPRSLT feed) per part per supplier, the part
      * and supplier taken off the order on OPENPO. History older
      * than the QLPPMDAY parameter's days (default 180) drops off.
      * Over what is left it works out a defect PPM - rejected
      * quantity per million received - per part+supplier and per
      * supplier, and sets each combination's inspection level on
      * the INSPLVL master (see QLVLTAB):
      *   - a lot rejected tonight drops the combination to 100%,
      *   - a PPM over QLPPMFUL (default 5000) holds it at 100%,
      *     over QLPPMSKP (default 500) no looser than sampled,
      *   - it loosens one level - 100% to sampled to skip-lot -
      *     only after QLCLNRUN (default 10) clean inspected lots
      *     in a row, and only as far as its PPM allows,
      *   - a combination seen for the first time starts at 100%.
      * Last comes the "inspect these receipts" list for the dock:
      * every order tonight's ASNIN notices say is on its way, and
      * every open order due today or tomorrow with no notice, with
      * the inspection the combination's level calls for. A
      * skip-lot combination is listed only when its lot comes up
      * - one lot in QLSKIPN (default 5) since the last inspection.
      * Drop-ship orders never touch our dock and returns go out,
      * not in, so neither is listed. The restated INSPLVL and the
      * trimmed QUALHIST history are staged to INSPLVLO and
      * QUALHSTO and promoted by the job. Schedule after OPSEDIT,
      * POMATCH and DOCKINSP.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Inspection level master - see QLVLTAB.
           SELECT INSPLVL ASSIGN TO INSPLVL
           FILE STATUS IS IN-INSPLVL-KEY.

      * Rolling lot history, as the last run wrote it
           SELECT QUALHIST ASSIGN TO QUALHIST
           FILE STATUS IS IN-QUALHIST-KEY.

      * Open purchase-order status file, as DOCKINSP restates it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Advance-ship notices from the EDI channel
           SELECT ASNIN ASSIGN TO ASNIN
           FILE STATUS IS IN-ASNIN-KEY.

      * Tonight's cleaned dock receipts from OPSEDIT
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Input inspection-results feed from the dock
           SELECT INSPRSLT ASSIGN TO INSPRSLT
           FILE STATUS IS IN-INSPRSLT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output restated inspection level master, staged for promotion
           SELECT INSPLVLO ASSIGN TO INSPLVLO
           FILE STATUS IS OUT-INSPLVLO-KEY.

      * Output trimmed lot history, staged for promotion
           SELECT QUALHSTO ASSIGN TO QUALHSTO
           FILE STATUS IS OUT-QUALHSTO-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  INSPLVL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPLVL-REC.
       01  INSPLVL-REC      PIC X(93).

      * One row per lot received ('R') or inspected ('I'). QH-QTY is
      * the quantity received, or for an inspection the quantity
      * accepted.
       FD  QUALHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUALHIST-REC.
       01  QUALHIST-REC.
           05  QH-EVENT-DATE           PIC 9(08).
           05  QH-EVENT-TYPE           PIC X(01).
               88  QH-RECEIVED                    VALUE 'R'.
               88  QH-INSPECTED                   VALUE 'I'.
           05  QH-PART-NUMBER          PIC X(23).
           05  QH-SUPPLIER-CODE        PIC X(10).
           05  QH-PO-NUMBER            PIC X(06).
           05  QH-QTY                  PIC 9(07).
           05  QH-QTY-REJECTED         PIC 9(07).

      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  OP-BUYER-CODE           PIC X(03).
           05  OP-QTY-ORDERED          PIC S9(8) COMP.
           05  OP-QTY-RECEIVED         PIC S9(8) COMP.
           05  OP-QTY-OUTSTANDING      PIC S9(8) COMP.
           05  OP-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  OP-ORDER-DATE           PIC X(08).
           05  OP-DELIVERY-DATE        PIC X(08).
           05  OP-LAST-RECEIPT-DATE    PIC X(08).
           05  OP-CURRENCY-CODE        PIC X(03).
           05  OP-PART-NUMBER          PIC X(23).
           05  OP-SUPPLIER-CODE        PIC X(10).
           05  OP-SUPPLIER-NAME        PIC X(15).
           05  OP-PO-STATUS            PIC X(01).
           05  OP-SHIP-TO-PLANT        PIC X(03).
           05  OP-PROMISED-QTY         PIC 9(07).
           05  OP-PROMISED-DATE        PIC 9(08).
           05  OP-ORDER-TYPE           PIC X(01).
           05  OP-AMENDED-FLAG         PIC X(01).
           05  OP-DROP-SHIP            PIC X(01).
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

       FD  ASNIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNIN-REC.
       01  ASNIN-REC.
           05  ASN-PO-NUMBER           PIC X(06).
           05  ASN-SHIP-DATE           PIC 9(08).
           05  ASN-QTY-SHIPPED         PIC 9(07).
           05  ASN-CARRIER             PIC X(04).

      * Same 25-byte receipt row OPSEDIT writes.
       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QTY-RECEIVED       PIC 9(07).
           05  RCPT-RECEIPT-TIME       PIC 9(04).

      * Same INSPRSLT-REC shape DOCKINSP reads.
       FD  INSPRSLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPRSLT-REC.
       01  INSPRSLT-REC.
           05  INS-PO-NUMBER           PIC X(06).
           05  INS-INSPECT-DATE        PIC 9(08).
           05  INS-QTY-ACCEPTED        PIC 9(07).
           05  INS-QTY-REJECTED        PIC 9(07).
           05  INS-DEFECT-REASON       PIC 9(03).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  INSPLVLO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPLVLO-REC.
       01  INSPLVLO-REC     PIC X(93).

       FD  QUALHSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUALHSTO-REC.
       01  QUALHSTO-REC     PIC X(62).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY QLVLTAB.  *> Inspection level per part per supplier
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * A missing master or history just means nothing seen yet.
           05 IN-INSPLVL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 INSPLVL-NOT-FOUND        VALUE '35'.
           05 IN-QUALHIST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 QUALHIST-NOT-FOUND       VALUE '35'.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ASNIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-INSPRSLT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-INSPLVLO-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-QUALHSTO-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 INSPLVL-EOF-WS                  PIC X(01) VALUE 'N'.
              88 INSPLVL-EOF                             VALUE 'Y'.
           05 QUALHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 QUALHIST-EOF                            VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 ASNIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 ASNIN-EOF                               VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 INSPRSLT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 INSPRSLT-EOF                            VALUE 'Y'.

      *05/01 Days of lot history the PPM is worked over - PARMLOAD
      * QLPPMDAY overrides.
       01 WS-PPM-DAYS                      PIC 9(03) VALUE 180.
      *05/01 PPM over which every lot is inspected 100% - PARMLOAD
      * QLPPMFUL overrides.
       01 WS-PPM-FULL-LIMIT                PIC 9(07) VALUE 0005000.
      *05/01 PPM over which lots are sampled at best, never skipped -
      * PARMLOAD QLPPMSKP overrides.
       01 WS-PPM-SKIP-LIMIT                PIC 9(07) VALUE 0000500.
      *05/01 Clean inspected lots in a row before a level loosens -
      * PARMLOAD QLCLNRUN overrides.
       01 WS-CLEAN-RUN-NEEDED              PIC 9(03) VALUE 010.
      *05/01 A skip-lot combination has one lot in this many
      * inspected - PARMLOAD QLSKIPN overrides.
       01 WS-SKIP-LOT-N                    PIC 9(03) VALUE 005.

       01 WS-IN-HISTORY-CTR                PIC 9(7) VALUE ZERO.
       01 WS-KEPT-HISTORY-CTR              PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-LOT-CTR               PIC 9(7) VALUE ZERO.
       01 WS-INSPECTED-LOT-CTR             PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-LOT-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NO-ORDER-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-NEW-COMBO-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-TIGHTENED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-LOOSENED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-LIST-FULL-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-LIST-SAMPLE-CTR               PIC 9(7) VALUE ZERO.
       01 WS-LIST-SKIP-DUE-CTR             PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-CTR                   PIC 9(7) VALUE ZERO.

      *05/01 Orders on the status file - what each lot is of and from
      * whom, and what the dock still has to come.
       01 WS-ORDER-TABLE.
           05 WS-OR-ENTRY OCCURS 20000 TIMES.
              10 WS-OR-PO-NUMBER          PIC X(06).
              10 WS-OR-PART-NUMBER        PIC X(23).
              10 WS-OR-SUPPLIER           PIC X(10).
              10 WS-OR-PLANT              PIC X(03).
              10 WS-OR-STATUS             PIC X(01).
              10 WS-OR-ORDER-TYPE         PIC X(01).
              10 WS-OR-DROP-SHIP          PIC X(01).
              10 WS-OR-DUE-DATE           PIC 9(08).
              10 WS-OR-OUTSTANDING        PIC S9(8) COMP.
       01 WS-OR-MAX                        PIC 9(05) VALUE ZERO.
       01 WS-OR-IDX                        PIC 9(05) VALUE 1.
       01 WS-OR-FOUND-IDX                  PIC 9(05) VALUE ZERO.

       01 WS-ASN-TABLE.
           05 WS-ASN-ENTRY OCCURS 10000 TIMES.
              10 WS-ASN-PO-NUMBER         PIC X(06).
              10 WS-ASN-SHIP-DATE         PIC 9(08).
       01 WS-ASN-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-ASN-IDX                       PIC 9(05) VALUE 1.
       01 WS-ASN-SCAN-IDX                  PIC 9(05) VALUE 1.
       01 WS-ASN-FOUND-IDX                 PIC 9(05) VALUE ZERO.

      *05/01 Window totals per supplier across all its parts.
       01 WS-SUPPLIER-ROLLUP.
           05 WS-SS-ENTRY OCCURS 2000 TIMES.
              10 WS-SS-KEY                PIC X(10).
              10 WS-SS-RECEIVED           PIC 9(09).
              10 WS-SS-REJECTED           PIC 9(09).
              10 WS-SS-COMBOS             PIC 9(05).
       01 WS-SS-MAX                        PIC 9(04) VALUE ZERO.
       01 WS-SS-IDX                        PIC 9(04) VALUE 1.
       01 WS-SS-FOUND-IDX                  PIC 9(04) VALUE ZERO.
       01 WS-ROLLUP-SWAP                   PIC X(33) VALUE SPACES.
       01 WS-SORT-I                        PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                        PIC 9(04) VALUE ZERO.

       01 WS-LEVEL-INDEX                   PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-LEVEL-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PO-NUMBER              PIC X(06) VALUE SPACES.

      *05/01 Binary-search bounds over the ordered master. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new combination
      * belongs in, which is where 255-InsertLevel puts it - the
      * ASLMNT 260-InsertSource pattern.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.

      *05/01 Levels ranked tightest-highest so they compare: 3 for
      * 100%, 2 sampled, 1 skip-lot.
       01 WS-RANK-LEVEL                    PIC X(01) VALUE SPACES.
       01 WS-RANK                          PIC 9(01) VALUE ZERO.
       01 WS-CURRENT-RANK                  PIC 9(01) VALUE ZERO.
       01 WS-CEILING-RANK                  PIC 9(01) VALUE ZERO.
       01 WS-CEILING-LEVEL                 PIC X(01) VALUE SPACES.
       01 WS-PPM-WORK                      PIC 9(11) VALUE ZERO.
       01 WS-PPM-CALC                      PIC 9(11) VALUE ZERO.

      *05/01 One row of tonight's lot history being built.
       01 WS-NEW-EVENT.
           05 NE-EVENT-DATE                PIC 9(08) VALUE ZERO.
           05 NE-EVENT-TYPE                PIC X(01) VALUE SPACES.
           05 NE-PART-NUMBER               PIC X(23) VALUE SPACES.
           05 NE-SUPPLIER-CODE             PIC X(10) VALUE SPACES.
           05 NE-PO-NUMBER                 PIC X(06) VALUE SPACES.
           05 NE-QTY                       PIC 9(07) VALUE ZERO.
           05 NE-QTY-REJECTED              PIC 9(07) VALUE ZERO.

      *05/01 What the dock is told to do with one expected lot.
       01 WS-LIST-SOURCE                   PIC X(04) VALUE SPACES.
       01 WS-INSTRUCTION                   PIC X(01) VALUE SPACES.
           88 INSTRUCT-FULL                        VALUE 'F'.
           88 INSTRUCT-SAMPLE                      VALUE 'S'.
           88 INSTRUCT-SKIP-DUE                    VALUE 'D'.
           88 INSTRUCT-SKIP                        VALUE 'K'.

      * CEEDAYS work areas - the same shape POAGERPT uses.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
      * CEEDATE hands the date back - the same shape REORDPT uses.
       01 WS-DATE-OUT-CEE.
           05  WS-DATE-OUT-LTH-CEE  PIC S9(4) COMP VALUE 8.
           05  WS-DATE-OUT-STR-CEE  PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-WORK-INT                      PIC 9(9) COMP VALUE ZERO.
       01 WS-TOMORROW-DATE                 PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-START-DATE             PIC 9(08) VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES-PER-PAGE         PIC 9(4) VALUE 0055.

      *************************************************************
      ****** Report headings ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.
       01 WS-PAGE-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(54) VALUE
              'Destiny Auto Parts - Supplier Defect PPM'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(40)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(82)      VALUE SPACES.

       01 WS-LEVEL-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(13)      VALUE '     Received'.
          05 FILLER              PIC X(13)      VALUE '     Rejected'.
          05 FILLER              PIC X(11)      VALUE '        PPM'.
          05 FILLER              PIC X(10)      VALUE '  Level'.
          05 FILLER              PIC X(07)      VALUE ' Clean'.
          05 FILLER              PIC X(07)      VALUE ' Since'.
          05 FILLER              PIC X(10)      VALUE ' Change'.
       01 WS-LEVEL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 LVL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-RECEIVED-OUT       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-REJECTED-OUT       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-PPM-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-LEVEL-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-CLEAN-OUT          PIC Z,ZZ9      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-SINCE-OUT          PIC Z,ZZ9      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LVL-CHANGE-OUT         PIC X(09)      VALUE SPACES.

       01 WS-SUPPLIER-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(08)      VALUE '   Parts'.
          05 FILLER              PIC X(13)      VALUE '     Received'.
          05 FILLER              PIC X(13)      VALUE '     Rejected'.
          05 FILLER              PIC X(11)      VALUE '        PPM'.
       01 WS-SUPPLIER-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SUP-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-COMBOS-OUT         PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-RECEIVED-OUT       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-REJECTED-OUT       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-PPM-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.

       01 WS-INSPECT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(08)      VALUE 'PO'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(06)      VALUE 'Via'.
          05 FILLER              PIC X(12)      VALUE ' Outstanding'.
          05 FILLER              PIC X(11)      VALUE '        PPM'.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(26)      VALUE 'Inspection'.
       01 WS-INSPECT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 LST-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 LST-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LST-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LST-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LST-SOURCE-OUT         PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LST-OUTSTANDING-OUT    PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LST-PPM-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 LST-INSTRUCTION-OUT    PIC X(26)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-KeepHistory
              THRU 200-KeepHistory-Exit
              UNTIL QUALHIST-EOF.
           PERFORM 210-TakeReceipt
              THRU 210-TakeReceipt-Exit
              UNTIL RECEIPTS-EOF.
           PERFORM 220-TakeInspection
              THRU 220-TakeInspection-Exit
              UNTIL INSPRSLT-EOF.
           PERFORM 230-SetLevel
              VARYING WS-LEVEL-INDEX FROM 1 BY 1
              UNTIL WS-LEVEL-INDEX > INSPECTION-LEVEL-MAX.
           PERFORM 500-SortRollups.
           PERFORM 700-PrintLevels.
           PERFORM 720-PrintSuppliers.
           PERFORM 740-PrintInspectList.
           PERFORM 550-WriteLevels.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-SUPPLIER-ROLLUP.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT = ZERO
              DISPLAY 'QUALPPM - PROCESS DATE ' PROCESS-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           COMPUTE WS-WORK-INT = WS-TODAY-INT + 1.
           CALL "CEEDATE" USING WS-WORK-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'QUALPPM - CEEDATE FAILED FOR THE DAY AFTER '
                 PROCESS-DATE
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DATE-OUT-STR-CEE TO WS-TOMORROW-DATE.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-PPM-DAYS + 1.
           CALL "CEEDATE" USING WS-WORK-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'QUALPPM - CEEDATE FAILED FOR THE WINDOW START '
                 'BEFORE ' PROCESS-DATE
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DATE-OUT-STR-CEE TO WS-WINDOW-START-DATE.
           PERFORM 300-Open-Files.

      *05/01 Carries the history forward, dropping lots that have
      * aged out of the window, and puts each kept lot against its
      * combination's window totals.
       200-KeepHistory.
           IF QUALHIST-NOT-FOUND
              MOVE 'Y' TO QUALHIST-EOF-WS
              GO TO 200-KeepHistory-Exit
           END-IF.
           READ QUALHIST
              AT END
                 MOVE 'Y' TO QUALHIST-EOF-WS
           END-READ.
           IF QUALHIST-EOF
              GO TO 200-KeepHistory-Exit
           END-IF.
           ADD 1 TO WS-IN-HISTORY-CTR.
           IF QH-EVENT-DATE < WS-WINDOW-START-DATE
              GO TO 200-KeepHistory-Exit
           END-IF.
           MOVE QH-PART-NUMBER TO WS-SEARCH-PART-NUMBER.
           MOVE QH-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindLevel.
           IF WS-LEVEL-FOUND-IDX = ZERO
              PERFORM 255-InsertLevel
           END-IF.
           IF QH-RECEIVED
              ADD QH-QTY TO QL-WINDOW-RECEIVED (WS-LEVEL-FOUND-IDX)
           ELSE
              ADD QH-QTY-REJECTED
                 TO QL-WINDOW-REJECTED (WS-LEVEL-FOUND-IDX)
           END-IF.
           WRITE QUALHSTO-REC FROM QUALHIST-REC.
           IF OUT-QUALHSTO-KEY NOT = '00'
              DISPLAY 'QUALPPM - QUALHSTO WRITE FAILED, STATUS '
                 OUT-QUALHSTO-KEY
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-KEPT-HISTORY-CTR.
       200-KeepHistory-Exit.
           EXIT.

      *05/01 Each of today's supplier receipts is a lot - one more
      * since the combination's last inspection. Transfers come in
      * off our own plants and are not the supplier's quality.
       210-TakeReceipt.
           READ RECEIPTS
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.
           IF RECEIPTS-EOF
              GO TO 210-TakeReceipt-Exit
           END-IF.
           IF RCPT-RECEIPT-DATE NOT = PROCESS-DATE
              GO TO 210-TakeReceipt-Exit
           END-IF.
           IF RCPT-PO-NUMBER (1:1) = 'T'
              AND RCPT-PO-NUMBER (2:5) IS NUMERIC
              GO TO 210-TakeReceipt-Exit
           END-IF.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 240-FindOrder.
           IF WS-OR-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-ORDER-CTR
              GO TO 210-TakeReceipt-Exit
           END-IF.
           MOVE WS-OR-PART-NUMBER (WS-OR-FOUND-IDX)
              TO WS-SEARCH-PART-NUMBER.
           MOVE WS-OR-SUPPLIER (WS-OR-FOUND-IDX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindLevel.
           IF WS-LEVEL-FOUND-IDX = ZERO
              PERFORM 255-InsertLevel
           END-IF.
           IF QL-LOTS-SINCE-INSP (WS-LEVEL-FOUND-IDX) < 9999
              ADD 1 TO QL-LOTS-SINCE-INSP (WS-LEVEL-FOUND-IDX)
           END-IF.
           ADD RCPT-QTY-RECEIVED
              TO QL-WINDOW-RECEIVED (WS-LEVEL-FOUND-IDX).
           ADD 1 TO WS-RECEIPT-LOT-CTR.
           MOVE RCPT-RECEIPT-DATE TO NE-EVENT-DATE.
           MOVE 'R' TO NE-EVENT-TYPE.
           MOVE RCPT-QTY-RECEIVED TO NE-QTY.
           MOVE ZERO TO NE-QTY-REJECTED.
           PERFORM 260-WriteEvent.
       210-TakeReceipt-Exit.
           EXIT.

      *05/01 Each inspected lot restarts the skip-lot count. A reject
      * drops the combination straight to 100% and starts its clean
      * run over; a clean lot adds to the run.
       220-TakeInspection.
           READ INSPRSLT
              AT END
                 MOVE 'Y' TO INSPRSLT-EOF-WS
           END-READ.
           IF INSPRSLT-EOF
              GO TO 220-TakeInspection-Exit
           END-IF.
           MOVE INS-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 240-FindOrder.
           IF WS-OR-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-ORDER-CTR
              GO TO 220-TakeInspection-Exit
           END-IF.
           MOVE WS-OR-PART-NUMBER (WS-OR-FOUND-IDX)
              TO WS-SEARCH-PART-NUMBER.
           MOVE WS-OR-SUPPLIER (WS-OR-FOUND-IDX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindLevel.
           IF WS-LEVEL-FOUND-IDX = ZERO
              PERFORM 255-InsertLevel
           END-IF.
           MOVE ZERO TO QL-LOTS-SINCE-INSP (WS-LEVEL-FOUND-IDX).
           ADD 1 TO WS-INSPECTED-LOT-CTR.
           IF INS-QTY-REJECTED > ZERO
              MOVE '1' TO QL-INSP-LEVEL (WS-LEVEL-FOUND-IDX)
              MOVE ZERO TO QL-CLEAN-RUN (WS-LEVEL-FOUND-IDX)
              MOVE INS-INSPECT-DATE
                 TO QL-LAST-REJECT-DATE (WS-LEVEL-FOUND-IDX)
              MOVE PROCESS-DATE TO QL-LEVEL-DATE (WS-LEVEL-FOUND-IDX)
              ADD INS-QTY-REJECTED
                 TO QL-WINDOW-REJECTED (WS-LEVEL-FOUND-IDX)
              ADD 1 TO WS-REJECTED-LOT-CTR
           ELSE
              IF QL-CLEAN-RUN (WS-LEVEL-FOUND-IDX) < 9999
                 ADD 1 TO QL-CLEAN-RUN (WS-LEVEL-FOUND-IDX)
              END-IF
           END-IF.
           MOVE INS-INSPECT-DATE TO NE-EVENT-DATE.
           MOVE 'I' TO NE-EVENT-TYPE.
           MOVE INS-QTY-ACCEPTED TO NE-QTY.
           MOVE INS-QTY-REJECTED TO NE-QTY-REJECTED.
           PERFORM 260-WriteEvent.
       220-TakeInspection-Exit.
           EXIT.

      *05/01 Works the combination's PPM off its window totals, then
      * holds its level to what that PPM allows: tighter at once if
      * the PPM has gone past a limit, one step looser only after a
      * clean run. A combination rejected more than it received in
      * the window (the lot came in before the window opened) counts
      * as a million.
       230-SetLevel.
           IF QL-WINDOW-RECEIVED (WS-LEVEL-INDEX) > ZERO
              COMPUTE WS-PPM-CALC =
                 QL-WINDOW-REJECTED (WS-LEVEL-INDEX) * 1000000
                 / QL-WINDOW-RECEIVED (WS-LEVEL-INDEX)
           ELSE
              IF QL-WINDOW-REJECTED (WS-LEVEL-INDEX) > ZERO
                 MOVE 1000000 TO WS-PPM-CALC
              ELSE
                 MOVE ZERO TO WS-PPM-CALC
              END-IF
           END-IF.
           IF WS-PPM-CALC > 1000000
              MOVE 1000000 TO WS-PPM-CALC
           END-IF.
           MOVE WS-PPM-CALC TO QL-PPM (WS-LEVEL-INDEX).
           EVALUATE TRUE
              WHEN WS-PPM-CALC > WS-PPM-FULL-LIMIT
                 MOVE '1' TO WS-CEILING-LEVEL
              WHEN WS-PPM-CALC > WS-PPM-SKIP-LIMIT
                 MOVE 'S' TO WS-CEILING-LEVEL
              WHEN OTHER
                 MOVE 'K' TO WS-CEILING-LEVEL
           END-EVALUATE.
           MOVE WS-CEILING-LEVEL TO WS-RANK-LEVEL.
           PERFORM 235-LevelRank.
           MOVE WS-RANK TO WS-CEILING-RANK.
           MOVE QL-INSP-LEVEL (WS-LEVEL-INDEX) TO WS-RANK-LEVEL.
           PERFORM 235-LevelRank.
           MOVE WS-RANK TO WS-CURRENT-RANK.
           IF WS-CURRENT-RANK < WS-CEILING-RANK
              MOVE WS-CEILING-LEVEL TO QL-INSP-LEVEL (WS-LEVEL-INDEX)
              MOVE ZERO TO QL-CLEAN-RUN (WS-LEVEL-INDEX)
              MOVE PROCESS-DATE TO QL-LEVEL-DATE (WS-LEVEL-INDEX)
           ELSE
              IF WS-CURRENT-RANK > WS-CEILING-RANK
                 AND QL-CLEAN-RUN (WS-LEVEL-INDEX)
                    NOT < WS-CLEAN-RUN-NEEDED
                 IF QL-FULL-INSPECT (WS-LEVEL-INDEX)
                    MOVE 'S' TO QL-INSP-LEVEL (WS-LEVEL-INDEX)
                 ELSE
                    MOVE 'K' TO QL-INSP-LEVEL (WS-LEVEL-INDEX)
                 END-IF
                 MOVE ZERO TO QL-CLEAN-RUN (WS-LEVEL-INDEX)
                 MOVE PROCESS-DATE TO QL-LEVEL-DATE (WS-LEVEL-INDEX)
              END-IF
           END-IF.
           PERFORM 257-RollSupplier.

       235-LevelRank.
           EVALUATE WS-RANK-LEVEL
              WHEN 'K'
                 MOVE 1 TO WS-RANK
              WHEN 'S'
                 MOVE 2 TO WS-RANK
              WHEN OTHER
                 MOVE 3 TO WS-RANK
           END-EVALUATE.

       240-FindOrder.
           MOVE ZERO TO WS-OR-FOUND-IDX.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-OR-MAX
                 OR WS-OR-FOUND-IDX > ZERO
                 IF WS-OR-PO-NUMBER (WS-OR-IDX) = WS-SEARCH-PO-NUMBER
                    MOVE WS-OR-IDX TO WS-OR-FOUND-IDX
                 END-IF
           END-PERFORM.

      * The latest notice for the order wins.
       245-FindNotice.
           MOVE ZERO TO WS-ASN-FOUND-IDX.
           PERFORM VARYING WS-ASN-SCAN-IDX FROM 1 BY 1
              UNTIL WS-ASN-SCAN-IDX > WS-ASN-MAX
                 IF WS-ASN-PO-NUMBER (WS-ASN-SCAN-IDX)
                       = WS-SEARCH-PO-NUMBER
                    IF WS-ASN-FOUND-IDX = ZERO
                       MOVE WS-ASN-SCAN-IDX TO WS-ASN-FOUND-IDX
                    ELSE
                       IF WS-ASN-SHIP-DATE (WS-ASN-SCAN-IDX) >
                             WS-ASN-SHIP-DATE (WS-ASN-FOUND-IDX)
                          MOVE WS-ASN-SCAN-IDX TO WS-ASN-FOUND-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.

      *05/01 Binary search of the ordered master on part + supplier.
       250-FindLevel.
           MOVE ZERO TO WS-LEVEL-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE INSPECTION-LEVEL-MAX TO WS-BSRCH-HI.
           PERFORM 251-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-LEVEL-FOUND-IDX > ZERO.

       251-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN QL-LEVEL-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-LEVEL-FOUND-IDX
              WHEN QL-LEVEL-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/01 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the master stays in key order.
      * A combination starts at 100% inspection.
       255-InsertLevel.
           IF INSPECTION-LEVEL-MAX >= 20000
              DISPLAY 'QUALPPM - INSPECTION LEVEL TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN QLVLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM INSPECTION-LEVEL-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE INSPECTION-LEVEL-LIST (WS-SHIFT-IDX)
                    TO INSPECTION-LEVEL-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO INSPECTION-LEVEL-MAX.
           MOVE SPACES TO INSPECTION-LEVEL-LIST (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO QL-LEVEL-KEY (WS-BSRCH-LO).
           MOVE '1' TO QL-INSP-LEVEL (WS-BSRCH-LO).
           MOVE ZERO TO QL-CLEAN-RUN (WS-BSRCH-LO).
           MOVE ZERO TO QL-LOTS-SINCE-INSP (WS-BSRCH-LO).
           MOVE ZERO TO QL-LAST-REJECT-DATE (WS-BSRCH-LO).
           MOVE ZERO TO QL-PPM (WS-BSRCH-LO).
           MOVE PROCESS-DATE TO QL-LEVEL-DATE (WS-BSRCH-LO).
           MOVE ZERO TO QL-WINDOW-RECEIVED (WS-BSRCH-LO).
           MOVE ZERO TO QL-WINDOW-REJECTED (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-LEVEL-FOUND-IDX.
           ADD 1 TO WS-NEW-COMBO-CTR.

       257-RollSupplier.
           MOVE ZERO TO WS-SS-FOUND-IDX.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
              UNTIL WS-SS-IDX > WS-SS-MAX
                 OR WS-SS-FOUND-IDX > ZERO
                 IF WS-SS-KEY (WS-SS-IDX)
                       = QL-SUPPLIER-CODE (WS-LEVEL-INDEX)
                    MOVE WS-SS-IDX TO WS-SS-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-SS-FOUND-IDX = ZERO
              IF WS-SS-MAX >= 2000
                 DISPLAY 'QUALPPM - SUPPLIER ROLLUP FULL AT 2000 '
                    'ROWS - RAISE OCCURS IN QUALPPM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-SS-MAX
              MOVE WS-SS-MAX TO WS-SS-FOUND-IDX
              MOVE QL-SUPPLIER-CODE (WS-LEVEL-INDEX)
                 TO WS-SS-KEY (WS-SS-FOUND-IDX)
           END-IF.
           ADD QL-WINDOW-RECEIVED (WS-LEVEL-INDEX)
              TO WS-SS-RECEIVED (WS-SS-FOUND-IDX).
           ADD QL-WINDOW-REJECTED (WS-LEVEL-INDEX)
              TO WS-SS-REJECTED (WS-SS-FOUND-IDX).
           ADD 1 TO WS-SS-COMBOS (WS-SS-FOUND-IDX).

      *05/01 Tonight's lot onto the history, under the combination
      * it was found against.
       260-WriteEvent.
           MOVE WS-SEARCH-PART-NUMBER TO NE-PART-NUMBER.
           MOVE WS-SEARCH-SUPPLIER-CODE TO NE-SUPPLIER-CODE.
           MOVE WS-SEARCH-PO-NUMBER TO NE-PO-NUMBER.
           WRITE QUALHSTO-REC FROM WS-NEW-EVENT.
           IF OUT-QUALHSTO-KEY NOT = '00'
              DISPLAY 'QUALPPM - QUALHSTO WRITE FAILED, STATUS '
                 OUT-QUALHSTO-KEY
              GO TO 2000-ABEND-RTN
           END-IF.

      *05/01 An order the dock should see soon - on its way under
      * its latest notice, or due today or tomorrow with none.
       270-ListOrder.
           IF WS-OR-OUTSTANDING (WS-OR-IDX) NOT > ZERO
              OR WS-OR-STATUS (WS-OR-IDX) NOT = 'O'
              OR WS-OR-ORDER-TYPE (WS-OR-IDX) = 'R'
              OR WS-OR-DROP-SHIP (WS-OR-IDX) = 'Y'
              GO TO 270-ListOrder-Exit
           END-IF.
           MOVE WS-OR-PO-NUMBER (WS-OR-IDX) TO WS-SEARCH-PO-NUMBER.
           PERFORM 245-FindNotice.
           IF WS-ASN-FOUND-IDX > ZERO
              MOVE 'ASN' TO WS-LIST-SOURCE
           ELSE
              IF WS-OR-DUE-DATE (WS-OR-IDX) < PROCESS-DATE
                 OR WS-OR-DUE-DATE (WS-OR-IDX) > WS-TOMORROW-DATE
                 GO TO 270-ListOrder-Exit
              END-IF
              MOVE 'DUE' TO WS-LIST-SOURCE
           END-IF.
           MOVE WS-OR-PART-NUMBER (WS-OR-IDX) TO WS-SEARCH-PART-NUMBER.
           MOVE WS-OR-SUPPLIER (WS-OR-IDX) TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindLevel.
           IF WS-LEVEL-FOUND-IDX = ZERO
              MOVE 'F' TO WS-INSTRUCTION
              MOVE 'INSPECT 100% - NEW SOURCE' TO LST-INSTRUCTION-OUT
              MOVE ZERO TO LST-PPM-OUT
           ELSE
              MOVE QL-PPM (WS-LEVEL-FOUND-IDX) TO LST-PPM-OUT
              EVALUATE TRUE
                 WHEN QL-SKIP-LOT (WS-LEVEL-FOUND-IDX)
                    IF QL-LOTS-SINCE-INSP (WS-LEVEL-FOUND-IDX) + 1
                          < WS-SKIP-LOT-N
                       MOVE 'K' TO WS-INSTRUCTION
                    ELSE
                       MOVE 'D' TO WS-INSTRUCTION
                       MOVE 'INSPECT - SKIP-LOT DUE'
                          TO LST-INSTRUCTION-OUT
                    END-IF
                 WHEN QL-SAMPLED (WS-LEVEL-FOUND-IDX)
                    MOVE 'S' TO WS-INSTRUCTION
                    MOVE 'SAMPLE' TO LST-INSTRUCTION-OUT
                 WHEN OTHER
                    MOVE 'F' TO WS-INSTRUCTION
                    MOVE 'INSPECT 100%' TO LST-INSTRUCTION-OUT
              END-EVALUATE
           END-IF.
           IF INSTRUCT-SKIP
              ADD 1 TO WS-SKIPPED-CTR
              GO TO 270-ListOrder-Exit
           END-IF.
           PERFORM 780-Write-Inspect-Line.
       270-ListOrder-Exit.
           EXIT.

       300-Open-Files.
           OPEN INPUT INSPLVL.
           IF INSPLVL-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-INSPLVL-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input INSPLVL'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-LEVEL-INDEX
                 PERFORM 310-ReadNextLevel UNTIL INSPLVL-EOF
                 COMPUTE INSPECTION-LEVEL-MAX = WS-LEVEL-INDEX - 1
                 CLOSE INSPLVL
              END-IF
           END-IF.

           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 330-LoadOrder UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.

           OPEN INPUT ASNIN.
           IF IN-ASNIN-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input ASNIN'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 340-LoadNotice UNTIL ASNIN-EOF
                CLOSE ASNIN
           END-IF.

           OPEN INPUT QUALHIST.
           IF NOT QUALHIST-NOT-FOUND
              IF IN-QUALHIST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input QUALHIST'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

           OPEN INPUT RECEIPTS.
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT INSPRSLT.
           IF IN-INSPRSLT-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input INSPRSLT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT INSPLVLO.
           IF OUT-INSPLVLO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Output INSPLVLO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT QUALHSTO.
           IF OUT-QUALHSTO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Output QUALHSTO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/01 The window totals are rebuilt from the history every
      * night, and the level as found is kept to report changes on.
       310-ReadNextLevel.
           IF WS-LEVEL-INDEX > 20000
              DISPLAY 'QUALPPM - INSPECTION LEVEL TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN QLVLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ INSPLVL INTO INSPECTION-LEVEL-LIST (WS-LEVEL-INDEX)
              AT END
                 MOVE 'Y' TO INSPLVL-EOF-WS
           END-READ.
           IF NOT INSPLVL-EOF
              MOVE QL-INSP-LEVEL (WS-LEVEL-INDEX)
                 TO QL-PRIOR-LEVEL (WS-LEVEL-INDEX)
              MOVE ZERO TO QL-WINDOW-RECEIVED (WS-LEVEL-INDEX)
              MOVE ZERO TO QL-WINDOW-REJECTED (WS-LEVEL-INDEX)
              ADD 1 TO WS-LEVEL-INDEX
           END-IF.

      *05/01 An order is due on its promised date once the supplier
      * has acknowledged one, on its delivery date until then.
       330-LoadOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-OR-MAX >= 20000
                 DISPLAY 'QUALPPM - ORDER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN QUALPPM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OR-MAX
              MOVE OP-PO-NUMBER TO WS-OR-PO-NUMBER (WS-OR-MAX)
              MOVE OP-PART-NUMBER TO WS-OR-PART-NUMBER (WS-OR-MAX)
              MOVE OP-SUPPLIER-CODE TO WS-OR-SUPPLIER (WS-OR-MAX)
              MOVE OP-SHIP-TO-PLANT TO WS-OR-PLANT (WS-OR-MAX)
              MOVE OP-PO-STATUS TO WS-OR-STATUS (WS-OR-MAX)
              MOVE OP-ORDER-TYPE TO WS-OR-ORDER-TYPE (WS-OR-MAX)
              MOVE OP-DROP-SHIP TO WS-OR-DROP-SHIP (WS-OR-MAX)
              MOVE OP-QTY-OUTSTANDING
                 TO WS-OR-OUTSTANDING (WS-OR-MAX)
              IF OP-PROMISED-DATE IS NUMERIC
                 AND OP-PROMISED-DATE > ZERO
                 MOVE OP-PROMISED-DATE TO WS-OR-DUE-DATE (WS-OR-MAX)
              ELSE
                 IF OP-DELIVERY-DATE IS NUMERIC
                    MOVE OP-DELIVERY-DATE
                       TO WS-OR-DUE-DATE (WS-OR-MAX)
                 ELSE
                    MOVE ZERO TO WS-OR-DUE-DATE (WS-OR-MAX)
                 END-IF
              END-IF
           END-IF.

       340-LoadNotice.
           READ ASNIN
              AT END
                 MOVE 'Y' TO ASNIN-EOF-WS
           END-READ.
           IF NOT ASNIN-EOF
              IF WS-ASN-MAX >= 10000
                 DISPLAY 'QUALPPM - ASN TABLE FULL AT 10000 '
                    'ROWS - RAISE OCCURS IN QUALPPM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ASN-MAX
              MOVE ASN-PO-NUMBER TO WS-ASN-PO-NUMBER (WS-ASN-MAX)
              MOVE ASN-SHIP-DATE TO WS-ASN-SHIP-DATE (WS-ASN-MAX)
           END-IF.

       370-LoadProcessDate.
           OPEN INPUT PROCDATE.
           IF PROCDATE-KEY = '00'
              READ PROCDATE INTO PROCESS-DATE
                 AT END CONTINUE
              END-READ
              CLOSE PROCDATE
           END-IF.
           IF PROCESS-DATE = ZERO
              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *05/01 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'QLPPMDAY' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-PPM-DAYS
           END-IF.
           MOVE 'QLPPMFUL' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:7) TO WS-PPM-FULL-LIMIT
           END-IF.
           MOVE 'QLPPMSKP' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:7) TO WS-PPM-SKIP-LIMIT
           END-IF.
           MOVE 'QLCLNRUN' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-CLEAN-RUN-NEEDED
           END-IF.
           MOVE 'QLSKIPN' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-SKIP-LOT-N
           END-IF.
           IF WS-PPM-DAYS = ZERO
              MOVE 180 TO WS-PPM-DAYS
           END-IF.

      *05/01 The supplier rollup prints in supplier order.
       500-SortRollups.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-SS-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-SS-MAX
                 IF WS-SS-KEY (WS-SORT-J) > WS-SS-KEY (WS-SORT-J + 1)
                    MOVE WS-SS-ENTRY (WS-SORT-J) TO WS-ROLLUP-SWAP
                    MOVE WS-SS-ENTRY (WS-SORT-J + 1)
                       TO WS-SS-ENTRY (WS-SORT-J)
                    MOVE WS-ROLLUP-SWAP TO WS-SS-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *05/01 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

      *05/01 The restated master, still in part-then-supplier order.
       550-WriteLevels.
           PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
              UNTIL WS-LEVEL-INDEX > INSPECTION-LEVEL-MAX
                 WRITE INSPLVLO-REC
                    FROM INSPECTION-LEVEL-LIST (WS-LEVEL-INDEX)
                 IF OUT-INSPLVLO-KEY NOT = '00'
                    DISPLAY 'QUALPPM - INSPLVLO WRITE FAILED, STATUS '
                       OUT-INSPLVLO-KEY
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.

       600-CLOSE-FILES.
           IF NOT QUALHIST-NOT-FOUND
              CLOSE QUALHIST
           END-IF.
           CLOSE RECEIPTS.
           CLOSE INSPRSLT.
           CLOSE INSPLVLO.
           CLOSE QUALHSTO.
           CLOSE PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/01 Every combination's PPM and level, in part order.
       700-PrintLevels.
           PERFORM 800-NEW-PAGE.
           MOVE 'INSPECTION LEVELS AS OF ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-LEVEL-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 710-Write-Level-Line
              VARYING WS-LEVEL-INDEX FROM 1 BY 1
              UNTIL WS-LEVEL-INDEX > INSPECTION-LEVEL-MAX.

       710-Write-Level-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-LEVEL-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE QL-PART-NUMBER (WS-LEVEL-INDEX) TO LVL-PART-OUT.
           MOVE QL-SUPPLIER-CODE (WS-LEVEL-INDEX) TO LVL-SUPPLIER-OUT.
           MOVE QL-WINDOW-RECEIVED (WS-LEVEL-INDEX)
              TO LVL-RECEIVED-OUT.
           MOVE QL-WINDOW-REJECTED (WS-LEVEL-INDEX)
              TO LVL-REJECTED-OUT.
           MOVE QL-PPM (WS-LEVEL-INDEX) TO LVL-PPM-OUT.
           MOVE QL-CLEAN-RUN (WS-LEVEL-INDEX) TO LVL-CLEAN-OUT.
           MOVE QL-LOTS-SINCE-INSP (WS-LEVEL-INDEX) TO LVL-SINCE-OUT.
           EVALUATE TRUE
              WHEN QL-SKIP-LOT (WS-LEVEL-INDEX)
                 MOVE 'SKIP-LOT' TO LVL-LEVEL-OUT
              WHEN QL-SAMPLED (WS-LEVEL-INDEX)
                 MOVE 'SAMPLED' TO LVL-LEVEL-OUT
              WHEN OTHER
                 MOVE '100%' TO LVL-LEVEL-OUT
           END-EVALUATE.
           MOVE QL-INSP-LEVEL (WS-LEVEL-INDEX) TO WS-RANK-LEVEL.
           PERFORM 235-LevelRank.
           MOVE WS-RANK TO WS-CURRENT-RANK.
           MOVE QL-PRIOR-LEVEL (WS-LEVEL-INDEX) TO WS-RANK-LEVEL.
           PERFORM 235-LevelRank.
           EVALUATE TRUE
              WHEN QL-PRIOR-LEVEL (WS-LEVEL-INDEX) = SPACES
                 MOVE 'NEW' TO LVL-CHANGE-OUT
              WHEN WS-CURRENT-RANK > WS-RANK
                 MOVE 'TIGHTENED' TO LVL-CHANGE-OUT
                 ADD 1 TO WS-TIGHTENED-CTR
              WHEN WS-CURRENT-RANK < WS-RANK
                 MOVE 'LOOSENED' TO LVL-CHANGE-OUT
                 ADD 1 TO WS-LOOSENED-CTR
              WHEN OTHER
                 MOVE SPACES TO LVL-CHANGE-OUT
           END-EVALUATE.
           WRITE PRINT-REC FROM WS-LEVEL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *05/01 Defect PPM per supplier across all its parts.
       720-PrintSuppliers.
           PERFORM 800-NEW-PAGE.
           MOVE 'SUPPLIER DEFECT PPM AS OF ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-SUPPLIER-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
              UNTIL WS-SS-IDX > WS-SS-MAX
                 IF WS-SS-RECEIVED (WS-SS-IDX) > ZERO
                    COMPUTE WS-PPM-WORK =
                       WS-SS-REJECTED (WS-SS-IDX) * 1000000
                       / WS-SS-RECEIVED (WS-SS-IDX)
                 ELSE
                    IF WS-SS-REJECTED (WS-SS-IDX) > ZERO
                       MOVE 1000000 TO WS-PPM-WORK
                    ELSE
                       MOVE ZERO TO WS-PPM-WORK
                    END-IF
                 END-IF
                 IF WS-PPM-WORK > 1000000
                    MOVE 1000000 TO WS-PPM-WORK
                 END-IF
                 MOVE WS-SS-KEY (WS-SS-IDX) TO SUP-SUPPLIER-OUT
                 MOVE WS-SS-COMBOS (WS-SS-IDX) TO SUP-COMBOS-OUT
                 MOVE WS-SS-RECEIVED (WS-SS-IDX) TO SUP-RECEIVED-OUT
                 MOVE WS-SS-REJECTED (WS-SS-IDX) TO SUP-REJECTED-OUT
                 MOVE WS-PPM-WORK TO SUP-PPM-OUT
                 PERFORM 730-Write-Supplier-Line
           END-PERFORM.

       730-Write-Supplier-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-SUPPLIER-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           WRITE PRINT-REC FROM WS-SUPPLIER-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *05/01 The dock's list for tomorrow's trucks.
       740-PrintInspectList.
           PERFORM 800-NEW-PAGE.
           MOVE 'INSPECT THESE RECEIPTS FROM ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-INSPECT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 270-ListOrder
              THRU 270-ListOrder-Exit
              VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-OR-MAX.

       780-Write-Inspect-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-INSPECT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE WS-OR-PLANT (WS-OR-IDX) TO LST-PLANT-OUT.
           MOVE WS-OR-PO-NUMBER (WS-OR-IDX) TO LST-PO-OUT.
           MOVE WS-OR-PART-NUMBER (WS-OR-IDX) TO LST-PART-OUT.
           MOVE WS-OR-SUPPLIER (WS-OR-IDX) TO LST-SUPPLIER-OUT.
           MOVE WS-LIST-SOURCE TO LST-SOURCE-OUT.
           MOVE WS-OR-OUTSTANDING (WS-OR-IDX) TO LST-OUTSTANDING-OUT.
           WRITE PRINT-REC FROM WS-INSPECT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           EVALUATE TRUE
              WHEN INSTRUCT-FULL
                 ADD 1 TO WS-LIST-FULL-CTR
              WHEN INSTRUCT-SAMPLE
                 ADD 1 TO WS-LIST-SAMPLE-CTR
              WHEN INSTRUCT-SKIP-DUE
                 ADD 1 TO WS-LIST-SKIP-DUE-CTR
           END-EVALUATE.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINE-KTR.

       820-Write-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-KTR.

       900-WriteSummary.
           PERFORM 800-NEW-PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY LOTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-HISTORY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY LOTS KEPT IN WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-KEPT-HISTORY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOTS RECEIVED TODAY' TO WS-SUMMARY-LABEL.
           MOVE WS-RECEIPT-LOT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOTS INSPECTED' TO WS-SUMMARY-LABEL.
           MOVE WS-INSPECTED-LOT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH A REJECT' TO WS-SUMMARY-LABEL.
           MOVE WS-REJECTED-LOT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOTS WITH NO ORDER ON OPENPO' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'COMBINATIONS ON THE MASTER' TO WS-SUMMARY-LABEL.
           MOVE INSPECTION-LEVEL-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NEW TONIGHT' TO WS-SUMMARY-LABEL.
           MOVE WS-NEW-COMBO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  LEVEL TIGHTENED' TO WS-SUMMARY-LABEL.
           MOVE WS-TIGHTENED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  LEVEL LOOSENED' TO WS-SUMMARY-LABEL.
           MOVE WS-LOOSENED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LISTED TO INSPECT 100%' TO WS-SUMMARY-LABEL.
           MOVE WS-LIST-FULL-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LISTED TO SAMPLE' TO WS-SUMMARY-LABEL.
           MOVE WS-LIST-SAMPLE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LISTED - SKIP-LOT LOT DUE' TO WS-SUMMARY-LABEL.
           MOVE WS-LIST-SKIP-DUE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SKIPPED - RECEIVE DIRECT' TO WS-SUMMARY-LABEL.
           MOVE WS-SKIPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
