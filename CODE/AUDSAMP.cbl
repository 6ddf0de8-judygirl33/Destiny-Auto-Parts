       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/14 Internal-audit sample selection and evidence pack. Each
      * quarter internal audit asks for a sample of accepted purchase
      * orders, and until now the desk picked them by hand - not a
      * random sample. The SAMPCARD card gives the period, the sample
      * size, up to four value bands (floor in whole dollars and a
      * weight) and a seed. Every accepted order cut in the period -
      * the archived and active PURCFILE generations, sorted into PO
      * order by the JCL so each PO is read once - falls into the
      * highest band whose floor it reaches. Each band's share of the
      * sample is its weight times its order count, so the heavier
      * high-value bands are sampled harder; the draw inside a band
      * is a selection pass in PO order driven by a multiplicative
      * congruential generator seeded off the card. The draw depends
      * only on the card and the orders on file, so the same card
      * reproduces the same sample for the auditors to re-perform.
      *
      * For every sampled order the report then carries an evidence
      * pack: the feed row GOODDATA accepted, the order as cut, the
      * approval decisions off APPRAUD, the receipt status off
      * OPENPO, the dock inspections off INSPRSLT and the lines sent
      * to AP off the archived and active APEXTRCT generations - and
      * says plainly which of those files had nothing for the PO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input the period's accepted orders, in PO order
           SELECT PURCHASE ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      * Input the feed rows FINALEX accepted
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Input POAPPRV's approval audit trail
           SELECT APPRAUD ASSIGN TO APPRAUD
           FILE STATUS IS IN-APPRAUD-KEY.

      * Input the receipt status file POMATCH/DOCKINSP keep
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input the dock's inspection results
           SELECT INSPRSLT ASSIGN TO INSPRSLT
           FILE STATUS IS IN-INSPRSLT-KEY.

      * Input the AP extract lines
           SELECT APHIST ASSIGN TO APHIST
           FILE STATUS IS IN-APHIST-KEY.

      * Input the sampling control card
           SELECT SAMPCARD ASSIGN TO SAMPCARD
           FILE STATUS IS IN-SAMPCARD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 128-byte PURCHASE-REC shape FINALEX writes; the trailer
      * rows between generations are skipped.
       FD  PURCHASE
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  REC-BUYER-CODE          PIC X(03).
           05  REC-QUANTITY            PIC S9(8) COMP.
           05  REC-UNIT-PRICE          PIC S9(7)V99 COMP-3.
           05  REC-ORDER-DATE          PIC X(08).
           05  REC-DELIVERY-DATE       PIC X(08).
           05  REC-CURRENCY-CODE       PIC X(03).
           05  REC-PO-COMMENTS         PIC X(20).
           05  REC-PO-PART-NUMBER      PIC X(23).
           05  REC-PO-SUPPLIER-CODE    PIC X(10).
           05  REC-PO-SUPPLIER-NAME    PIC X(15).
           05  REC-TERMS-CODE          PIC X(03).
           05  REC-REQUISITION-NO      PIC X(06).
           05  REC-SHIP-TO-PLANT       PIC X(03).
           05  REC-ORDER-TYPE          PIC X(01).
           05  REC-DROP-SHIP           PIC X(01).
           05  REC-CARRIER-CODE        PIC X(04).
           05  REC-FREIGHT-TERMS       PIC X(02).
           05  REC-COMPANY-CODE        PIC X(02).
           05  REC-INTERCO-FLAG        PIC X(01).
       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

      * Same 56-byte decision row POAPPRV writes.
       FD  APPRAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPRAUD-REC.
       01  APPRAUD-REC.
           05  AP-AUD-PO-NUMBER       PIC X(06).
           05  AP-AUD-PART-NUMBER     PIC X(23).
           05  AP-AUD-DECISION        PIC X(01).
           05  AP-AUD-OPERATOR-ID     PIC X(08).
           05  AP-AUD-DECISION-DATE   PIC 9(08).
           05  AP-AUD-SUPPLIER-CODE   PIC X(10).

      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
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

      * Same 31-byte inspection row DOCKINSP applies.
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

      * Same 178-byte feed row APEXTRCT writes.
       FD  APHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APHIST-REC.
       01  APHIST-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  APH-VENDOR-ID           PIC X(10).
           05  APH-QUANTITY            PIC 9(07).
           05  FILLER                  PIC X(09).
           05  APH-EXTENDED-AMOUNT     PIC 9(9)V99.
           05  FILLER                  PIC X(71).
           05  APH-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(19).
           05  APH-DOC-TYPE            PIC X(01).
           05  FILLER                  PIC X(05).
           05  APH-AMENDED-FLAG        PIC X(01).
           05  FILLER                  PIC X(06).
           05  APH-RUN-DATE            PIC 9(08).
           05  APH-RUN-SEQ             PIC 9(03).
      *05/22 Company the payable books to and the intercompany
      * flag - see COMPANY-CODE-PO in PARTSUB. Grew the row 165 to
      * 168.
           05  APH-COMPANY-CODE        PIC X(02).
           05  APH-INTERCO-FLAG        PIC X(01).
      *06/02 The supplier's invoice number the row pays - see
      * 262-PayMatchedLine in APEXTRCT. Grew the row 168 to 178.
           05  FILLER                  PIC X(10).

      *05/14 Period, sample size, seed and up to four value bands -
      * floor in whole dollars and a weight. Band 1's floor is always
      * zero; a band whose floor does not climb past the one before
      * ends the list.
       FD  SAMPCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAMPCARD-REC.
       01  SAMPCARD-REC.
           05  SMC-FROM-DATE           PIC 9(08).
           05  SMC-TO-DATE             PIC 9(08).
           05  SMC-SAMPLE-SIZE         PIC 9(04).
           05  SMC-SEED                PIC 9(09).
           05  SMC-BAND OCCURS 4 TIMES.
               10  SMC-BAND-FLOOR      PIC 9(09).
               10  SMC-BAND-WEIGHT     PIC 9(02).
           05  FILLER                  PIC X(07).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-PURCHASE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-APPRAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-INSPRSLT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-APHIST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SAMPCARD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-EOF                            VALUE 'Y'.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.
           05 APPRAUD-EOF-WS                  PIC X(01) VALUE 'N'.
              88 APPRAUD-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 INSPRSLT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 INSPRSLT-EOF                            VALUE 'Y'.
           05 APHIST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 APHIST-EOF                              VALUE 'Y'.

       01 WS-IN-PURCHASE-CTR               PIC 9(7) VALUE ZERO.
       01 WS-DUPLICATE-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-OUTSIDE-PERIOD-CTR            PIC 9(7) VALUE ZERO.
       01 WS-NOT-ELIGIBLE-CTR              PIC 9(7) VALUE ZERO.
       01 WS-EVIDENCE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-GAP-CTR                       PIC 9(7) VALUE ZERO.

      *05/14 The card as taken - a zero seed falls back to the
      * period's from-date so the run is still repeatable, and the
      * seed used is printed on every page.
       01 WS-PERIOD-FROM                   PIC 9(08) VALUE ZERO.
       01 WS-PERIOD-TO                     PIC 9(08) VALUE ZERO.
       01 WS-SAMPLE-SIZE                   PIC 9(05) VALUE ZERO.
       01 WS-SEED-USED                     PIC 9(09) VALUE ZERO.

      *05/14 The value bands, lowest first. With no bands past the
      * first on the card, the house bands apply - under $1,000,
      * $1,000, $10,000 and $100,000 up, weighted 1, 2, 4 and 8.
       01 WS-BAND-TABLE.
           05 WS-BD-ENTRY OCCURS 4 TIMES.
              10 WS-BD-FLOOR              PIC 9(09) VALUE ZERO.
              10 WS-BD-WEIGHT             PIC 9(02) VALUE ZERO.
              10 WS-BD-POP                PIC 9(07) VALUE ZERO.
              10 WS-BD-VALUE              PIC 9(13)V99 VALUE ZERO.
              10 WS-BD-ALLOC              PIC 9(05) VALUE ZERO.
              10 WS-BD-SEEN               PIC 9(07) VALUE ZERO.
              10 WS-BD-PICKED             PIC 9(05) VALUE ZERO.
       01 WS-BD-MAX                       PIC 9(02) VALUE ZERO.
       01 WS-BD-IDX                       PIC 9(02) VALUE ZERO.
       01 WS-WEIGHTED-TOTAL               PIC 9(11) VALUE ZERO.
       01 WS-ALLOCATED-TOTAL              PIC 9(05) VALUE ZERO.
       01 WS-LEFT-TO-ALLOCATE             PIC 9(05) VALUE ZERO.

      *05/14 Minimal-standard generator - seed times 16807, modulo
      * 2**31 - 1 - worked in packed decimal, so the same seed gives
      * the same stream on any run.
       01 WS-RAND-SEED                    PIC 9(10) COMP-3 VALUE 1.
       01 WS-RAND-PRODUCT                 PIC 9(15) COMP-3 VALUE ZERO.
       01 WS-RAND-QUOT                    PIC 9(07) COMP-3 VALUE ZERO.
       01 WS-RAND-FRACTION                PIC V9(09) VALUE ZERO.
       01 WS-ROWS-LEFT                    PIC 9(07) VALUE ZERO.
       01 WS-PICKS-LEFT                   PIC 9(05) VALUE ZERO.
       01 WS-DRAW-TEST                    PIC 9(07)V9(09) VALUE ZERO.

      *05/14 Every eligible order in the period, in PO order.
       01 WS-POP-TABLE.
           05 WS-PP-ENTRY OCCURS 30000 TIMES.
              10 WS-PP-PO-NUMBER          PIC X(06) VALUE SPACES.
              10 WS-PP-BUYER-CODE         PIC X(03) VALUE SPACES.
              10 WS-PP-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
              10 WS-PP-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-PP-ORDER-DATE         PIC 9(08) VALUE ZERO.
              10 WS-PP-VALUE              PIC 9(09)V99 VALUE ZERO.
              10 WS-PP-BAND               PIC 9(01) VALUE ZERO.
       01 WS-PP-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-PP-IDX                       PIC 9(05) VALUE 1.
       01 WS-LAST-PO-NUMBER               PIC X(06) VALUE LOW-VALUES.
       01 WS-NEW-ORDER-DATE               PIC 9(08) VALUE ZERO.
       01 WS-NEW-VALUE                    PIC S9(11)V99 VALUE ZERO.
       01 WS-NEW-BAND                     PIC 9(01) VALUE ZERO.

      *05/14 The sample, in PO order, with a count per evidence file
      * so a pack can say which file had nothing.
       01 WS-SAMPLE-TABLE.
           05 WS-SM-ENTRY OCCURS 1000 TIMES.
              10 WS-SM-PO-NUMBER          PIC X(06) VALUE SPACES.
              10 WS-SM-PP-IDX             PIC 9(05) VALUE ZERO.
              10 WS-SM-SOURCE-CTR OCCURS 5 TIMES
                                          PIC 9(04) VALUE ZERO.
       01 WS-SM-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-SM-IDX                       PIC 9(04) VALUE ZERO.
       01 WS-BSRCH-LO                     PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                     PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                    PIC 9(5) VALUE ZERO.
       01 WS-ROW-FOUND-IDX                PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PO-NUMBER             PIC X(06) VALUE SPACES.
       01 WS-PO-COUNTER                   PIC 9 VALUE 1.

      *05/14 Evidence files, in the order a pack lists them.
       01 WS-SOURCE-NAMES.
           05 FILLER                      PIC X(10) VALUE 'GOODDATA'.
           05 FILLER                      PIC X(10) VALUE 'APPRAUD'.
           05 FILLER                      PIC X(10) VALUE 'OPENPO'.
           05 FILLER                      PIC X(10) VALUE 'INSPRSLT'.
           05 FILLER                      PIC X(10) VALUE 'APEXTRCT'.
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-NAME OCCURS 5 TIMES PIC X(10).
       01 WS-SOURCE-IDX                   PIC 9(01) VALUE ZERO.

      *05/14 One row per evidence line found for a sampled order.
       01 WS-EVIDENCE-TABLE.
           05 WS-EV-ENTRY OCCURS 20000 TIMES.
              10 WS-EV-SM-IDX             PIC 9(04) VALUE ZERO.
              10 WS-EV-FILE               PIC X(10) VALUE SPACES.
              10 WS-EV-STATE              PIC X(14) VALUE SPACES.
              10 WS-EV-DETAIL             PIC X(100) VALUE SPACES.
       01 WS-EV-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-EV-IDX                       PIC 9(05) VALUE ZERO.
       01 WS-NEW-EVIDENCE.
           05 WS-NE-STATE                 PIC X(14) VALUE SPACES.
           05 WS-NE-DETAIL                PIC X(100) VALUE SPACES.

       01 WS-EDIT-AMOUNT                  PIC $$$$,$$$,$$9.99.
       01 WS-EDIT-QTY-1                   PIC --,---,--9.
       01 WS-EDIT-QTY-2                   PIC --,---,--9.
       01 WS-EDIT-QTY-3                   PIC --,---,--9.

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
              'Destiny Auto Parts - Internal Audit Sample'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(07)      VALUE 'Period '.
           05 WS-SECTION-FROM     PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(04)      VALUE ' to '.
           05 WS-SECTION-TO       PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(14)      VALUE
              ', sample size '.
           05 WS-SECTION-SIZE     PIC ZZZZ9      VALUE ZERO.
           05 FILLER              PIC X(07)      VALUE ', seed '.
           05 WS-SECTION-SEED     PIC 9(09)      VALUE ZERO.
           05 FILLER              PIC X(68)      VALUE SPACES.

      *05/14 The column heading 800-NEW-PAGE repeats is whichever
      * part of the report is printing.
       01 WS-HEADER                     PIC X(133)     VALUE SPACES.

       01 WS-STRATA-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Band'.
          05 FILLER              PIC X(16)      VALUE
             '       Floor'.
          05 FILLER              PIC X(06)      VALUE 'Wt'.
          05 FILLER              PIC X(10)      VALUE ' Orders'.
          05 FILLER              PIC X(21)      VALUE
             '             Value'.
          05 FILLER              PIC X(71)      VALUE 'Sample'.
       01 WS-STRATA-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SB-BAND-OUT            PIC 9(01)      VALUE ZERO.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 SB-FLOOR-OUT           PIC $$$$,$$$,$$9 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 SB-WEIGHT-OUT          PIC Z9         VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 SB-POP-OUT             PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SB-VALUE-OUT           PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SB-ALLOC-OUT           PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(65)      VALUE SPACES.

       01 WS-SAMPLE-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Seq'.
          05 FILLER              PIC X(08)      VALUE 'PO'.
          05 FILLER              PIC X(03)      VALUE 'B'.
          05 FILLER              PIC X(10)      VALUE 'Ordered'.
          05 FILLER              PIC X(05)      VALUE 'Buy'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(15)      VALUE
             '          Value'.
          05 FILLER              PIC X(46)      VALUE SPACES.
       01 WS-SAMPLE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SL-SEQ-OUT             PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-PO-OUT              PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-BAND-OUT            PIC 9(01)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-ORDER-DATE-OUT      PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-BUYER-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-VALUE-OUT           PIC $$$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(46)      VALUE SPACES.

       01 WS-PACK-TITLE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(14)      VALUE
             'Evidence pack '.
          05 PT-SEQ-OUT             PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE ' of '.
          05 PT-OF-OUT              PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(104)     VALUE SPACES.
       01 WS-EVIDENCE-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'File'.
          05 FILLER              PIC X(16)      VALUE 'State'.
          05 FILLER              PIC X(102)     VALUE 'Detail'.
       01 WS-EVIDENCE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 EL-FILE-OUT            PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EL-STATE-OUT           PIC X(14)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EL-DETAIL-OUT          PIC X(100)     VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 320-ReadNextOrder UNTIL PURCHASE-EOF.
           PERFORM 400-AllocateSample.
           PERFORM 450-DrawSample.
           PERFORM 700-WriteStrata.
           PERFORM 710-WriteSampleList.
           PERFORM 520-ReadNextGoodData UNTIL GOODDATA-EOF.
           PERFORM 530-ReadNextApproval UNTIL APPRAUD-EOF.
           PERFORM 540-ReadNextOpenPo UNTIL OPENPO-EOF.
           PERFORM 550-ReadNextInspection UNTIL INSPRSLT-EOF.
           PERFORM 560-ReadNextApLine UNTIL APHIST-EOF.
           PERFORM 750-WriteEvidencePacks.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-POP-TABLE, WS-SAMPLE-TABLE,
              WS-EVIDENCE-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 310-LoadSampleCard.
           MOVE WS-PERIOD-FROM TO WS-SECTION-FROM.
           MOVE WS-PERIOD-TO TO WS-SECTION-TO.
           MOVE WS-SEED-USED TO WS-SECTION-SEED.

       300-Open-Files.
           OPEN INPUT PURCHASE.
           IF IN-PURCHASE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PURCHASE'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT GOODDATA-FILE.
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT APPRAUD.
           IF IN-APPRAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APPRAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT INSPRSLT.
           IF IN-INSPRSLT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input INSPRSLT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT APHIST.
           IF IN-APHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APHIST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT SAMPCARD.
           IF IN-SAMPCARD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SAMPCARD'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/14 A sample with no period or no size is not a sample -
      * the card is refused rather than guessed at.
       310-LoadSampleCard.
           READ SAMPCARD
              AT END
                 DISPLAY 'SAMPCARD empty - nothing to sample'
                 GO TO 2000-ABEND-RTN
           END-READ.
           CLOSE SAMPCARD.
           IF SMC-FROM-DATE NOT NUMERIC
              OR SMC-TO-DATE NOT NUMERIC
              OR SMC-FROM-DATE = ZERO
              OR SMC-TO-DATE < SMC-FROM-DATE
                 DISPLAY 'AUDSAMP - SAMPCARD PERIOD MISSING OR '
                    'BACKWARDS'
                 GO TO 2000-ABEND-RTN
           END-IF.
           IF SMC-SAMPLE-SIZE NOT NUMERIC
              OR SMC-SAMPLE-SIZE = ZERO
                 DISPLAY 'AUDSAMP - SAMPCARD SAMPLE SIZE MISSING'
                 GO TO 2000-ABEND-RTN
           END-IF.
           IF SMC-SAMPLE-SIZE > 1000
              DISPLAY 'AUDSAMP - SAMPLE TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN AUDSAMP'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE SMC-FROM-DATE TO WS-PERIOD-FROM.
           MOVE SMC-TO-DATE TO WS-PERIOD-TO.
           MOVE SMC-SAMPLE-SIZE TO WS-SAMPLE-SIZE.
           IF SMC-SEED IS NUMERIC
              AND SMC-SEED > ZERO
                 MOVE SMC-SEED TO WS-SEED-USED
           ELSE
              MOVE WS-PERIOD-FROM TO WS-SEED-USED
           END-IF.
           MOVE WS-SEED-USED TO WS-RAND-SEED.
           MOVE 1 TO WS-BD-MAX.
           MOVE ZERO TO WS-BD-FLOOR (1).
           MOVE 1 TO WS-BD-WEIGHT (1).
           IF SMC-BAND-WEIGHT (1) IS NUMERIC
              AND SMC-BAND-WEIGHT (1) > ZERO
                 MOVE SMC-BAND-WEIGHT (1) TO WS-BD-WEIGHT (1)
           END-IF.
           PERFORM VARYING WS-BD-IDX FROM 2 BY 1
              UNTIL WS-BD-IDX > 4
                 OR WS-BD-MAX < WS-BD-IDX - 1
                 IF SMC-BAND-FLOOR (WS-BD-IDX) IS NUMERIC
                    AND SMC-BAND-FLOOR (WS-BD-IDX)
                       > WS-BD-FLOOR (WS-BD-MAX)
                       ADD 1 TO WS-BD-MAX
                       MOVE SMC-BAND-FLOOR (WS-BD-IDX)
                          TO WS-BD-FLOOR (WS-BD-MAX)
                       MOVE 1 TO WS-BD-WEIGHT (WS-BD-MAX)
                       IF SMC-BAND-WEIGHT (WS-BD-IDX) IS NUMERIC
                          AND SMC-BAND-WEIGHT (WS-BD-IDX) > ZERO
                             MOVE SMC-BAND-WEIGHT (WS-BD-IDX)
                                TO WS-BD-WEIGHT (WS-BD-MAX)
                       END-IF
                 END-IF
           END-PERFORM.
           IF WS-BD-MAX = 1
              MOVE 4 TO WS-BD-MAX
              MOVE ZERO TO WS-BD-FLOOR (1)
              MOVE 1 TO WS-BD-WEIGHT (1)
              MOVE 1000 TO WS-BD-FLOOR (2)
              MOVE 2 TO WS-BD-WEIGHT (2)
              MOVE 10000 TO WS-BD-FLOOR (3)
              MOVE 4 TO WS-BD-WEIGHT (3)
              MOVE 100000 TO WS-BD-FLOOR (4)
              MOVE 8 TO WS-BD-WEIGHT (4)
           END-IF.

      *05/14 The JCL sorts the generations into PO order and drops
      * the copy of a generation that is both archived and still
      * active; a PO seen twice is still only counted once here, and
      * a file out of PO order stops the run - the draw would no
      * longer be repeatable.
       320-ReadNextOrder.
           READ PURCHASE
              AT END
                 MOVE 'Y' TO PURCHASE-EOF-WS
           END-READ.
           IF NOT PURCHASE-EOF
              AND PURC-TRAILER-TEST NOT = 'TRAILER'
                 ADD 1 TO WS-IN-PURCHASE-CTR
                 PERFORM 330-TakeOrder THRU 330-TakeOrder-Exit
           END-IF.

      *05/14 A return is a credit, not a purchase, and an order with
      * no value or an unreadable date cannot be placed in a band.
       330-TakeOrder.
           IF REC-PO-NUMBER < WS-LAST-PO-NUMBER
              DISPLAY 'AUDSAMP - PURCHASE NOT IN PO ORDER AT PO '
                 REC-PO-NUMBER ' - RUN THE SORT STEP'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF REC-PO-NUMBER = WS-LAST-PO-NUMBER
              ADD 1 TO WS-DUPLICATE-CTR
              GO TO 330-TakeOrder-Exit
           END-IF.
           MOVE REC-PO-NUMBER TO WS-LAST-PO-NUMBER.
           IF REC-ORDER-DATE NOT NUMERIC
              ADD 1 TO WS-NOT-ELIGIBLE-CTR
              GO TO 330-TakeOrder-Exit
           END-IF.
           MOVE REC-ORDER-DATE TO WS-NEW-ORDER-DATE.
           IF WS-NEW-ORDER-DATE < WS-PERIOD-FROM
              OR WS-NEW-ORDER-DATE > WS-PERIOD-TO
                 ADD 1 TO WS-OUTSIDE-PERIOD-CTR
                 GO TO 330-TakeOrder-Exit
           END-IF.
           COMPUTE WS-NEW-VALUE = REC-QUANTITY * REC-UNIT-PRICE.
           IF REC-ORDER-TYPE = 'R'
              OR WS-NEW-VALUE NOT > ZERO
                 ADD 1 TO WS-NOT-ELIGIBLE-CTR
                 GO TO 330-TakeOrder-Exit
           END-IF.
           MOVE 1 TO WS-NEW-BAND.
           PERFORM VARYING WS-BD-IDX FROM 2 BY 1
              UNTIL WS-BD-IDX > WS-BD-MAX
                 IF WS-NEW-VALUE >= WS-BD-FLOOR (WS-BD-IDX)
                    MOVE WS-BD-IDX TO WS-NEW-BAND
                 END-IF
           END-PERFORM.
           IF WS-PP-MAX >= 30000
              DISPLAY 'AUDSAMP - POPULATION TABLE FULL AT 30000 '
                 'ROWS - RAISE OCCURS IN AUDSAMP'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-PP-MAX.
           MOVE REC-PO-NUMBER TO WS-PP-PO-NUMBER (WS-PP-MAX).
           MOVE REC-BUYER-CODE TO WS-PP-BUYER-CODE (WS-PP-MAX).
           MOVE REC-PO-SUPPLIER-CODE TO WS-PP-SUPPLIER-CODE (WS-PP-MAX).
           MOVE REC-PO-PART-NUMBER TO WS-PP-PART-NUMBER (WS-PP-MAX).
           MOVE WS-NEW-ORDER-DATE TO WS-PP-ORDER-DATE (WS-PP-MAX).
           MOVE WS-NEW-VALUE TO WS-PP-VALUE (WS-PP-MAX).
           MOVE WS-NEW-BAND TO WS-PP-BAND (WS-PP-MAX).
           ADD 1 TO WS-BD-POP (WS-NEW-BAND).
           ADD WS-NEW-VALUE TO WS-BD-VALUE (WS-NEW-BAND).
       330-TakeOrder-Exit.
           EXIT.

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

      *05/14 Each band's share is its weight times its order count
      * over the same sum across the bands, rounded down and never
      * more than the band holds; what rounding leaves over goes one
      * order at a time to the highest band with orders to spare. A
      * period with fewer orders than the card asks for is taken
      * whole.
       400-AllocateSample.
           IF WS-SAMPLE-SIZE > WS-PP-MAX
              DISPLAY 'AUDSAMP - PERIOD HOLDS ONLY ' WS-PP-MAX
                 ' ORDERS - ALL ARE TAKEN'
              MOVE WS-PP-MAX TO WS-SAMPLE-SIZE
           END-IF.
           MOVE WS-SAMPLE-SIZE TO WS-SECTION-SIZE.
           MOVE ZERO TO WS-WEIGHTED-TOTAL, WS-ALLOCATED-TOTAL.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
              UNTIL WS-BD-IDX > WS-BD-MAX
                 COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
                    + WS-BD-WEIGHT (WS-BD-IDX) * WS-BD-POP (WS-BD-IDX)
           END-PERFORM.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
              UNTIL WS-BD-IDX > WS-BD-MAX
                 MOVE ZERO TO WS-BD-ALLOC (WS-BD-IDX)
                 IF WS-WEIGHTED-TOTAL > ZERO
                    COMPUTE WS-BD-ALLOC (WS-BD-IDX) =
                       WS-SAMPLE-SIZE * WS-BD-WEIGHT (WS-BD-IDX)
                       * WS-BD-POP (WS-BD-IDX) / WS-WEIGHTED-TOTAL
                 END-IF
                 IF WS-BD-ALLOC (WS-BD-IDX) > WS-BD-POP (WS-BD-IDX)
                    MOVE WS-BD-POP (WS-BD-IDX)
                       TO WS-BD-ALLOC (WS-BD-IDX)
                 END-IF
                 ADD WS-BD-ALLOC (WS-BD-IDX) TO WS-ALLOCATED-TOTAL
           END-PERFORM.
           COMPUTE WS-LEFT-TO-ALLOCATE =
              WS-SAMPLE-SIZE - WS-ALLOCATED-TOTAL.
           PERFORM 410-HandOutRemainder
              UNTIL WS-LEFT-TO-ALLOCATE = ZERO.

       410-HandOutRemainder.
           PERFORM VARYING WS-BD-IDX FROM WS-BD-MAX BY -1
              UNTIL WS-BD-IDX < 1
                 IF WS-LEFT-TO-ALLOCATE > ZERO
                    AND WS-BD-ALLOC (WS-BD-IDX)
                       < WS-BD-POP (WS-BD-IDX)
                       ADD 1 TO WS-BD-ALLOC (WS-BD-IDX)
                       SUBTRACT 1 FROM WS-LEFT-TO-ALLOCATE
                 END-IF
           END-PERFORM.

      *05/14 One pass in PO order, one draw per order: an order is
      * taken when its draw falls under the band's picks still to
      * make over the band's orders still to see, which lands on
      * exactly the band's share and gives every order in the band
      * the same chance.
       450-DrawSample.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
              UNTIL WS-PP-IDX > WS-PP-MAX
                 PERFORM 460-NextRandom
                 MOVE WS-PP-BAND (WS-PP-IDX) TO WS-BD-IDX
                 COMPUTE WS-ROWS-LEFT = WS-BD-POP (WS-BD-IDX)
                    - WS-BD-SEEN (WS-BD-IDX)
                 COMPUTE WS-PICKS-LEFT = WS-BD-ALLOC (WS-BD-IDX)
                    - WS-BD-PICKED (WS-BD-IDX)
                 COMPUTE WS-DRAW-TEST =
                    WS-ROWS-LEFT * WS-RAND-FRACTION
                 IF WS-PICKS-LEFT > ZERO
                    AND WS-DRAW-TEST < WS-PICKS-LEFT
                       ADD 1 TO WS-BD-PICKED (WS-BD-IDX)
                       ADD 1 TO WS-SM-MAX
                       MOVE WS-PP-PO-NUMBER (WS-PP-IDX)
                          TO WS-SM-PO-NUMBER (WS-SM-MAX)
                       MOVE WS-PP-IDX TO WS-SM-PP-IDX (WS-SM-MAX)
                 END-IF
                 ADD 1 TO WS-BD-SEEN (WS-BD-IDX)
           END-PERFORM.

       460-NextRandom.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807.
           DIVIDE WS-RAND-PRODUCT BY 2147483647
              GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED.
           COMPUTE WS-RAND-FRACTION = WS-RAND-SEED / 2147483647.

      *05/14 The sample is in PO order, so each evidence file is
      * read once and every row looked up by PO.
       500-FindSample.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-SM-MAX TO WS-BSRCH-HI.
           PERFORM 505-SampleSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       505-SampleSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-SM-PO-NUMBER (WS-BSRCH-MID)
                    = WS-SEARCH-PO-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-SM-PO-NUMBER (WS-BSRCH-MID)
                    < WS-SEARCH-PO-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/14 Added against the sampled order WS-ROW-FOUND-IDX names,
      * from the source WS-SOURCE-IDX names.
       510-AddEvidence.
           IF WS-EV-MAX >= 20000
              DISPLAY 'AUDSAMP - EVIDENCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN AUDSAMP'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-EV-MAX.
           MOVE WS-ROW-FOUND-IDX TO WS-EV-SM-IDX (WS-EV-MAX).
           MOVE WS-SOURCE-NAME (WS-SOURCE-IDX)
              TO WS-EV-FILE (WS-EV-MAX).
           MOVE WS-NE-STATE TO WS-EV-STATE (WS-EV-MAX).
           MOVE WS-NE-DETAIL TO WS-EV-DETAIL (WS-EV-MAX).
           ADD 1 TO WS-SM-SOURCE-CTR (WS-ROW-FOUND-IDX, WS-SOURCE-IDX).
           ADD 1 TO WS-EVIDENCE-CTR.

      *05/14 The feed row carries the record's purchase orders as
      * occurrences, the way POTRACE's matcher reads them.
       520-ReadNextGoodData.
           READ GOODDATA-FILE INTO PART-SUPP-ADDR-PO
              AT END
                 MOVE 'Y' TO GOODDATA-EOF-WS
           END-READ.
           IF NOT GOODDATA-EOF
              MOVE 1 TO WS-SOURCE-IDX
              PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
                 UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                    OR WS-PO-COUNTER > 6
                 MOVE PO-NUMBER-PO (WS-PO-COUNTER)
                    TO WS-SEARCH-PO-NUMBER
                 PERFORM 500-FindSample
                 IF WS-ROW-FOUND-IDX > ZERO
                    MOVE 'ACCEPTED' TO WS-NE-STATE
                    MOVE QUANTITY-PO (WS-PO-COUNTER) TO WS-EDIT-QTY-1
                    MOVE SPACES TO WS-NE-DETAIL
                    STRING 'PART ' PART-NUMBER-PO
                       ' SUPPLIER ' SUPPLIER-CODE-PO
                       ' CHANNEL ' CHANNEL-CODE-PO
                       ' ORDERED ' ORDER-DATE-PO (WS-PO-COUNTER)
                       ' QTY ' WS-EDIT-QTY-1
                       DELIMITED BY SIZE INTO WS-NE-DETAIL
                    PERFORM 510-AddEvidence
                 END-IF
              END-PERFORM
           END-IF.

       530-ReadNextApproval.
           READ APPRAUD
              AT END
                 MOVE 'Y' TO APPRAUD-EOF-WS
           END-READ.
           IF NOT APPRAUD-EOF
              MOVE AP-AUD-PO-NUMBER TO WS-SEARCH-PO-NUMBER
              PERFORM 500-FindSample
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE 2 TO WS-SOURCE-IDX
                 EVALUATE AP-AUD-DECISION
                    WHEN 'A'
                       MOVE 'APPROVED' TO WS-NE-STATE
                    WHEN 'R'
                       MOVE 'REJECTED' TO WS-NE-STATE
                    WHEN 'S'
                       MOVE 'CARRIED FWD' TO WS-NE-STATE
                    WHEN OTHER
                       MOVE SPACES TO WS-NE-STATE
                       STRING 'DECISION ' AP-AUD-DECISION
                          DELIMITED BY SIZE INTO WS-NE-STATE
                 END-EVALUATE
                 MOVE SPACES TO WS-NE-DETAIL
                 STRING 'BY OPERATOR ' AP-AUD-OPERATOR-ID
                    ' ON ' AP-AUD-DECISION-DATE
                    ' PART ' AP-AUD-PART-NUMBER
                    ' SUPPLIER ' AP-AUD-SUPPLIER-CODE
                    DELIMITED BY SIZE INTO WS-NE-DETAIL
                 PERFORM 510-AddEvidence
              END-IF
           END-IF.

       540-ReadNextOpenPo.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              MOVE OP-PO-NUMBER TO WS-SEARCH-PO-NUMBER
              PERFORM 500-FindSample
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE 3 TO WS-SOURCE-IDX
                 EVALUATE OP-PO-STATUS
                    WHEN 'O'
                       MOVE 'OPEN' TO WS-NE-STATE
                    WHEN 'R'
                       MOVE 'RECEIVED' TO WS-NE-STATE
                    WHEN 'C'
                       MOVE 'CANCELLED' TO WS-NE-STATE
                    WHEN 'X'
                       MOVE 'CLOSED' TO WS-NE-STATE
                    WHEN OTHER
                       MOVE SPACES TO WS-NE-STATE
                       STRING 'STATUS ' OP-PO-STATUS
                          DELIMITED BY SIZE INTO WS-NE-STATE
                 END-EVALUATE
                 MOVE OP-QTY-ORDERED TO WS-EDIT-QTY-1
                 MOVE OP-QTY-RECEIVED TO WS-EDIT-QTY-2
                 MOVE OP-QTY-OUTSTANDING TO WS-EDIT-QTY-3
                 MOVE SPACES TO WS-NE-DETAIL
                 STRING 'ORDERED ' WS-EDIT-QTY-1
                    ' RECEIVED ' WS-EDIT-QTY-2
                    ' OUTSTANDING ' WS-EDIT-QTY-3
                    ' LAST RECEIPT ' OP-LAST-RECEIPT-DATE
                    ' AMENDED ' OP-AMENDED-FLAG
                    DELIMITED BY SIZE INTO WS-NE-DETAIL
                 PERFORM 510-AddEvidence
              END-IF
           END-IF.

       550-ReadNextInspection.
           READ INSPRSLT
              AT END
                 MOVE 'Y' TO INSPRSLT-EOF-WS
           END-READ.
           IF NOT INSPRSLT-EOF
              MOVE INS-PO-NUMBER TO WS-SEARCH-PO-NUMBER
              PERFORM 500-FindSample
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE 4 TO WS-SOURCE-IDX
                 MOVE 'INSPECTED' TO WS-NE-STATE
                 MOVE INS-QTY-ACCEPTED TO WS-EDIT-QTY-1
                 MOVE INS-QTY-REJECTED TO WS-EDIT-QTY-2
                 MOVE SPACES TO WS-NE-DETAIL
                 STRING 'ON ' INS-INSPECT-DATE
                    ' ACCEPTED ' WS-EDIT-QTY-1
                    ' REJECTED ' WS-EDIT-QTY-2
                    ' REASON ' INS-DEFECT-REASON
                    DELIMITED BY SIZE INTO WS-NE-DETAIL
                 PERFORM 510-AddEvidence
              END-IF
           END-IF.

       560-ReadNextApLine.
           READ APHIST
              AT END
                 MOVE 'Y' TO APHIST-EOF-WS
           END-READ.
           IF NOT APHIST-EOF
              MOVE APH-PO-NUMBER TO WS-SEARCH-PO-NUMBER
              PERFORM 500-FindSample
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE 5 TO WS-SOURCE-IDX
                 MOVE 'SENT TO AP' TO WS-NE-STATE
                 MOVE APH-EXTENDED-AMOUNT TO WS-EDIT-AMOUNT
                 MOVE SPACES TO WS-NE-DETAIL
                 STRING 'RUN ' APH-RUN-DATE '-' APH-RUN-SEQ
                    ' DOC ' APH-DOC-TYPE
                    ' VENDOR ' APH-VENDOR-ID
                    ' EXTENDED ' WS-EDIT-AMOUNT
                    ' DUE ' APH-DUE-DATE
                    ' AMENDED ' APH-AMENDED-FLAG
                    DELIMITED BY SIZE INTO WS-NE-DETAIL
                 PERFORM 510-AddEvidence
              END-IF
           END-IF.

       600-CLOSE-FILES.
           CLOSE  PURCHASE, GOODDATA-FILE, APPRAUD, OPENPO, INSPRSLT,
                  APHIST, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-WriteStrata.
           MOVE WS-STRATA-HEADER TO WS-HEADER.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
              UNTIL WS-BD-IDX > WS-BD-MAX
                 MOVE WS-BD-IDX TO SB-BAND-OUT
                 MOVE WS-BD-FLOOR (WS-BD-IDX) TO SB-FLOOR-OUT
                 MOVE WS-BD-WEIGHT (WS-BD-IDX) TO SB-WEIGHT-OUT
                 MOVE WS-BD-POP (WS-BD-IDX) TO SB-POP-OUT
                 MOVE WS-BD-VALUE (WS-BD-IDX) TO SB-VALUE-OUT
                 MOVE WS-BD-PICKED (WS-BD-IDX) TO SB-ALLOC-OUT
                 WRITE PRINT-REC FROM WS-STRATA-LINE-OUT
                 ADD 1 TO WS-LINE-KTR
           END-PERFORM.

       710-WriteSampleList.
           MOVE WS-SAMPLE-HEADER TO WS-HEADER.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SM-MAX
                 IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
                    PERFORM 800-NEW-PAGE
                 END-IF
                 PERFORM 720-FormatSampleLine
                 WRITE PRINT-REC FROM WS-SAMPLE-LINE-OUT
                 ADD 1 TO WS-LINE-KTR
           END-PERFORM.

       720-FormatSampleLine.
           MOVE WS-SM-PP-IDX (WS-SM-IDX) TO WS-PP-IDX.
           MOVE WS-SM-IDX TO SL-SEQ-OUT.
           MOVE WS-PP-PO-NUMBER (WS-PP-IDX) TO SL-PO-OUT.
           MOVE WS-PP-BAND (WS-PP-IDX) TO SL-BAND-OUT.
           MOVE WS-PP-ORDER-DATE (WS-PP-IDX) TO SL-ORDER-DATE-OUT.
           MOVE WS-PP-BUYER-CODE (WS-PP-IDX) TO SL-BUYER-OUT.
           MOVE WS-PP-SUPPLIER-CODE (WS-PP-IDX) TO SL-SUPPLIER-OUT.
           MOVE WS-PP-PART-NUMBER (WS-PP-IDX) TO SL-PART-OUT.
           MOVE WS-PP-VALUE (WS-PP-IDX) TO SL-VALUE-OUT.

      *05/14 One pack per page: the order as sampled, then its
      * evidence in chain order, then a line for every evidence file
      * that had nothing for the PO.
       750-WriteEvidencePacks.
           MOVE WS-EVIDENCE-HEADER TO WS-HEADER.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SM-MAX
                 PERFORM 760-WriteOnePack
           END-PERFORM.

       760-WriteOnePack.
           PERFORM 800-NEW-PAGE.
           MOVE WS-SM-IDX TO PT-SEQ-OUT.
           MOVE WS-SM-MAX TO PT-OF-OUT.
           WRITE PRINT-REC FROM WS-PACK-TITLE-OUT.
           PERFORM 720-FormatSampleLine.
           WRITE PRINT-REC FROM WS-SAMPLE-LINE-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 3 TO WS-LINE-KTR.
           MOVE 'PURCFILE' TO EL-FILE-OUT.
           MOVE 'ORDER CUT' TO EL-STATE-OUT.
           MOVE WS-PP-VALUE (WS-PP-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EL-DETAIL-OUT.
           STRING 'BUYER ' WS-PP-BUYER-CODE (WS-PP-IDX)
              ' SUPPLIER ' WS-PP-SUPPLIER-CODE (WS-PP-IDX)
              ' ORDERED ' WS-PP-ORDER-DATE (WS-PP-IDX)
              ' VALUE ' WS-EDIT-AMOUNT
              DELIMITED BY SIZE INTO EL-DETAIL-OUT.
           PERFORM 780-Write-Evidence-Line.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-MAX
                 IF WS-EV-SM-IDX (WS-EV-IDX) = WS-SM-IDX
                    MOVE WS-EV-FILE (WS-EV-IDX) TO EL-FILE-OUT
                    MOVE WS-EV-STATE (WS-EV-IDX) TO EL-STATE-OUT
                    MOVE WS-EV-DETAIL (WS-EV-IDX) TO EL-DETAIL-OUT
                    PERFORM 780-Write-Evidence-Line
                 END-IF
           END-PERFORM.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
              UNTIL WS-SOURCE-IDX > 5
                 IF WS-SM-SOURCE-CTR (WS-SM-IDX, WS-SOURCE-IDX) = ZERO
                    MOVE WS-SOURCE-NAME (WS-SOURCE-IDX) TO EL-FILE-OUT
                    MOVE 'NONE ON FILE' TO EL-STATE-OUT
                    MOVE 'NO ROW FOR THIS PO ON THE GENERATIONS READ'
                       TO EL-DETAIL-OUT
                    PERFORM 780-Write-Evidence-Line
                    ADD 1 TO WS-GAP-CTR
                 END-IF
           END-PERFORM.

       780-Write-Evidence-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-EVIDENCE-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'AUDIT SAMPLE SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-PURCHASE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REPEATED PO - COUNTED ONCE' TO WS-SUMMARY-LABEL.
           MOVE WS-DUPLICATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERED OUTSIDE THE PERIOD' TO WS-SUMMARY-LABEL.
           MOVE WS-OUTSIDE-PERIOD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RETURNS OR NO VALUE - NOT SAMPLED' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-ELIGIBLE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS IN THE POPULATION' TO WS-SUMMARY-LABEL.
           MOVE WS-PP-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS SAMPLED' TO WS-SUMMARY-LABEL.
           MOVE WS-SM-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EVIDENCE LINES FOUND' TO WS-SUMMARY-LABEL.
           MOVE WS-EVIDENCE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EVIDENCE FILES WITH NOTHING' TO WS-SUMMARY-LABEL.
           MOVE WS-GAP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
