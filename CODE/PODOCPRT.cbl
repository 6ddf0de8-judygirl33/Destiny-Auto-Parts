       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODOCPRT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/23 Printed purchase-order documents. POXMIT sends our
      * released orders electronically, but only to SM-EDI-CAPABLE
      * suppliers - everyone else (still most of them) got the order
      * retyped into a template and faxed, and the terms, carrier
      * and ship-to on the paper were often wrong. This program
      * reads tonight's GOODDATA generation the way POXMIT does,
      * through the same release gate (an occurrence still on the
      * approval queue is not on PURC-FILES and does not go out),
      * and for every supplier NOT flagged EDI-capable on SUPPMST -
      * including one not on the master at all - prints one
      * purchase-order document per supplier per PO:
      *   - our ship-to - the plant's address off PLANTS, or the
      *     customer's shop (the type-4 address) on a drop ship -
      *     and the supplier's order address ('1');
      *   - the payment terms code with the terms in words off
      *     PAYTERMS, the freight terms in words and the carrier
      *     off CARRIERS;
      *   - every line with quantity, unit of measure, price and
      *     currency, hazmat class and the PO comments.
      * The lines of one PO can ride more than one GOODDATA record
      * (one per part), so they are gathered into WS-DOC-TABLE and
      * each document printed whole at the end of the run. Every
      * line printed is logged to XMITLOG exactly as POXMIT logs an
      * EDI row, so the log proves what was sent either way.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's good records, as written by FINALEX
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Supplier master control file - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * The released order stream (RELPO plus tonight's PURCFILE
      * generation) - the same release gate POXMIT applies.
           SELECT PURC-FILES ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      * Plant/receiving-location master - see PLNTTAB.
           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

      * Payment-terms control table - see TERMTAB.
           SELECT PAYTERMS ASSIGN TO PAYTERMS
           FILE STATUS IS IN-PAYTERMS-KEY.

      * Carrier master - see CARRTAB.
           SELECT CARRIERS ASSIGN TO CARRIERS
           FILE STATUS IS IN-CARRIERS-KEY.

      * Company (legal entity) master - see COMPTAB.
           SELECT COMPANY ASSIGN TO COMPANY
           FILE STATUS IS IN-COMPANY-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Transmission log, one row per document line sent
           SELECT XMITLOG ASSIGN TO XMITLOG
           FILE STATUS IS OUT-XMITLOG-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Only the PO number off the front of the 128-byte released
      * row matters here - see FINALEX's PURCHASE-REC.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(122).

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

       FD  PAYTERMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYTERMS-REC.
       01  PAYTERMS-REC     PIC X(14).

       FD  CARRIERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIERS-REC.
       01  CARRIERS-REC     PIC X(27).

       FD  COMPANY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPANY-REC.
       01  COMPANY-REC     PIC X(54).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      * Same 53-byte log row POXMIT writes.
       FD  XMITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XMITLOG-REC.
       01  XMITLOG-REC.
           05  XL-PO-NUMBER            PIC X(06).
           05  XL-SUPPLIER-CODE        PIC X(10).
           05  XL-PART-NUMBER          PIC X(23).
           05  XL-SEND-DATE            PIC 9(08).
           05  XL-SEND-TIME            PIC 9(06).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook
           COPY SUPMTAB.  *> Supplier master control table
           COPY PLNTTAB.  *> Plant/receiving-location master
           COPY TERMTAB.  *> Payment-terms control table
           COPY CARRTAB.  *> Carrier master table
           COPY COMPTAB.  *> Company (legal entity) master
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
      * File status key for input File GOODDATA
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File SUPPMST
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PURCHASE
           05 IN-PURCHASE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PLANTS
           05 IN-PLANTS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PAYTERMS
           05 IN-PAYTERMS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File CARRIERS
           05 IN-CARRIERS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File COMPANY
           05 IN-COMPANY-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

      * File status key for output File XMITLOG
           05 OUT-XMITLOG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-EOF                            VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.
           05 PAYTERMS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PAYTERMS-EOF                            VALUE 'Y'.
           05 CARRIERS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CARRIERS-EOF                            VALUE 'Y'.
           05 COMPANY-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMPANY-EOF                             VALUE 'Y'.

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-EDI-SKIPPED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-HELD-SKIPPED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NOT-ON-MASTER-CTR             PIC 9(7) VALUE ZERO.
       01 WS-DOCUMENT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-LINES-SENT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PLANT-MISSING-CTR             PIC 9(7) VALUE ZERO.

      * Release gate - the PO numbers on the released stream.
       01 WS-XMIT-TABLE.
           05 WS-XMIT-PO-NUMBER OCCURS 20000 TIMES
                                           PIC X(06).
       01 WS-XMIT-MAX                      PIC 9(5) VALUE ZERO.
       01 WS-XMIT-IDX                      PIC 9(5) VALUE 1.
       01 WS-XMIT-FOUND-FLAG               PIC X VALUE 'N'.
           88 ORDER-RELEASED                       VALUE 'Y'.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 SUPPMST-FOUND-FLAG               PIC X VALUE 'N'.
           88 SUPPMST-FOUND                      VALUE 'Y'.
       01 WS-PLANT-INDEX                   PIC 9(4) VALUE 1.
       01 WS-PLANT-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01 WS-PAYTERMS-INDEX                PIC 9(4) VALUE 1.
       01 WS-PAYTERMS-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01 WS-CARRIER-INDEX                 PIC 9(4) VALUE 1.
       01 WS-CARRIER-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-COMPANY-INDEX                 PIC 9(4) VALUE 1.
       01 WS-COMPANY-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-ADDR-COUNTER                  PIC 9(02) VALUE 1.
       01 WS-ORDER-ADDR-IDX                PIC 9(02) VALUE ZERO.
       01 WS-DROP-ADDR-IDX                 PIC 9(02) VALUE ZERO.
       01 WS-SEND-TIME                     PIC 9(08) VALUE ZERO.
       01 WS-PLANT-CODE                    PIC X(03) VALUE SPACES.
       01 WS-ZIP-WORK                      PIC X(10) VALUE SPACES.
       01 WS-ZIP-OUT                       PIC X(10) VALUE SPACES.

      *05/23 Every released line for a non-EDI supplier, gathered
      * so each supplier's PO prints as one document however many
      * GOODDATA records its lines arrived on. The ship-to and the
      * supplier's order address are resolved as the line is taken.
       01 WS-DOC-TABLE.
           05 WS-DOC-LINE OCCURS 5000 TIMES.
              10 DL-SUPPLIER-CODE         PIC X(10) VALUE SPACES.
              10 DL-PO-NUMBER             PIC X(06) VALUE SPACES.
              10 DL-SUPPLIER-NAME         PIC X(15) VALUE SPACES.
              10 DL-BUYER-CODE            PIC X(03) VALUE SPACES.
              10 DL-ORDER-DATE            PIC 9(08) VALUE ZERO.
              10 DL-DELIVERY-DATE         PIC 9(08) VALUE ZERO.
              10 DL-COMPANY-CODE          PIC X(02) VALUE SPACES.
              10 DL-ORDER-ADDR-1          PIC X(15) VALUE SPACES.
              10 DL-ORDER-ADDR-2          PIC X(15) VALUE SPACES.
              10 DL-ORDER-ADDR-3          PIC X(15) VALUE SPACES.
              10 DL-ORDER-CITY            PIC X(15) VALUE SPACES.
              10 DL-ORDER-STATE           PIC X(02) VALUE SPACES.
              10 DL-ORDER-ZIP             PIC X(10) VALUE SPACES.
              10 DL-SHIP-NAME             PIC X(25) VALUE SPACES.
              10 DL-SHIP-ADDR-1           PIC X(25) VALUE SPACES.
              10 DL-SHIP-CITY             PIC X(15) VALUE SPACES.
              10 DL-SHIP-STATE            PIC X(02) VALUE SPACES.
              10 DL-SHIP-ZIP              PIC X(10) VALUE SPACES.
              10 DL-TERMS-CODE            PIC X(03) VALUE SPACES.
              10 DL-CARRIER-CODE          PIC X(04) VALUE SPACES.
              10 DL-FREIGHT-TERMS         PIC X(02) VALUE SPACES.
              10 DL-PART-NUMBER           PIC X(23) VALUE SPACES.
              10 DL-PART-NAME             PIC X(14) VALUE SPACES.
              10 DL-UNIT-OF-MEASURE       PIC X(03) VALUE SPACES.
              10 DL-QUANTITY              PIC S9(7) VALUE ZERO.
              10 DL-UNIT-PRICE            PIC S9(7)V99 VALUE ZERO.
              10 DL-CURRENCY-CODE         PIC X(03) VALUE SPACES.
              10 DL-HAZMAT-CLASS          PIC X(03) VALUE SPACES.
              10 DL-PO-COMMENTS           PIC X(20) VALUE SPACES.
              10 DL-ORDER-TYPE            PIC X(01) VALUE SPACES.
                 88 DL-RETURN-ORDER               VALUE 'R'.
              10 DL-PRINTED-FLAG          PIC X(01) VALUE 'N'.
                 88 DL-PRINTED                    VALUE 'Y'.
       01 WS-DOC-MAX                       PIC 9(5) VALUE ZERO.
       01 WS-DOC-IDX                       PIC 9(5) VALUE 1.
       01 WS-LINE-IDX                      PIC 9(5) VALUE 1.
       01 WS-HEAD-IDX                      PIC 9(5) VALUE ZERO.
       01 WS-DOC-LINE-NO                   PIC 9(3) VALUE ZERO.
       01 WS-LINE-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
       01 WS-DOC-TOTAL                     PIC S9(11)V99 VALUE ZERO.
       01 WS-TERMS-WORDS                   PIC X(40) VALUE SPACES.
       01 WS-FREIGHT-WORDS                 PIC X(40) VALUE SPACES.
       01 WS-CARRIER-WORDS                 PIC X(40) VALUE SPACES.
       01 WS-PCT-EDIT                      PIC Z9.99 VALUE ZERO.
       01 WS-DAYS-EDIT                     PIC ZZ9 VALUE ZERO.
       01 WS-NET-DAYS-EDIT                 PIC ZZ9 VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES-PER-PAGE         PIC 9(4) VALUE 0050.

      *************************************************************
      ****** Document headings ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.
       01 WS-PAGE-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'Destiny Auto Parts - Purchase Order'.
           05 FILLER              PIC X(07)      VALUE 'PO NO '.
           05 PGH-PO-OUT          PIC X(06)      VALUE SPACES.
           05 FILLER              PIC X(55)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.

       01 WS-ADDRESS-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 ADL-LABEL-OUT       PIC X(15)      VALUE SPACES.
           05 ADL-TEXT-OUT        PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(75)      VALUE SPACES.

       01 WS-CITY-LINE.
           05 CTL-CITY-OUT        PIC X(15)      VALUE SPACES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 CTL-STATE-OUT       PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 CTL-ZIP-OUT         PIC X(10)      VALUE SPACES.

       01 WS-DATES-LINE.
           05 DTL-ORDERED-OUT     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(15)      VALUE
              '  DELIVER BY '.
           05 DTL-DELIVER-OUT     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(09)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(05)      VALUE 'Line'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(16)      VALUE 'Description'.
          05 FILLER              PIC X(11)      VALUE '   Quantity'.
          05 FILLER              PIC X(05)      VALUE ' UOM'.
          05 FILLER              PIC X(11)      VALUE '  Unit Cost'.
          05 FILLER              PIC X(04)      VALUE ' Cur'.
          05 FILLER              PIC X(16)      VALUE
             '         Amount'.
          05 FILLER              PIC X(05)      VALUE 'Haz'.
          05 FILLER              PIC X(20)      VALUE 'Comments'.

       01 WS-DOC-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DLO-LINE-OUT           PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DLO-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DLO-NAME-OUT           PIC X(14)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DLO-QTY-OUT            PIC Z,ZZZ,ZZ9- VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DLO-UOM-OUT            PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DLO-PRICE-OUT          PIC ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DLO-CURRENCY-OUT       PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DLO-AMOUNT-OUT         PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DLO-HAZMAT-OUT         PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DLO-COMMENTS-OUT       PIC X(20)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER                 PIC X(60)      VALUE SPACES.
          05 FILLER                 PIC X(18)      VALUE
             'ORDER TOTAL'.
          05 TTL-CURRENCY-OUT       PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 TTL-AMOUNT-OUT         PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
          05 FILLER                 PIC X(33)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL GOODDATA-EOF-WS = 'Y'.
           PERFORM 500-PrintDocuments.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           PERFORM 360-LoadReleasedOrders.
           ACCEPT WS-SEND-TIME FROM TIME.
      * Priming Read
           PERFORM 400-Read-GOODDATA.

       100-Main2.
           PERFORM 200-GatherRecord.
           PERFORM 400-Read-GOODDATA.

      *05/23 EDI-capable suppliers are POXMIT's - everyone else,
      * including a supplier not on the master, gets paper.
       200-GatherRecord.
           PERFORM 210-FindSupplier.
           IF SUPPMST-FOUND
              AND SM-EDI-CAPABLE (WS-SUPPMST-FOUND-IDX)
              ADD 1 TO WS-EDI-SKIPPED-CTR
           ELSE
              IF NOT SUPPMST-FOUND
                 ADD 1 TO WS-NOT-ON-MASTER-CTR
              END-IF
              PERFORM 220-FindOrderAddress
              PERFORM 225-FindShipTo
              PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
                 UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                    PERFORM 250-FindReleased
                    IF ORDER-RELEASED
                       PERFORM 230-AddDocumentLine
                    ELSE
                       ADD 1 TO WS-HELD-SKIPPED-CTR
                    END-IF
              END-PERFORM
           END-IF.

       210-FindSupplier.
           MOVE 'N' TO SUPPMST-FOUND-FLAG.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR SUPPMST-FOUND
                 IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                       = SUPPLIER-CODE-PO
                    MOVE 'Y' TO SUPPMST-FOUND-FLAG
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.

      *05/23 The order address ('1') is the one the supplier takes
      * orders at, as in POXMIT; the drop-ship address ('4') is
      * the ship-to when the order ships straight to a customer.
       220-FindOrderAddress.
           MOVE ZERO TO WS-ORDER-ADDR-IDX, WS-DROP-ADDR-IDX.
           PERFORM VARYING WS-ADDR-COUNTER FROM 1 BY 1
              UNTIL WS-ADDR-COUNTER > SUPP-ADDR-COUNT-PO
                 IF ORDER-ADDRESS-PO (WS-ADDR-COUNTER)
                    AND WS-ORDER-ADDR-IDX = ZERO
                    MOVE WS-ADDR-COUNTER TO WS-ORDER-ADDR-IDX
                 END-IF
                 IF DROP-SHIP-ADDRESS-PO (WS-ADDR-COUNTER)
                    AND WS-DROP-ADDR-IDX = ZERO
                    MOVE WS-ADDR-COUNTER TO WS-DROP-ADDR-IDX
                 END-IF
           END-PERFORM.
           IF WS-ORDER-ADDR-IDX = ZERO
              MOVE 1 TO WS-ORDER-ADDR-IDX
           END-IF.

      *05/23 A blank plant is '001', the original building, as it
      * is everywhere else.
       225-FindShipTo.
           MOVE SHIP-TO-PLANT-PO TO WS-PLANT-CODE.
           IF WS-PLANT-CODE = SPACES
              MOVE '001' TO WS-PLANT-CODE
           END-IF.
           MOVE ZERO TO WS-PLANT-FOUND-IDX.
           PERFORM VARYING WS-PLANT-INDEX FROM 1 BY 1
              UNTIL WS-PLANT-INDEX > PLANT-MAX
                 OR WS-PLANT-FOUND-IDX > ZERO
                 IF PL-PLANT-CODE (WS-PLANT-INDEX) = WS-PLANT-CODE
                    MOVE WS-PLANT-INDEX TO WS-PLANT-FOUND-IDX
                 END-IF
           END-PERFORM.

       230-AddDocumentLine.
           IF WS-DOC-MAX >= 5000
              DISPLAY 'PODOCPRT - DOCUMENT LINE TABLE FULL AT 5000 '
                 'LINES - RAISE OCCURS IN PODOCPRT'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-DOC-MAX.
           MOVE WS-DOC-MAX TO WS-DOC-IDX.
           MOVE SUPPLIER-CODE-PO TO DL-SUPPLIER-CODE (WS-DOC-IDX).
           MOVE PO-NUMBER-PO (WS-PO-COUNTER)
              TO DL-PO-NUMBER (WS-DOC-IDX).
           MOVE SUPPLIER-NAME-PO TO DL-SUPPLIER-NAME (WS-DOC-IDX).
           MOVE BUYER-CODE-PO (WS-PO-COUNTER)
              TO DL-BUYER-CODE (WS-DOC-IDX).
           MOVE ORDER-DATE-PO (WS-PO-COUNTER)
              TO DL-ORDER-DATE (WS-DOC-IDX).
           MOVE DELIVERY-DATE-PO (WS-PO-COUNTER)
              TO DL-DELIVERY-DATE (WS-DOC-IDX).
           MOVE COMPANY-CODE-PO TO DL-COMPANY-CODE (WS-DOC-IDX).
           IF DL-COMPANY-CODE (WS-DOC-IDX) = SPACES
              MOVE '01' TO DL-COMPANY-CODE (WS-DOC-IDX)
           END-IF.
           MOVE ADDRESS-1-PO (WS-ORDER-ADDR-IDX)
              TO DL-ORDER-ADDR-1 (WS-DOC-IDX).
           MOVE ADDRESS-2-PO (WS-ORDER-ADDR-IDX)
              TO DL-ORDER-ADDR-2 (WS-DOC-IDX).
           MOVE ADDRESS-3-PO (WS-ORDER-ADDR-IDX)
              TO DL-ORDER-ADDR-3 (WS-DOC-IDX).
           MOVE CITY-PO (WS-ORDER-ADDR-IDX)
              TO DL-ORDER-CITY (WS-DOC-IDX).
           MOVE ADDR-STATE-PO (WS-ORDER-ADDR-IDX)
              TO DL-ORDER-STATE (WS-DOC-IDX).
           MOVE ZIP-CODE-ALPHA-PO (WS-ORDER-ADDR-IDX) TO WS-ZIP-WORK.
           PERFORM 235-FormatZip.
           MOVE WS-ZIP-OUT TO DL-ORDER-ZIP (WS-DOC-IDX).
           IF DROP-SHIP-ORDER-PO AND WS-DROP-ADDR-IDX > ZERO
              MOVE 'DROP SHIP - CUSTOMER'
                 TO DL-SHIP-NAME (WS-DOC-IDX)
              MOVE ADDRESS-1-PO (WS-DROP-ADDR-IDX)
                 TO DL-SHIP-ADDR-1 (WS-DOC-IDX)
              MOVE CITY-PO (WS-DROP-ADDR-IDX)
                 TO DL-SHIP-CITY (WS-DOC-IDX)
              MOVE ADDR-STATE-PO (WS-DROP-ADDR-IDX)
                 TO DL-SHIP-STATE (WS-DOC-IDX)
              MOVE ZIP-CODE-ALPHA-PO (WS-DROP-ADDR-IDX)
                 TO WS-ZIP-WORK
              PERFORM 235-FormatZip
              MOVE WS-ZIP-OUT TO DL-SHIP-ZIP (WS-DOC-IDX)
           ELSE
              IF WS-PLANT-FOUND-IDX > ZERO
                 MOVE PL-PLANT-NAME (WS-PLANT-FOUND-IDX)
                    TO DL-SHIP-NAME (WS-DOC-IDX)
                 MOVE PL-ADDRESS-1 (WS-PLANT-FOUND-IDX)
                    TO DL-SHIP-ADDR-1 (WS-DOC-IDX)
                 MOVE PL-CITY (WS-PLANT-FOUND-IDX)
                    TO DL-SHIP-CITY (WS-DOC-IDX)
                 MOVE PL-PLANT-STATE (WS-PLANT-FOUND-IDX)
                    TO DL-SHIP-STATE (WS-DOC-IDX)
                 MOVE PL-ZIP-CODE (WS-PLANT-FOUND-IDX)
                    TO DL-SHIP-ZIP (WS-DOC-IDX)
              ELSE
                 ADD 1 TO WS-PLANT-MISSING-CTR
                 STRING 'PLANT ' WS-PLANT-CODE
                    ' - NOT ON PLANTS' DELIMITED BY SIZE
                    INTO DL-SHIP-NAME (WS-DOC-IDX)
              END-IF
           END-IF.
           MOVE TERMS-CODE-PO (WS-PO-COUNTER)
              TO DL-TERMS-CODE (WS-DOC-IDX).
           MOVE CARRIER-CODE-PO TO DL-CARRIER-CODE (WS-DOC-IDX).
           MOVE FREIGHT-TERMS-PO TO DL-FREIGHT-TERMS (WS-DOC-IDX).
           MOVE PART-NUMBER-PO TO DL-PART-NUMBER (WS-DOC-IDX).
           MOVE PART-NAME-PO TO DL-PART-NAME (WS-DOC-IDX).
           MOVE UNIT-OF-MEASURE-PO
              TO DL-UNIT-OF-MEASURE (WS-DOC-IDX).
           MOVE QUANTITY-PO (WS-PO-COUNTER)
              TO DL-QUANTITY (WS-DOC-IDX).
           MOVE UNIT-PRICE-PO (WS-PO-COUNTER)
              TO DL-UNIT-PRICE (WS-DOC-IDX).
           MOVE CURRENCY-CODE-PO (WS-PO-COUNTER)
              TO DL-CURRENCY-CODE (WS-DOC-IDX).
           MOVE HAZMAT-CLASS-PO TO DL-HAZMAT-CLASS (WS-DOC-IDX).
           MOVE PO-COMMENTS-PO (WS-PO-COUNTER)
              TO DL-PO-COMMENTS (WS-DOC-IDX).
           MOVE ORDER-TYPE-PO TO DL-ORDER-TYPE (WS-DOC-IDX).
           MOVE 'N' TO DL-PRINTED-FLAG (WS-DOC-IDX).

      *05/23 A US zip prints as 12345 or 12345-6789; anything else
      * (a Canadian postal code) prints as it was keyed.
       235-FormatZip.
           MOVE WS-ZIP-WORK TO WS-ZIP-OUT.
           IF WS-ZIP-WORK (1:9) NUMERIC
              MOVE SPACES TO WS-ZIP-OUT
              MOVE WS-ZIP-WORK (1:5) TO WS-ZIP-OUT (1:5)
              IF WS-ZIP-WORK (6:4) NOT = '0000'
                 MOVE '-' TO WS-ZIP-OUT (6:1)
                 MOVE WS-ZIP-WORK (6:4) TO WS-ZIP-OUT (7:4)
              END-IF
           END-IF.

       250-FindReleased.
           MOVE 'N' TO WS-XMIT-FOUND-FLAG.
           PERFORM VARYING WS-XMIT-IDX FROM 1 BY 1
              UNTIL WS-XMIT-IDX > WS-XMIT-MAX
                 OR ORDER-RELEASED
                 IF WS-XMIT-PO-NUMBER (WS-XMIT-IDX)
                       = PO-NUMBER-PO (WS-PO-COUNTER)
                    MOVE 'Y' TO WS-XMIT-FOUND-FLAG
                 END-IF
           END-PERFORM.

       300-Open-Files.
           OPEN INPUT GOODDATA-FILE.
      *    Input File Status Checking for GOODDATA
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT SUPPMST.
      *    Input File Status Checking for SUPPMST
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3800-LoadSupplierMaster
           END-IF.

           OPEN INPUT PLANTS.
      *    Input File Status Checking for PLANTS
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3820-LoadPlants
           END-IF.

           OPEN INPUT PAYTERMS.
      *    Input File Status Checking for PAYTERMS
           IF IN-PAYTERMS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PAYTERMS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3840-LoadPaymentTerms
           END-IF.

           OPEN INPUT CARRIERS.
      *    Input File Status Checking for CARRIERS
           IF IN-CARRIERS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CARRIERS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3860-LoadCarriers
           END-IF.

           OPEN INPUT COMPANY.
      *    Input File Status Checking for COMPANY
           IF IN-COMPANY-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMPANY'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3900-LoadCompanies
           END-IF.

      * The log accumulates across runs, shared with POXMIT, so it
      * is opened EXTEND, never OUTPUT.
           OPEN EXTEND XMITLOG.
      *    Output File Status Checking for XMITLOG
           IF OUT-XMITLOG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning XMITLOG'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       3800-LoadSupplierMaster.
           INITIALIZE SUPP-MASTER-TABLE.
           MOVE 1 TO WS-SUPPMST-INDEX.
           PERFORM 3805-ReadNextSupplier UNTIL SUPPMST-EOF.
           COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1.
           CLOSE SUPPMST.

       3805-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'PODOCPRT - SUPPLIER MASTER TABLE FULL AT 500 '
                 'SUPPLIERS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

       3820-LoadPlants.
           INITIALIZE PLANT-TABLE.
           MOVE 1 TO WS-PLANT-INDEX.
           PERFORM 3825-ReadNextPlant UNTIL PLANTS-EOF.
           COMPUTE PLANT-MAX = WS-PLANT-INDEX - 1.
           CLOSE PLANTS.

       3825-ReadNextPlant.
           IF WS-PLANT-INDEX > 10
              DISPLAY 'PODOCPRT - PLANT TABLE FULL AT 10 '
                 'PLANTS - RAISE OCCURS IN PLNTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PLANTS INTO PLANT-LIST(WS-PLANT-INDEX)
              AT END
                 MOVE 'Y' TO PLANTS-EOF-WS
           END-READ.
           IF NOT PLANTS-EOF
              ADD 1 TO WS-PLANT-INDEX
           END-IF.

       3840-LoadPaymentTerms.
           INITIALIZE PAYMENT-TERMS-TABLE.
           MOVE 1 TO WS-PAYTERMS-INDEX.
           PERFORM 3845-ReadNextPaymentTerm UNTIL PAYTERMS-EOF.
           COMPUTE PAYMENT-TERMS-MAX = WS-PAYTERMS-INDEX - 1.
           CLOSE PAYTERMS.

       3845-ReadNextPaymentTerm.
           IF WS-PAYTERMS-INDEX > 50
              DISPLAY 'PODOCPRT - PAYMENT TERMS TABLE FULL AT 50 '
                 'CODES - RAISE OCCURS IN TERMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PAYTERMS INTO PAYMENT-TERMS-LIST(WS-PAYTERMS-INDEX)
              AT END
                 MOVE 'Y' TO PAYTERMS-EOF-WS
           END-READ.
           IF NOT PAYTERMS-EOF
              ADD 1 TO WS-PAYTERMS-INDEX
           END-IF.

       3860-LoadCarriers.
           INITIALIZE CARRIER-TABLE.
           MOVE 1 TO WS-CARRIER-INDEX.
           PERFORM 3865-ReadNextCarrier UNTIL CARRIERS-EOF.
           COMPUTE CARRIER-MAX = WS-CARRIER-INDEX - 1.
           CLOSE CARRIERS.

       3865-ReadNextCarrier.
           IF WS-CARRIER-INDEX > 100
              DISPLAY 'PODOCPRT - CARRIER TABLE FULL AT 100 '
                 'CARRIERS - RAISE OCCURS IN CARRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ CARRIERS INTO CARRIER-LIST(WS-CARRIER-INDEX)
              AT END
                 MOVE 'Y' TO CARRIERS-EOF-WS
           END-READ.
           IF NOT CARRIERS-EOF
              ADD 1 TO WS-CARRIER-INDEX
           END-IF.

       3900-LoadCompanies.
           INITIALIZE COMPANY-TABLE.
           MOVE 1 TO WS-COMPANY-INDEX.
           PERFORM 3950-ReadNextCompany UNTIL COMPANY-EOF.
           COMPUTE COMPANY-MAX = WS-COMPANY-INDEX - 1.
           CLOSE COMPANY.

       3950-ReadNextCompany.
           IF WS-COMPANY-INDEX > 10
              DISPLAY 'PODOCPRT - COMPANY TABLE FULL AT 10 '
                 'COMPANIES - RAISE OCCURS IN COMPTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMPANY INTO COMPANY-LIST(WS-COMPANY-INDEX)
              AT END
                 MOVE 'Y' TO COMPANY-EOF-WS
           END-READ.
           IF NOT COMPANY-EOF
              ADD 1 TO WS-COMPANY-INDEX
           END-IF.

      * Loads the released stream's PO numbers - envelope TRAILER
      * rows pass by, data rows register their number.
       360-LoadReleasedOrders.
           OPEN INPUT PURC-FILES.
           IF IN-PURCHASE-KEY NOT = '00'
              DISPLAY 'File Problem openning Input PURCHASE'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 365-ReadNextReleased UNTIL PURCHASE-EOF.
           CLOSE PURC-FILES.

       365-ReadNextReleased.
           READ PURC-FILES
              AT END
                 MOVE 'Y' TO PURCHASE-EOF-WS
           END-READ.
           IF NOT PURCHASE-EOF
              IF PURCHASE-REC (1:7) NOT = 'TRAILER'
                 IF WS-XMIT-MAX >= 20000
                    DISPLAY 'PODOCPRT - RELEASED ORDER TABLE FULL AT '
                       '20000 ROWS - RAISE OCCURS IN PODOCPRT'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-XMIT-MAX
                 MOVE REC-PO-NUMBER
                    TO WS-XMIT-PO-NUMBER (WS-XMIT-MAX)
              END-IF
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

       400-Read-GOODDATA.
           READ GOODDATA-FILE INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
                AT END MOVE "Y" TO GOODDATA-EOF-WS
                IF IN-GOODDATA-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file GOODDATA reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT GOODDATA-EOF) THEN
              ADD +1 TO WS-IN-GOODDATA-CTR
           END-IF.

      *05/23 The first line not yet printed opens a document; every
      * later line for the same supplier and PO goes on it.
       500-PrintDocuments.
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
              UNTIL WS-HEAD-IDX > WS-DOC-MAX
                 IF NOT DL-PRINTED (WS-HEAD-IDX)
                    PERFORM 510-PrintDocument
                 END-IF
           END-PERFORM.

       510-PrintDocument.
           ADD 1 TO WS-DOCUMENT-CTR.
           MOVE ZERO TO WS-DOC-LINE-NO, WS-DOC-TOTAL, WS-PAGE-CTR.
           PERFORM 520-DescribeTerms.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-LINE-IDX FROM WS-HEAD-IDX BY 1
              UNTIL WS-LINE-IDX > WS-DOC-MAX
                 IF DL-SUPPLIER-CODE (WS-LINE-IDX)
                       = DL-SUPPLIER-CODE (WS-HEAD-IDX)
                    AND DL-PO-NUMBER (WS-LINE-IDX)
                       = DL-PO-NUMBER (WS-HEAD-IDX)
                    PERFORM 530-PrintLine
                    PERFORM 540-WriteLogRow
                    MOVE 'Y' TO DL-PRINTED-FLAG (WS-LINE-IDX)
                 END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ORDER TOTAL' TO WS-TOTAL-LINE (61:18).
           MOVE DL-CURRENCY-CODE (WS-HEAD-IDX) TO TTL-CURRENCY-OUT.
           MOVE WS-DOC-TOTAL TO TTL-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-TOTAL-LINE.

      *05/23 Terms, freight and carrier in words, so the supplier
      * reads what was agreed instead of our codes.
       520-DescribeTerms.
           MOVE SPACES TO WS-TERMS-WORDS.
           MOVE ZERO TO WS-PAYTERMS-FOUND-IDX.
           PERFORM VARYING WS-PAYTERMS-INDEX FROM 1 BY 1
              UNTIL WS-PAYTERMS-INDEX > PAYMENT-TERMS-MAX
                 OR WS-PAYTERMS-FOUND-IDX > ZERO
                 IF TM-TERMS-CODE (WS-PAYTERMS-INDEX)
                       = DL-TERMS-CODE (WS-HEAD-IDX)
                    MOVE WS-PAYTERMS-INDEX TO WS-PAYTERMS-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF DL-TERMS-CODE (WS-HEAD-IDX) = SPACES
              MOVE 'STANDARD TERMS' TO WS-TERMS-WORDS
           ELSE
              IF WS-PAYTERMS-FOUND-IDX = ZERO
                 STRING DL-TERMS-CODE (WS-HEAD-IDX)
                    ' - NOT ON TERMS TABLE' DELIMITED BY SIZE
                    INTO WS-TERMS-WORDS
              ELSE
                 MOVE TM-NET-DAYS (WS-PAYTERMS-FOUND-IDX)
                    TO WS-NET-DAYS-EDIT
                 IF TM-DISC-PCT (WS-PAYTERMS-FOUND-IDX) > ZERO
                    MOVE TM-DISC-PCT (WS-PAYTERMS-FOUND-IDX)
                       TO WS-PCT-EDIT
                    MOVE TM-DISC-DAYS (WS-PAYTERMS-FOUND-IDX)
                       TO WS-DAYS-EDIT
                    STRING DL-TERMS-CODE (WS-HEAD-IDX) ' - '
                       WS-PCT-EDIT '% ' WS-DAYS-EDIT ' DAYS, NET '
                       WS-NET-DAYS-EDIT ' DAYS' DELIMITED BY SIZE
                       INTO WS-TERMS-WORDS
                 ELSE
                    STRING DL-TERMS-CODE (WS-HEAD-IDX) ' - NET '
                       WS-NET-DAYS-EDIT ' DAYS' DELIMITED BY SIZE
                       INTO WS-TERMS-WORDS
                 END-IF
              END-IF
           END-IF.
           EVALUATE DL-FREIGHT-TERMS (WS-HEAD-IDX)
              WHEN 'PP'
                 MOVE 'PREPAID - SUPPLIER PAYS FREIGHT'
                    TO WS-FREIGHT-WORDS
              WHEN 'CC'
                 MOVE 'COLLECT - BUYER PAYS FREIGHT'
                    TO WS-FREIGHT-WORDS
              WHEN SPACES
                 MOVE 'NOT STATED' TO WS-FREIGHT-WORDS
              WHEN OTHER
                 MOVE DL-FREIGHT-TERMS (WS-HEAD-IDX)
                    TO WS-FREIGHT-WORDS
           END-EVALUATE.
           MOVE SPACES TO WS-CARRIER-WORDS.
           MOVE ZERO TO WS-CARRIER-FOUND-IDX.
           PERFORM VARYING WS-CARRIER-INDEX FROM 1 BY 1
              UNTIL WS-CARRIER-INDEX > CARRIER-MAX
                 OR WS-CARRIER-FOUND-IDX > ZERO
                 IF CR-CARRIER-CODE (WS-CARRIER-INDEX)
                       = DL-CARRIER-CODE (WS-HEAD-IDX)
                    MOVE WS-CARRIER-INDEX TO WS-CARRIER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF DL-CARRIER-CODE (WS-HEAD-IDX) = SPACES
              MOVE 'SUPPLIER CHOICE' TO WS-CARRIER-WORDS
           ELSE
              IF WS-CARRIER-FOUND-IDX > ZERO
                 STRING DL-CARRIER-CODE (WS-HEAD-IDX) ' - '
                    CR-CARRIER-NAME (WS-CARRIER-FOUND-IDX)
                    DELIMITED BY SIZE INTO WS-CARRIER-WORDS
              ELSE
                 MOVE DL-CARRIER-CODE (WS-HEAD-IDX)
                    TO WS-CARRIER-WORDS
              END-IF
           END-IF.
           MOVE ZERO TO WS-COMPANY-FOUND-IDX.
           PERFORM VARYING WS-COMPANY-INDEX FROM 1 BY 1
              UNTIL WS-COMPANY-INDEX > COMPANY-MAX
                 OR WS-COMPANY-FOUND-IDX > ZERO
                 IF CO-COMPANY-CODE (WS-COMPANY-INDEX)
                       = DL-COMPANY-CODE (WS-HEAD-IDX)
                    MOVE WS-COMPANY-INDEX TO WS-COMPANY-FOUND-IDX
                 END-IF
           END-PERFORM.

       530-PrintLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           ADD 1 TO WS-DOC-LINE-NO.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
              DL-QUANTITY (WS-LINE-IDX) * DL-UNIT-PRICE (WS-LINE-IDX).
           ADD WS-LINE-AMOUNT TO WS-DOC-TOTAL.
           MOVE SPACES TO WS-DOC-LINE-OUT.
           MOVE WS-DOC-LINE-NO TO DLO-LINE-OUT.
           MOVE DL-PART-NUMBER (WS-LINE-IDX) TO DLO-PART-OUT.
           MOVE DL-PART-NAME (WS-LINE-IDX) TO DLO-NAME-OUT.
           MOVE DL-QUANTITY (WS-LINE-IDX) TO DLO-QTY-OUT.
           MOVE DL-UNIT-OF-MEASURE (WS-LINE-IDX) TO DLO-UOM-OUT.
           MOVE DL-UNIT-PRICE (WS-LINE-IDX) TO DLO-PRICE-OUT.
           MOVE DL-CURRENCY-CODE (WS-LINE-IDX) TO DLO-CURRENCY-OUT.
           MOVE WS-LINE-AMOUNT TO DLO-AMOUNT-OUT.
           MOVE DL-HAZMAT-CLASS (WS-LINE-IDX) TO DLO-HAZMAT-OUT.
           MOVE DL-PO-COMMENTS (WS-LINE-IDX) TO DLO-COMMENTS-OUT.
      *05/23 A return to the supplier says so where a comment
      * would go, when there is no comment of its own.
           IF DL-RETURN-ORDER (WS-LINE-IDX)
              AND DL-PO-COMMENTS (WS-LINE-IDX) = SPACES
              MOVE 'RETURN TO SUPPLIER' TO DLO-COMMENTS-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-DOC-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-LINES-SENT-CTR.

      *05/23 One log row per line sent, in POXMIT's layout.
       540-WriteLogRow.
           MOVE SPACES TO XMITLOG-REC.
           MOVE DL-PO-NUMBER (WS-LINE-IDX) TO XL-PO-NUMBER.
           MOVE DL-SUPPLIER-CODE (WS-LINE-IDX) TO XL-SUPPLIER-CODE.
           MOVE DL-PART-NUMBER (WS-LINE-IDX) TO XL-PART-NUMBER.
           MOVE PROCESS-DATE TO XL-SEND-DATE.
           MOVE WS-SEND-TIME (1:6) TO XL-SEND-TIME.
           WRITE XMITLOG-REC.
           IF OUT-XMITLOG-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       600-CLOSE-FILES.
           CLOSE  GOODDATA-FILE, XMITLOG, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/23 Every document starts a page, and a long one repeats
      * its addressing and terms on each page, as REMITADV does, so
      * no sheet goes out on its own without them.
       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           MOVE DL-PO-NUMBER (WS-HEAD-IDX) TO PGH-PO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'BUYER:' TO ADL-LABEL-OUT.
           IF WS-COMPANY-FOUND-IDX > ZERO
              MOVE CO-COMPANY-NAME (WS-COMPANY-FOUND-IDX)
                 TO ADL-TEXT-OUT
           ELSE
              MOVE 'Destiny Auto Parts' TO ADL-TEXT-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'BUYER CODE:' TO ADL-LABEL-OUT.
           MOVE DL-BUYER-CODE (WS-HEAD-IDX) TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           PERFORM 810-Write-Supplier-Address.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           PERFORM 820-Write-Ship-To.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-DATES-LINE.
           MOVE DL-ORDER-DATE (WS-HEAD-IDX) TO DTL-ORDERED-OUT.
           MOVE '  DELIVER BY ' TO WS-DATES-LINE (9:15).
           MOVE DL-DELIVERY-DATE (WS-HEAD-IDX) TO DTL-DELIVER-OUT.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'ORDERED:' TO ADL-LABEL-OUT.
           MOVE WS-DATES-LINE TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'PAYMENT TERMS:' TO ADL-LABEL-OUT.
           MOVE WS-TERMS-WORDS TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'FREIGHT TERMS:' TO ADL-LABEL-OUT.
           MOVE WS-FREIGHT-WORDS TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'CARRIER:' TO ADL-LABEL-OUT.
           MOVE WS-CARRIER-WORDS TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE ZERO TO WS-LINE-KTR.

       810-Write-Supplier-Address.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'SUPPLIER:' TO ADL-LABEL-OUT.
           STRING DL-SUPPLIER-NAME (WS-HEAD-IDX) ' ('
              DL-SUPPLIER-CODE (WS-HEAD-IDX) ')'
              DELIMITED BY SIZE INTO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE DL-ORDER-ADDR-1 (WS-HEAD-IDX) TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           IF DL-ORDER-ADDR-2 (WS-HEAD-IDX) NOT = SPACES
              MOVE DL-ORDER-ADDR-2 (WS-HEAD-IDX) TO ADL-TEXT-OUT
              WRITE PRINT-REC FROM WS-ADDRESS-LINE
           END-IF.
           IF DL-ORDER-ADDR-3 (WS-HEAD-IDX) NOT = SPACES
              MOVE DL-ORDER-ADDR-3 (WS-HEAD-IDX) TO ADL-TEXT-OUT
              WRITE PRINT-REC FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-CITY-LINE.
           MOVE DL-ORDER-CITY (WS-HEAD-IDX) TO CTL-CITY-OUT.
           MOVE DL-ORDER-STATE (WS-HEAD-IDX) TO CTL-STATE-OUT.
           MOVE DL-ORDER-ZIP (WS-HEAD-IDX) TO CTL-ZIP-OUT.
           MOVE WS-CITY-LINE TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.

       820-Write-Ship-To.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'SHIP TO:' TO ADL-LABEL-OUT.
           MOVE DL-SHIP-NAME (WS-HEAD-IDX) TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           IF DL-SHIP-ADDR-1 (WS-HEAD-IDX) NOT = SPACES
              MOVE SPACES TO WS-ADDRESS-LINE
              MOVE DL-SHIP-ADDR-1 (WS-HEAD-IDX) TO ADL-TEXT-OUT
              WRITE PRINT-REC FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-CITY-LINE.
           MOVE DL-SHIP-CITY (WS-HEAD-IDX) TO CTL-CITY-OUT.
           MOVE DL-SHIP-STATE (WS-HEAD-IDX) TO CTL-STATE-OUT.
           MOVE DL-SHIP-ZIP (WS-HEAD-IDX) TO CTL-ZIP-OUT.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE WS-CITY-LINE TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.

      *05/23 The run's control totals print on a page of their own,
      * so they never go out in a supplier's envelope.
       900-WriteSummary.
           MOVE SPACES TO PGH-PO-OUT.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'PO DOCUMENT RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GOOD RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECORDS FOR EDI SUPPLIERS' TO WS-SUMMARY-LABEL.
           MOVE WS-EDI-SKIPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECORDS, SUPPLIER NOT ON MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-ON-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OCCURRENCES HELD, NOT SENT' TO WS-SUMMARY-LABEL.
           MOVE WS-HELD-SKIPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PO DOCUMENTS PRINTED' TO WS-SUMMARY-LABEL.
           MOVE WS-DOCUMENT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DOCUMENT LINES SENT' TO WS-SUMMARY-LABEL.
           MOVE WS-LINES-SENT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES WITH SHIP-TO NOT ON PLANTS' TO WS-SUMMARY-LABEL.
           MOVE WS-PLANT-MISSING-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
