       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUTAWAY.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/24 Receiving put-away list. Once POMATCH has matched the
      * day's receipts nobody told the warehouse where the stock
      * goes, so it went wherever there was room and the cycle
      * counters spent the next month finding it. This program reads
      * tonight's cleaned RECEIPTS feed and, for every receipt:
      *   - finds the part and the plant it was received into - off
      *     the OPENPO status file for a purchase order, off the
      *     XFRMAST transfer master for a 'T' numbered transfer;
      *   - looks up the part's primary and overflow bins at that
      *     plant on the BINLOC master BINMNT maintains;
      *   - flags the part's hazard class off the PARTVSAM catalog,
      *     so hazmat goes to the caged bins and not the open shelf;
      *   - flags INSPECT when DOCKINSP has returned the same part
      *     from the same supplier within the INSPDAYS window - that
      *     stock waits for the dock inspector before it is shelved.
      *     Transfers are our own stock, inspected when first
      *     received, and are never flagged.
      * The put-away list prints in plant and bin order, the walk
      * sequence. Receipts whose part has no bin at the plant - and
      * any receipt the order or transfer cannot be found for - are
      * listed separately for the warehouse lead to assign a bin
      * through BINMNT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input dock receipts, as OPSEDIT passed them
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Input open-PO status file, as written by POMATCH
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input transfer master, as written by XFERTRK
           SELECT XFRMAST ASSIGN TO XFRMAST
           FILE STATUS IS IN-XFRMAST-KEY.

      * Warehouse bin-location master - see BINTAB.
           SELECT BINLOC ASSIGN TO BINLOC
           FILE STATUS IS IN-BINLOC-KEY.

      * Return-to-vendor history, every generation DOCKINSP wrote
           SELECT RTVFILE ASSIGN TO RTVFILE
           FILE STATUS IS IN-RTVFILE-KEY.

           SELECT PARTS-VSAM ASSIGN TO PARTVSAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-PART-NUMBER
           FILE STATUS IS IN-PARTVSAM-KEY.

      *12/17 Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output Put-Away List
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 25-byte receipt row POMATCH reads.
       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QUANTITY           PIC 9(07).
      *04/29 Dock-clock receipt time - see OPSEDIT. Grew 21 to 25.
           05  FILLER                  PIC X(04).

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

      * Same 90-byte transfer row XFERTRK writes - only the number,
      * the part and the receiving plant are needed here.
       FD  XFRMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFRMAST-REC.
       01  XFRMAST-REC.
           05  XF-XFER-NUMBER          PIC X(06).
           05  XF-PART-NUMBER          PIC X(23).
           05  XF-FROM-PLANT           PIC X(03).
           05  XF-TO-PLANT             PIC X(03).
           05  FILLER                  PIC X(55).

       FD  BINLOC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BINLOC-REC.
       01  BINLOC-REC     PIC X(64).

      * Same 72-byte return-to-vendor row DOCKINSP writes.
       FD  RTVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS RTVFILE-REC.
       01  RTVFILE-REC.
           05  RTV-PO-NUMBER           PIC X(06).
           05  RTV-PART-NUMBER         PIC X(23).
           05  RTV-SUPPLIER-CODE       PIC X(10).
           05  RTV-SUPPLIER-NAME       PIC X(15).
           05  RTV-QTY-RETURNED        PIC 9(07).
           05  RTV-DEFECT-REASON       PIC 9(03).
           05  RTV-INSPECT-DATE        PIC 9(08).

      * Same 117-byte record shape PARTLOAD builds - only the part
      * name and the hazard class are needed here.
       FD  PARTS-VSAM
           RECORD CONTAINS 117 CHARACTERS
           DATA RECORD IS PARTS-REC.
       01  PARTS-REC.
           05  REC-PART-NUMBER       PIC X(23).
           05  REC-PART-NAME         PIC X(14).
           05  FILLER                PIC X(65).
           05  REC-HAZMAT-CLASS      PIC X(03).
           05  FILLER                PIC X(12).

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
           COPY BINTAB.   *> Warehouse bin-location table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File RECEIPTS
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File OPENPO
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing transfer master just means no transfer raised yet.
           05 IN-XFRMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 XFRMAST-NOT-FOUND        VALUE '35'.

      * A missing bin master lists every receipt as needing a bin.
           05 IN-BINLOC-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 BINLOC-NOT-FOUND         VALUE '35'.

      * No return-to-vendor history yet flags nothing for inspection.
           05 IN-RTVFILE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RTVFILE-NOT-FOUND        VALUE '35'.

           05 IN-PARTVSAM-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 VSAM-RECORD-NOT-FOUND    VALUE '23'.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 XFRMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 XFRMAST-EOF                             VALUE 'Y'.
           05 BINLOC-EOF-WS                   PIC X(01) VALUE 'N'.
              88 BINLOC-EOF                              VALUE 'Y'.
           05 RTVFILE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 RTVFILE-EOF                             VALUE 'Y'.

      *04/24 Days a DOCKINSP return keeps the part and supplier on
      * inspect-before-shelving - PARMLOAD INSPDAYS overrides.
       01 WS-INSPECT-DAYS                  PIC 9(03) VALUE 180.

       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-PO-RCPT-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-XFER-RCPT-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-BINNED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-NO-BIN-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-NOT-FOUND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-HAZMAT-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-INSPECT-CTR                   PIC 9(7) VALUE ZERO.

       01 WS-BIN-INDEX                     PIC 9(5) VALUE 1.
       01 WS-BIN-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-SLOT-IDX                      PIC 9(1) VALUE 1.

      *04/24 Tonight's orders - the part, supplier and plant behind
      * each purchase order receipt.
       01 WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 50000 TIMES.
              10 WS-ORD-PO                PIC X(06).
              10 WS-ORD-PART              PIC X(23).
              10 WS-ORD-SUPPLIER-CODE     PIC X(10).
              10 WS-ORD-PLANT             PIC X(03).
       01 WS-ORD-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-ORD-IDX                      PIC 9(05) VALUE 1.
       01 WS-ORD-FOUND-IDX                PIC 9(05) VALUE ZERO.

      *04/24 The transfers - the part and receiving plant behind
      * each transfer receipt.
       01 WS-TRANSFER-TABLE.
           05 WS-XF-ENTRY OCCURS 20000 TIMES.
              10 WS-XF-XFER-NUMBER        PIC X(06).
              10 WS-XF-PART-NUMBER        PIC X(23).
              10 WS-XF-TO-PLANT           PIC X(03).
       01 WS-XF-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-XF-IDX                       PIC 9(05) VALUE 1.
       01 WS-XF-FOUND-IDX                 PIC 9(05) VALUE ZERO.

      *04/24 Part and supplier combinations DOCKINSP returned inside
      * the window, one row each however many returns there were.
       01 WS-RETURN-TABLE.
           05 WS-RT-ENTRY OCCURS 5000 TIMES.
              10 WS-RT-PART-NUMBER        PIC X(23).
              10 WS-RT-SUPPLIER-CODE      PIC X(10).
       01 WS-RT-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-RT-IDX                       PIC 9(04) VALUE 1.
       01 WS-RT-FOUND-FLAG                PIC X(01) VALUE 'N'.
           88 RETURNED-IN-WINDOW                VALUE 'Y'.
       01 WS-RETURN-CUTOFF-INT            PIC 9(9) COMP VALUE ZERO.

      *04/24 One row per receipt, kept in storage so the list can be
      * printed in plant and bin order. The sort key leads the row.
       01 WS-PUTAWAY-TABLE.
           05 WS-PA-ENTRY OCCURS 5000 TIMES.
              10 WS-PA-SORT-KEY.
                 15 WS-PA-PLANT           PIC X(03).
                 15 WS-PA-BIN             PIC X(08).
                 15 WS-PA-PART            PIC X(23).
              10 WS-PA-ORDER              PIC X(06).
              10 WS-PA-SUPPLIER-CODE      PIC X(10).
              10 WS-PA-QTY                PIC 9(07).
              10 WS-PA-BIN-IDX            PIC 9(05).
              10 WS-PA-HAZMAT             PIC X(03).
              10 WS-PA-INSPECT            PIC X(07).
              10 WS-PA-FINDING            PIC X(26).
       01 WS-PA-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-PA-IDX                       PIC 9(04) VALUE 1.
       01 WS-PA-SWAP                      PIC X(98) VALUE SPACES.
       01 WS-SORT-I                       PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(04) VALUE ZERO.

       01 WS-SEARCH-PLANT                 PIC X(03) VALUE SPACES.
       01 WS-SEARCH-PART                  PIC X(23) VALUE SPACES.
       01 WS-SEARCH-SUPPLIER              PIC X(10) VALUE SPACES.

      * CEEDAYS work areas - the same shape POAGERPT uses.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.

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
              'Destiny Auto Parts - Receiving Put-Away List'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-PUTAWAY-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(10)      VALUE 'Bin'.
          05 FILLER              PIC X(28)      VALUE 'Overflow Bins'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(06)      VALUE ' Haz'.
          05 FILLER              PIC X(07)      VALUE 'Inspect'.
       01 WS-PUTAWAY-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 PUT-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 PUT-BIN-OUT            PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PUT-OVERFLOW-OUT OCCURS 3 TIMES.
             10 PUT-OVERFLOW-BIN-OUT PIC X(08)     VALUE SPACES.
             10 FILLER              PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 PUT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PUT-ORDER-OUT          PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PUT-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PUT-HAZMAT-OUT         PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PUT-INSPECT-OUT        PIC X(07)      VALUE SPACES.

       01 WS-NOBIN-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(06)      VALUE ' Haz'.
          05 FILLER              PIC X(09)      VALUE 'Inspect'.
          05 FILLER              PIC X(26)      VALUE 'Finding'.
       01 WS-NOBIN-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 NOB-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 NOB-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NOB-ORDER-OUT          PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NOB-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 NOB-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NOB-HAZMAT-OUT         PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 NOB-INSPECT-OUT        PIC X(07)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NOB-FINDING-OUT        PIC X(26)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-BuildPutAway
              THRU 200-BuildPutAway-Exit
              UNTIL RECEIPTS-EOF.
           PERFORM 500-SortPutAway
              THRU 500-SortPutAway-Exit.
           PERFORM 700-PrintPutAway.
           PERFORM 750-PrintNoBin.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           IF WS-TODAY-INT > WS-INSPECT-DAYS
              COMPUTE WS-RETURN-CUTOFF-INT =
                 WS-TODAY-INT - WS-INSPECT-DAYS
           END-IF.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 420-Read-RECEIPTS.

      *04/24 One receipt into the put-away table - the part and plant
      * off the order or transfer behind it, then its bins, hazard
      * class and inspection flag. A receipt whose order or transfer
      * cannot be found still goes in, with no bin, so the lead sees
      * it.
       200-BuildPutAway.
           IF WS-PA-MAX >= 5000
              DISPLAY 'PUTAWAY - PUT-AWAY TABLE FULL AT 5000 ROWS - '
                 'RAISE OCCURS IN PUTAWAY'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-PA-MAX.
           MOVE SPACES TO WS-PA-ENTRY (WS-PA-MAX).
           MOVE ZERO TO WS-PA-BIN-IDX (WS-PA-MAX).
           MOVE RCPT-PO-NUMBER TO WS-PA-ORDER (WS-PA-MAX).
           MOVE RCPT-QUANTITY TO WS-PA-QTY (WS-PA-MAX).
           IF RCPT-PO-NUMBER (1:1) = 'T'
              AND RCPT-PO-NUMBER (2:5) IS NUMERIC
              ADD 1 TO WS-XFER-RCPT-CTR
              PERFORM 240-FindTransfer
              IF WS-XF-FOUND-IDX = ZERO
                 MOVE 'TRANSFER NOT ON XFRMAST'
                    TO WS-PA-FINDING (WS-PA-MAX)
                 ADD 1 TO WS-NOT-FOUND-CTR
                 GO TO 200-BuildPutAway-Next
              END-IF
              MOVE WS-XF-PART-NUMBER (WS-XF-FOUND-IDX)
                 TO WS-PA-PART (WS-PA-MAX)
              MOVE WS-XF-TO-PLANT (WS-XF-FOUND-IDX)
                 TO WS-PA-PLANT (WS-PA-MAX)
           ELSE
              ADD 1 TO WS-PO-RCPT-CTR
              PERFORM 230-FindOrder
              IF WS-ORD-FOUND-IDX = ZERO
                 MOVE 'ORDER NOT ON OPENPO'
                    TO WS-PA-FINDING (WS-PA-MAX)
                 ADD 1 TO WS-NOT-FOUND-CTR
                 GO TO 200-BuildPutAway-Next
              END-IF
              MOVE WS-ORD-PART (WS-ORD-FOUND-IDX)
                 TO WS-PA-PART (WS-PA-MAX)
              MOVE WS-ORD-SUPPLIER-CODE (WS-ORD-FOUND-IDX)
                 TO WS-PA-SUPPLIER-CODE (WS-PA-MAX)
              MOVE WS-ORD-PLANT (WS-ORD-FOUND-IDX)
                 TO WS-PA-PLANT (WS-PA-MAX)
      *       A blank plant is the original building - see PLNTTAB.
              IF WS-PA-PLANT (WS-PA-MAX) = SPACES
                 MOVE '001' TO WS-PA-PLANT (WS-PA-MAX)
              END-IF
              PERFORM 260-CheckReturned
              IF RETURNED-IN-WINDOW
                 MOVE 'INSPECT' TO WS-PA-INSPECT (WS-PA-MAX)
                 ADD 1 TO WS-INSPECT-CTR
              END-IF
           END-IF.
           PERFORM 270-FindHazardClass.
           PERFORM 250-FindBin.
           IF WS-BIN-FOUND-IDX = ZERO
              MOVE 'NO BIN AT THIS PLANT'
                 TO WS-PA-FINDING (WS-PA-MAX)
              ADD 1 TO WS-NO-BIN-CTR
           ELSE
              MOVE WS-BIN-FOUND-IDX TO WS-PA-BIN-IDX (WS-PA-MAX)
              MOVE BN-PRIMARY-BIN (WS-BIN-FOUND-IDX)
                 TO WS-PA-BIN (WS-PA-MAX)
              ADD 1 TO WS-BINNED-CTR
           END-IF.
       200-BuildPutAway-Next.
           PERFORM 420-Read-RECEIPTS.
       200-BuildPutAway-Exit.
           EXIT.

       230-FindOrder.
           MOVE ZERO TO WS-ORD-FOUND-IDX.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-ORD-MAX
                 OR WS-ORD-FOUND-IDX > ZERO
                 IF WS-ORD-PO (WS-ORD-IDX) = RCPT-PO-NUMBER
                    MOVE WS-ORD-IDX TO WS-ORD-FOUND-IDX
                 END-IF
           END-PERFORM.

       240-FindTransfer.
           MOVE ZERO TO WS-XF-FOUND-IDX.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
              UNTIL WS-XF-IDX > WS-XF-MAX
                 OR WS-XF-FOUND-IDX > ZERO
                 IF WS-XF-XFER-NUMBER (WS-XF-IDX) = RCPT-PO-NUMBER
                    MOVE WS-XF-IDX TO WS-XF-FOUND-IDX
                 END-IF
           END-PERFORM.

       250-FindBin.
           MOVE ZERO TO WS-BIN-FOUND-IDX.
           PERFORM VARYING WS-BIN-INDEX FROM 1 BY 1
              UNTIL WS-BIN-INDEX > BIN-LOCATION-MAX
                 OR WS-BIN-FOUND-IDX > ZERO
                 IF BN-PLANT-CODE (WS-BIN-INDEX)
                       = WS-PA-PLANT (WS-PA-MAX)
                    AND BN-PART-NUMBER (WS-BIN-INDEX)
                       = WS-PA-PART (WS-PA-MAX)
                    MOVE WS-BIN-INDEX TO WS-BIN-FOUND-IDX
                 END-IF
           END-PERFORM.

       260-CheckReturned.
           MOVE 'N' TO WS-RT-FOUND-FLAG.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-MAX
                 OR RETURNED-IN-WINDOW
                 IF WS-RT-PART-NUMBER (WS-RT-IDX)
                       = WS-PA-PART (WS-PA-MAX)
                    AND WS-RT-SUPPLIER-CODE (WS-RT-IDX)
                       = WS-PA-SUPPLIER-CODE (WS-PA-MAX)
                    MOVE 'Y' TO WS-RT-FOUND-FLAG
                 END-IF
           END-PERFORM.

      * One keyed READ against PARTVSAM - the PARTINQ pattern. A part
      * missing from the catalog simply carries no hazard class.
       270-FindHazardClass.
           MOVE WS-PA-PART (WS-PA-MAX) TO REC-PART-NUMBER.
           READ PARTS-VSAM
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN IN-PARTVSAM-KEY = '00'
                 MOVE REC-HAZMAT-CLASS TO WS-PA-HAZMAT (WS-PA-MAX)
                 IF REC-HAZMAT-CLASS NOT = SPACES
                    ADD 1 TO WS-HAZMAT-CTR
                 END-IF
              WHEN VSAM-RECORD-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PARTS-VSAM READ FAILED, STATUS '
                    IN-PARTVSAM-KEY
                 GO TO 2000-ABEND-RTN
           END-EVALUATE.

       300-Open-Files.
           OPEN INPUT OPENPO.
      *    Input File Status Checking for OPENPO
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 325-LoadOpenPo UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.

           OPEN INPUT XFRMAST.
           IF XFRMAST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-XFRMAST-KEY NOT = '00'
                 DISPLAY 'File Problem openning XFRMAST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadTransfers UNTIL XFRMAST-EOF
                 CLOSE XFRMAST
              END-IF
           END-IF.

           OPEN INPUT BINLOC.
           IF BINLOC-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-BINLOC-KEY NOT = '00'
                 DISPLAY 'File Problem openning BINLOC'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3660-LoadBinTable
              END-IF
           END-IF.

           OPEN INPUT RTVFILE.
           IF RTVFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-RTVFILE-KEY NOT = '00'
                 DISPLAY 'File Problem openning RTVFILE'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 350-LoadReturns UNTIL RTVFILE-EOF
                 CLOSE RTVFILE
              END-IF
           END-IF.

           OPEN INPUT PARTS-VSAM.
           IF IN-PARTVSAM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PARTVSAM, STATUS '
                   IN-PARTVSAM-KEY
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT RECEIPTS.
      *    Input File Status Checking for RECEIPTS
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       325-LoadOpenPo.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-ORD-MAX >= 50000
                 DISPLAY 'PUTAWAY - ORDER TABLE FULL AT 50000 '
                    'ROWS - RAISE OCCURS IN PUTAWAY'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ORD-MAX
              MOVE OP-PO-NUMBER TO WS-ORD-PO (WS-ORD-MAX)
              MOVE OP-PART-NUMBER TO WS-ORD-PART (WS-ORD-MAX)
              MOVE OP-SUPPLIER-CODE
                 TO WS-ORD-SUPPLIER-CODE (WS-ORD-MAX)
              MOVE OP-SHIP-TO-PLANT TO WS-ORD-PLANT (WS-ORD-MAX)
           END-IF.

       340-LoadTransfers.
           READ XFRMAST
              AT END
                 MOVE 'Y' TO XFRMAST-EOF-WS
           END-READ.
           IF NOT XFRMAST-EOF
              IF WS-XF-MAX >= 20000
                 DISPLAY 'PUTAWAY - TRANSFER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN PUTAWAY'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-XF-MAX
              MOVE XF-XFER-NUMBER TO WS-XF-XFER-NUMBER (WS-XF-MAX)
              MOVE XF-PART-NUMBER TO WS-XF-PART-NUMBER (WS-XF-MAX)
              MOVE XF-TO-PLANT TO WS-XF-TO-PLANT (WS-XF-MAX)
           END-IF.

      *04/24 Only returns inside the INSPDAYS window count, and each
      * part and supplier is kept once.
       350-LoadReturns.
           READ RTVFILE
              AT END
                 MOVE 'Y' TO RTVFILE-EOF-WS
           END-READ.
           IF NOT RTVFILE-EOF
              MOVE RTV-INSPECT-DATE TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              IF WS-DAY-INT > ZERO
                 AND WS-DAY-INT >= WS-RETURN-CUTOFF-INT
                 PERFORM 355-KeepReturn
              END-IF
           END-IF.

       355-KeepReturn.
           MOVE 'N' TO WS-RT-FOUND-FLAG.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-MAX
                 OR RETURNED-IN-WINDOW
                 IF WS-RT-PART-NUMBER (WS-RT-IDX) = RTV-PART-NUMBER
                    AND WS-RT-SUPPLIER-CODE (WS-RT-IDX)
                       = RTV-SUPPLIER-CODE
                    MOVE 'Y' TO WS-RT-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF NOT RETURNED-IN-WINDOW
              IF WS-RT-MAX >= 5000
                 DISPLAY 'PUTAWAY - RETURN TABLE FULL AT 5000 '
                    'ROWS - RAISE OCCURS IN PUTAWAY'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-RT-MAX
              MOVE RTV-PART-NUMBER TO WS-RT-PART-NUMBER (WS-RT-MAX)
              MOVE RTV-SUPPLIER-CODE
                 TO WS-RT-SUPPLIER-CODE (WS-RT-MAX)
           END-IF.

       3660-LoadBinTable.
           INITIALIZE BIN-LOCATION-TABLE.
           MOVE 1 TO WS-BIN-INDEX.
           PERFORM 3670-ReadNextBin UNTIL BINLOC-EOF.
           COMPUTE BIN-LOCATION-MAX = WS-BIN-INDEX - 1.
           CLOSE BINLOC.

       3670-ReadNextBin.
           IF WS-BIN-INDEX > 20000
              DISPLAY 'PUTAWAY - BIN-LOCATION TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN BINTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BINLOC INTO BIN-LOCATION-LIST(WS-BIN-INDEX)
              AT END
                 MOVE 'Y' TO BINLOC-EOF-WS
           END-READ.
           IF NOT BINLOC-EOF
              ADD 1 TO WS-BIN-INDEX
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

      *04/24 The PARMMAST master's window, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'INSPDAYS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-INSPECT-DAYS
           END-IF.

       420-Read-RECEIPTS.
           READ RECEIPTS
                AT END MOVE "Y" TO RECEIPTS-EOF-WS
           END-READ.
           IF (NOT RECEIPTS-EOF) THEN
              ADD +1 TO WS-IN-RECEIPTS-CTR
           END-IF.

      *04/24 Plant, then bin, then part - the order the stock is
      * walked to its shelves. The exchange sort EXPEDITE uses for
      * its action list.
       500-SortPutAway.
           IF WS-PA-MAX < 2
              GO TO 500-SortPutAway-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-PA-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-PA-MAX
                 IF WS-PA-SORT-KEY (WS-SORT-J) >
                       WS-PA-SORT-KEY (WS-SORT-J + 1)
                    MOVE WS-PA-ENTRY (WS-SORT-J) TO WS-PA-SWAP
                    MOVE WS-PA-ENTRY (WS-SORT-J + 1)
                       TO WS-PA-ENTRY (WS-SORT-J)
                    MOVE WS-PA-SWAP TO WS-PA-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-SortPutAway-Exit.
           EXIT.

      *04/24 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

       600-CLOSE-FILES.
           CLOSE  RECEIPTS, PARTS-VSAM, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-PrintPutAway.
           PERFORM 800-NEW-PAGE.
           MOVE 'RECEIPTS TO PUT AWAY' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-PUTAWAY-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
              UNTIL WS-PA-IDX > WS-PA-MAX
                 IF WS-PA-BIN-IDX (WS-PA-IDX) > ZERO
                    PERFORM 710-Write-PutAway-Line
                 END-IF
           END-PERFORM.

       710-Write-PutAway-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-PUTAWAY-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SPACES TO WS-PUTAWAY-LINE-OUT.
           MOVE WS-PA-PLANT (WS-PA-IDX) TO PUT-PLANT-OUT.
           MOVE WS-PA-BIN (WS-PA-IDX) TO PUT-BIN-OUT.
           MOVE WS-PA-BIN-IDX (WS-PA-IDX) TO WS-BIN-FOUND-IDX.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
              UNTIL WS-SLOT-IDX > 3
                 MOVE BN-OVERFLOW-BIN (WS-BIN-FOUND-IDX, WS-SLOT-IDX)
                    TO PUT-OVERFLOW-BIN-OUT (WS-SLOT-IDX)
           END-PERFORM.
           MOVE WS-PA-PART (WS-PA-IDX) TO PUT-PART-OUT.
           MOVE WS-PA-ORDER (WS-PA-IDX) TO PUT-ORDER-OUT.
           MOVE WS-PA-QTY (WS-PA-IDX) TO PUT-QTY-OUT.
           MOVE WS-PA-HAZMAT (WS-PA-IDX) TO PUT-HAZMAT-OUT.
           MOVE WS-PA-INSPECT (WS-PA-IDX) TO PUT-INSPECT-OUT.
           WRITE PRINT-REC FROM WS-PUTAWAY-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *04/24 Everything the warehouse cannot shelve from the list
      * above - the lead assigns a bin through BINMNT and the next
      * receipt of the part prints with it.
       750-PrintNoBin.
           MOVE 'RECEIPTS WITH NO BIN - LEAD TO ASSIGN'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-NOBIN-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
              UNTIL WS-PA-IDX > WS-PA-MAX
                 IF WS-PA-BIN-IDX (WS-PA-IDX) = ZERO
                    PERFORM 760-Write-NoBin-Line
                 END-IF
           END-PERFORM.

       760-Write-NoBin-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-NOBIN-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SPACES TO WS-NOBIN-LINE-OUT.
           MOVE WS-PA-PLANT (WS-PA-IDX) TO NOB-PLANT-OUT.
           MOVE WS-PA-PART (WS-PA-IDX) TO NOB-PART-OUT.
           MOVE WS-PA-ORDER (WS-PA-IDX) TO NOB-ORDER-OUT.
           MOVE WS-PA-SUPPLIER-CODE (WS-PA-IDX) TO NOB-SUPPLIER-OUT.
           MOVE WS-PA-QTY (WS-PA-IDX) TO NOB-QTY-OUT.
           MOVE WS-PA-HAZMAT (WS-PA-IDX) TO NOB-HAZMAT-OUT.
           MOVE WS-PA-INSPECT (WS-PA-IDX) TO NOB-INSPECT-OUT.
           MOVE WS-PA-FINDING (WS-PA-IDX) TO NOB-FINDING-OUT.
           WRITE PRINT-REC FROM WS-NOBIN-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

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
           MOVE 'RECEIPT ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PURCHASE ORDER RECEIPTS' TO WS-SUMMARY-LABEL.
           MOVE WS-PO-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TRANSFER RECEIPTS' TO WS-SUMMARY-LABEL.
           MOVE WS-XFER-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPTS WITH A BIN' TO WS-SUMMARY-LABEL.
           MOVE WS-BINNED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPTS WITH NO BIN AT PLANT' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-BIN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDER OR TRANSFER NOT FOUND' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-FOUND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HAZMAT RECEIPTS' TO WS-SUMMARY-LABEL.
           MOVE WS-HAZMAT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPTS HELD FOR INSPECTION' TO WS-SUMMARY-LABEL.
           MOVE WS-INSPECT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
