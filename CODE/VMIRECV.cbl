       IDENTIFICATION DIVISION.
       PROGRAM-ID. VMIRECV.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/24 Inbound replenishment orders from the suppliers that
      * manage our inventory. Each VMI supplier works the activity
      * VMIEXTR sends it and transmits the orders it places on
      * itself as PARTSUPPIN-format records on VMIIN, each
      * transmission wrapped in the same HEADER/TRAILER envelope the
      * flat feed carries (row count, and the additive hash of the
      * first PO occurrence's quantity). VMIIN may hold several
      * suppliers' transmissions one after the other.
      * The whole file is proven first: every envelope must open
      * with a HEADER, close with a TRAILER whose count and hash
      * agree with the rows between, and no row may sit outside an
      * envelope. One bad envelope fails the step with RC 16 before
      * a single record is forwarded, so a truncated transmission is
      * resent whole rather than half-applied.
      * Then each record is checked against the supplier's agreement
      * for the part at its ship-to plant (see VMITAB). A record
      * with no agreement is listed and not forwarded - only a VMI
      * supplier may order on itself. For each purchase order on a
      * forwarded record the stock position it would leave us with -
      * on hand off the count-adjusted ONHAND feed, plus every open
      * order on OPENPO for the part and plant, plus what this feed
      * has already ordered for it - is compared with the agreed
      * maximum, and an order that would take us over is listed with
      * the excess for the buyer to take up with the supplier. The
      * records, envelopes stripped and marked channel 'E', go to
      * VMIOUT, which is appended to the night's PARTSUPP input ahead
      * of FINALEX so they are edited like any other order.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input replenishment orders from the VMI suppliers
           SELECT VMIIN ASSIGN TO VMIIN
           FILE STATUS IS IN-VMIIN-KEY.

      * Output PARTSUPPIN-format records for the edit pipeline
           SELECT VMIOUT ASSIGN TO VMIOUT
           FILE STATUS IS OUT-VMIOUT-KEY.

      * VMI agreement list - see VMITAB.
           SELECT VMIAGREE ASSIGN TO VMIAGREE
           FILE STATUS IS IN-VMIAGREE-KEY.

      * Input on-hand balance feed from the warehouse, per plant
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * Input open-PO status file, as written by POMATCH
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 1029-byte shape PARTSUPPIN carries - see FINALEX.
       FD  VMIIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIIN-REC.
       01  VMIIN-REC     PIC X(1029).

       FD  VMIOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIOUT-REC.
       01  VMIOUT-REC     PIC X(1029).

       FD  VMIAGREE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIAGREE-REC.
       01  VMIAGREE-REC     PIC X(70).

      * Same 38-byte per-plant balance row REORDPT reads.
       FD  ONHAND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-REC.
       01  ONHAND-REC.
           05  OH-PART-NUMBER          PIC X(23).
           05  OH-QTY-ON-HAND          PIC 9(07).
           05  OH-WEEKLY-USAGE         PIC 9(05).
           05  OH-PLANT-CODE           PIC X(03).

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

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook
           COPY VMITAB.   *> VMI agreements

       01 FILE-STATUS-CODES.
           05 IN-VMIIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-VMIOUT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-VMIAGREE-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ONHAND-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 VMIIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 VMIIN-EOF                               VALUE 'Y'.
           05 VMIAGREE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VMIAGREE-EOF                            VALUE 'Y'.
           05 ONHAND-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ONHAND-EOF                              VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-END-OF-FILE                      VALUE 'Y'.

      *05/24 Envelope proof, the FINALEX rules applied to each
      * transmission in turn.
       01 WS-ENVELOPE-CHECK.
           05 WS-IN-ENVELOPE-WS             PIC X(1) VALUE 'N'.
              88 INSIDE-ENVELOPE                     VALUE 'Y'.
           05 WS-ENV-SOURCE                 PIC X(10) VALUE SPACES.
           05 WS-ENV-DATA-CTR               PIC 9(7) VALUE ZERO.
           05 WS-ENV-QTY-HASH               PIC 9(9) VALUE ZERO.
           05 WS-ENV-TRL-COUNT              PIC 9(7) VALUE ZERO.
           05 WS-ENV-TRL-HASH               PIC 9(9) VALUE ZERO.

       01 WS-IN-VMIIN-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ENVELOPES-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-FORWARDED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NO-AGREEMENT-CTR              PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-CHECKED-CTR            PIC 9(7) VALUE ZERO.
       01 WS-OVER-MAX-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-ONHAND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-OPENPO-CTR                 PIC 9(7) VALUE ZERO.

       01 WS-AGREE-INDEX                   PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE ZERO.
       01 WS-AGREE-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-PO-SUB                        PIC 9(1) VALUE ZERO.
       01 WS-MATCH-PLANT                   PIC X(03) VALUE SPACES.

      *05/24 Binary-search bounds over the ordered agreement list -
      * the ALLOCMNT search.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-PLANT-CODE         PIC X(03) VALUE SPACES.

      *05/24 The stock position behind each agreement row, kept in
      * step with VMI-AGREE-LIST. WS-PS-FEED-QTY grows as this feed's
      * own orders are checked, so two orders that are each under
      * the maximum alone are caught together.
       01 WS-POSITION-TABLE.
           05 WS-PS-ENTRY OCCURS 2000 TIMES.
              10 WS-PS-ON-HAND            PIC 9(07).
              10 WS-PS-ON-ORDER           PIC 9(08).
              10 WS-PS-FEED-QTY           PIC 9(08).
       01 WS-POSITION-QTY                  PIC 9(09) VALUE ZERO.
       01 WS-EXCESS-QTY                    PIC 9(09) VALUE ZERO.

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
              'Destiny Auto Parts - VMI Replenishment Order Intake'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(24)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(10)      VALUE '    Order'.
          05 FILLER              PIC X(11)      VALUE '  Position'.
          05 FILLER              PIC X(10)      VALUE '      Max'.
          05 FILLER              PIC X(11)      VALUE '    Excess'.
          05 FILLER              PIC X(20)      VALUE 'Exception'.

       01 WS-EXCEPTION-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 EXL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EXL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EXL-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 EXL-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EXL-ORDER-QTY-OUT      PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EXL-POSITION-OUT       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EXL-MAX-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EXL-EXCESS-OUT         PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EXL-REASON-OUT         PIC X(24)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL VMIIN-EOF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

      *05/24 VMIOUT is not opened until every envelope has proved
      * out, so a failed check leaves the night's input untouched.
       000-Housekeeping.
           INITIALIZE WS-POSITION-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 310-LoadBalances.
           PERFORM 330-LoadOpenOrders.
           PERFORM 350-ProveEnvelopes.
           OPEN OUTPUT VMIOUT.
           IF OUT-VMIOUT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Output VMIOUT'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT VMIIN.
           IF IN-VMIIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VMIIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'N' TO VMIIN-EOF-WS.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-VMIIN.

       100-Main2.
           PERFORM 200-CheckRecord
              THRU 200-CheckRecord-Exit.
           PERFORM 400-Read-VMIIN.

      *05/24 Envelope rows were proven in the first pass and are
      * dropped here. A blank ship-to is plant '001', as FINALEX
      * reads it.
       200-CheckRecord.
           IF PART-SUPP-ADDR-PO (1:7) = 'HEADER '
              OR PART-SUPP-ADDR-PO (1:7) = 'TRAILER'
              GO TO 200-CheckRecord-Exit
           END-IF.
           IF SHIP-TO-PLANT-PO = SPACES
              MOVE '001' TO SHIP-TO-PLANT-PO
           END-IF.
           MOVE SUPPLIER-CODE-PO TO WS-SEARCH-SUPPLIER-CODE.
           MOVE PART-NUMBER-PO TO WS-SEARCH-PART-NUMBER.
           MOVE SHIP-TO-PLANT-PO TO WS-SEARCH-PLANT-CODE.
           PERFORM 250-FindAgreement.
           IF WS-AGREE-FOUND-IDX = ZERO
              MOVE SPACES TO EXL-PO-OUT
              MOVE ZERO TO EXL-ORDER-QTY-OUT, EXL-POSITION-OUT,
                           EXL-MAX-OUT, EXL-EXCESS-OUT
              MOVE 'NO VMI AGREEMENT - HELD' TO EXL-REASON-OUT
              PERFORM 720-Write-Exception
              ADD 1 TO WS-NO-AGREEMENT-CTR
              GO TO 200-CheckRecord-Exit
           END-IF.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > PURCHASE-ORDER-COUNT-PO
                 OR WS-PO-SUB > 6
                 PERFORM 210-CheckAgainstMax
                    THRU 210-CheckAgainstMax-Exit
           END-PERFORM.
           MOVE 'E' TO CHANNEL-CODE-PO.
           WRITE VMIOUT-REC FROM PART-SUPP-ADDR-PO.
           IF OUT-VMIOUT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-FORWARDED-CTR.
       200-CheckRecord-Exit.
           EXIT.

      *05/24 Only a buy adds stock - a return, or a quantity the
      * edits will reject anyway, is left to FINALEX.
       210-CheckAgainstMax.
           IF QUANTITY-PO (WS-PO-SUB) NOT NUMERIC
              OR QUANTITY-PO (WS-PO-SUB) <= ZERO
              OR RETURN-ORDER-PO
              GO TO 210-CheckAgainstMax-Exit
           END-IF.
           ADD 1 TO WS-ORDERS-CHECKED-CTR.
           ADD QUANTITY-PO (WS-PO-SUB)
              TO WS-PS-FEED-QTY (WS-AGREE-FOUND-IDX).
           COMPUTE WS-POSITION-QTY =
              WS-PS-ON-HAND (WS-AGREE-FOUND-IDX)
              + WS-PS-ON-ORDER (WS-AGREE-FOUND-IDX)
              + WS-PS-FEED-QTY (WS-AGREE-FOUND-IDX).
           IF WS-POSITION-QTY > VA-MAX-QTY (WS-AGREE-FOUND-IDX)
              COMPUTE WS-EXCESS-QTY = WS-POSITION-QTY
                 - VA-MAX-QTY (WS-AGREE-FOUND-IDX)
              MOVE PO-NUMBER-PO (WS-PO-SUB) TO EXL-PO-OUT
              MOVE QUANTITY-PO (WS-PO-SUB) TO EXL-ORDER-QTY-OUT
              MOVE WS-POSITION-QTY TO EXL-POSITION-OUT
              MOVE VA-MAX-QTY (WS-AGREE-FOUND-IDX) TO EXL-MAX-OUT
              MOVE WS-EXCESS-QTY TO EXL-EXCESS-OUT
              MOVE 'OVER AGREED MAXIMUM' TO EXL-REASON-OUT
              PERFORM 720-Write-Exception
              ADD 1 TO WS-OVER-MAX-CTR
           END-IF.
       210-CheckAgainstMax-Exit.
           EXIT.

      *05/24 A balance row feeds every agreement on its part and
      * plant - more than one supplier may manage the same part.
       220-ApplyBalance.
           MOVE OH-PLANT-CODE TO WS-MATCH-PLANT.
           IF WS-MATCH-PLANT = SPACES
              MOVE '001' TO WS-MATCH-PLANT
           END-IF.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > VMI-AGREE-MAX
                 IF VA-PART-NUMBER (WS-WORK-IDX) = OH-PART-NUMBER
                    AND VA-PLANT-CODE (WS-WORK-IDX) = WS-MATCH-PLANT
                    ADD OH-QTY-ON-HAND
                       TO WS-PS-ON-HAND (WS-WORK-IDX)
                 END-IF
           END-PERFORM.

      *05/24 Every open order for the part and plant, whoever
      * supplies it - it all lands in the stock the maximum caps.
       230-ApplyOpenOrder.
           IF OP-PO-STATUS NOT = 'O'
              OR OP-QTY-OUTSTANDING <= ZERO
              GO TO 230-ApplyOpenOrder-Exit
           END-IF.
           MOVE OP-SHIP-TO-PLANT TO WS-MATCH-PLANT.
           IF WS-MATCH-PLANT = SPACES
              MOVE '001' TO WS-MATCH-PLANT
           END-IF.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > VMI-AGREE-MAX
                 IF VA-PART-NUMBER (WS-WORK-IDX) = OP-PART-NUMBER
                    AND VA-PLANT-CODE (WS-WORK-IDX) = WS-MATCH-PLANT
                    ADD OP-QTY-OUTSTANDING
                       TO WS-PS-ON-ORDER (WS-WORK-IDX)
                 END-IF
           END-PERFORM.
       230-ApplyOpenOrder-Exit.
           EXIT.

      *05/24 Binary search of the ordered list on supplier, part and
      * plant.
       250-FindAgreement.
           MOVE ZERO TO WS-AGREE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE VMI-AGREE-MAX TO WS-BSRCH-HI.
           PERFORM 255-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-AGREE-FOUND-IDX > ZERO.

       255-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN VA-AGREE-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-AGREE-FOUND-IDX
              WHEN VA-AGREE-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       300-Open-Files.
           OPEN INPUT VMIAGREE.
           IF IN-VMIAGREE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VMIAGREE'
                GO TO 2000-ABEND-RTN
           END-IF.
           INITIALIZE VMI-AGREE-TABLE.
           MOVE 1 TO WS-AGREE-INDEX.
           PERFORM 3600-ReadNextAgreement UNTIL VMIAGREE-EOF.
           COMPUTE VMI-AGREE-MAX = WS-AGREE-INDEX - 1.
           CLOSE VMIAGREE.

           OPEN INPUT ONHAND.
      *    Input File Status Checking for ONHAND
           IF IN-ONHAND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ONHAND'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT OPENPO.
      *    Input File Status Checking for OPENPO
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-LoadBalances.
           PERFORM 315-ReadNextBalance UNTIL ONHAND-EOF.
           CLOSE ONHAND.

       315-ReadNextBalance.
           READ ONHAND
              AT END
                 MOVE 'Y' TO ONHAND-EOF-WS
           END-READ.
           IF NOT ONHAND-EOF
              ADD 1 TO WS-IN-ONHAND-CTR
              PERFORM 220-ApplyBalance
           END-IF.

       330-LoadOpenOrders.
           PERFORM 335-ReadNextOpenOrder UNTIL OPENPO-END-OF-FILE.
           CLOSE OPENPO.

       335-ReadNextOpenOrder.
           READ OPENPO
                AT END MOVE "Y" TO OPENPO-EOF-WS
           END-READ.
           IF (NOT OPENPO-END-OF-FILE) THEN
              ADD +1 TO WS-IN-OPENPO-CTR
              PERFORM 230-ApplyOpenOrder
                 THRU 230-ApplyOpenOrder-Exit
           END-IF.

      *05/24 First pass over VMIIN - nothing is forwarded or
      * reported until every envelope in the file has proved out.
       350-ProveEnvelopes.
           OPEN INPUT VMIIN.
           IF IN-VMIIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VMIIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 355-ProveNextRow THRU 355-ProveNextRow-Exit
              UNTIL VMIIN-EOF.
           IF INSIDE-ENVELOPE
              DISPLAY 'VMIRECV ALERT - ' WS-ENV-SOURCE
                 ' TRANSMISSION HAS NO TRAILER - '
                 'TRUNCATED TRANSMISSION' UPON CONSOLE
              GO TO 2000-ABEND-RTN
           END-IF.
           CLOSE VMIIN.

       355-ProveNextRow.
           READ VMIIN INTO PART-SUPP-ADDR-PO
              AT END
                 MOVE 'Y' TO VMIIN-EOF-WS
           END-READ.
           IF VMIIN-EOF
              GO TO 355-ProveNextRow-Exit
           END-IF.
           EVALUATE TRUE
              WHEN PART-SUPP-ADDR-PO (1:7) = 'HEADER '
                 IF INSIDE-ENVELOPE
                    DISPLAY 'VMIRECV ALERT - ' WS-ENV-SOURCE
                       ' TRANSMISSION HAS NO TRAILER - '
                       'TRUNCATED TRANSMISSION' UPON CONSOLE
                    GO TO 2000-ABEND-RTN
                 END-IF
                 MOVE 'Y' TO WS-IN-ENVELOPE-WS
                 MOVE PART-SUPP-ADDR-PO (16:10) TO WS-ENV-SOURCE
                 MOVE ZERO TO WS-ENV-DATA-CTR, WS-ENV-QTY-HASH
                 ADD 1 TO WS-ENVELOPES-CTR
              WHEN PART-SUPP-ADDR-PO (1:7) = 'TRAILER'
                 IF NOT INSIDE-ENVELOPE
                    DISPLAY 'VMIRECV ALERT - TRAILER WITH NO HEADER'
                       ' - CORRUPTED TRANSMISSION' UPON CONSOLE
                    GO TO 2000-ABEND-RTN
                 END-IF
                 MOVE PART-SUPP-ADDR-PO (8:7) TO WS-ENV-TRL-COUNT
                 MOVE PART-SUPP-ADDR-PO (15:9) TO WS-ENV-TRL-HASH
                 IF WS-ENV-TRL-COUNT NOT = WS-ENV-DATA-CTR
                    DISPLAY 'VMIRECV ALERT - ' WS-ENV-SOURCE
                       ' TRAILER COUNT ' WS-ENV-TRL-COUNT
                       ' DOES NOT MATCH ' WS-ENV-DATA-CTR
                       ' RECORDS RECEIVED - TRUNCATED TRANSMISSION'
                       UPON CONSOLE
                    GO TO 2000-ABEND-RTN
                 END-IF
                 IF WS-ENV-TRL-HASH > ZERO
                    AND WS-ENV-TRL-HASH NOT = WS-ENV-QTY-HASH
                    DISPLAY 'VMIRECV ALERT - ' WS-ENV-SOURCE
                       ' TRAILER HASH ' WS-ENV-TRL-HASH
                       ' DOES NOT MATCH COMPUTED ' WS-ENV-QTY-HASH
                       ' - CORRUPTED TRANSMISSION' UPON CONSOLE
                    GO TO 2000-ABEND-RTN
                 END-IF
                 MOVE 'N' TO WS-IN-ENVELOPE-WS
              WHEN OTHER
                 IF NOT INSIDE-ENVELOPE
                    DISPLAY 'VMIRECV ALERT - ORDER RECORD OUTSIDE '
                       'ANY ENVELOPE - CORRUPTED TRANSMISSION'
                       UPON CONSOLE
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ENV-DATA-CTR
                 IF QUANTITY-PO (1) NUMERIC
                    ADD QUANTITY-PO (1) TO WS-ENV-QTY-HASH
                 END-IF
           END-EVALUATE.
       355-ProveNextRow-Exit.
           EXIT.

       3600-ReadNextAgreement.
           IF WS-AGREE-INDEX > 2000
              DISPLAY 'VMIRECV - VMI AGREEMENT TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN VMITAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ VMIAGREE INTO VMI-AGREE-LIST(WS-AGREE-INDEX)
              AT END
                 MOVE 'Y' TO VMIAGREE-EOF-WS
           END-READ.
           IF NOT VMIAGREE-EOF
              ADD 1 TO WS-AGREE-INDEX
           END-IF.

       400-Read-VMIIN.
           READ VMIIN INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
                AT END MOVE "Y" TO VMIIN-EOF-WS
                IF IN-VMIIN-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file VMIIN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT VMIIN-EOF) THEN
              ADD +1 TO WS-IN-VMIIN-CTR
           END-IF.

       720-Write-Exception.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE SUPPLIER-CODE-PO TO EXL-SUPPLIER-OUT.
           MOVE PART-NUMBER-PO TO EXL-PART-OUT.
           MOVE SHIP-TO-PLANT-PO TO EXL-PLANT-OUT.
           WRITE PRINT-REC FROM WS-EXCEPTION-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       600-CLOSE-FILES.
           CLOSE  VMIIN, VMIOUT, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 2 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'VMIIN RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-VMIIN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSMISSIONS PROVED' TO WS-SUMMARY-LABEL.
           MOVE WS-ENVELOPES-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECORDS FORWARDED TO EDIT' TO WS-SUMMARY-LABEL.
           MOVE WS-FORWARDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECORDS HELD - NO AGREEMENT' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-AGREEMENT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS CHECKED AGAINST MAXIMUM' TO WS-SUMMARY-LABEL.
           MOVE WS-ORDERS-CHECKED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS OVER AGREED MAXIMUM' TO WS-SUMMARY-LABEL.
           MOVE WS-OVER-MAX-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BALANCE ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ONHAND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPEN-PO RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENPO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
