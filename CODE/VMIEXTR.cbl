       IDENTIFICATION DIVISION.
       PROGRAM-ID. VMIEXTR.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/24 Nightly product-activity extract for the suppliers that
      * manage our inventory. Each supplier on the VMIAGREE agreement
      * list (see VMITAB) gets, for every part and plant it manages,
      * our on-hand and weekly usage off the count-adjusted ONHAND
      * feed, the quantity already on order with us off OPENPO, and
      * the minimum and maximum agreed - what it needs to place its
      * own replenishment orders. The open quantity is every open
      * order for the part at the plant, whoever supplies it, since
      * all of it lands in the same stock the maximum caps.
      * Each supplier's rows go out between a HEADER and a TRAILER
      * row in the same shape as the PARTSUPPIN envelope - the
      * trailer carries the row count and the on-hand total as a
      * hash - so the supplier can prove it got the whole file. The
      * list is in supplier order, so each supplier's rows are
      * together. The printed copy flags the rows already below the
      * minimum counting what is on order, and the rows already over
      * the maximum on hand alone.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * VMI agreement list - see VMITAB.
           SELECT VMIAGREE ASSIGN TO VMIAGREE
           FILE STATUS IS IN-VMIAGREE-KEY.

      * Input on-hand balance feed from the warehouse, per plant
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * Input open-PO status file, as written by POMATCH
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Outbound activity file for the VMI suppliers
           SELECT VMIACT ASSIGN TO VMIACT
           FILE STATUS IS OUT-VMIACT-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
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

      *05/24 One activity row per part per plant the supplier
      * manages, between the supplier's HEADER and TRAILER rows.
       FD  VMIACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIACT-REC.
       01  VMIACT-REC.
           05  VX-SUPPLIER-CODE        PIC X(10).
           05  VX-PART-NUMBER          PIC X(23).
           05  VX-PLANT-CODE           PIC X(03).
           05  VX-QTY-ON-HAND          PIC 9(07).
           05  VX-WEEKLY-USAGE         PIC 9(05).
           05  VX-QTY-ON-ORDER         PIC 9(07).
           05  VX-MIN-QTY              PIC 9(07).
           05  VX-MAX-QTY              PIC 9(07).
           05  VX-ACTIVITY-DATE        PIC 9(08).
           05  FILLER                  PIC X(03).
       01  VMIACT-HEADER-REC.
           05  VH-TAG                  PIC X(07).
           05  VH-DATE                 PIC 9(08).
           05  VH-SUPPLIER-CODE        PIC X(10).
           05  FILLER                  PIC X(55).
       01  VMIACT-TRAILER-REC.
           05  VT-TAG                  PIC X(07).
           05  VT-ROW-COUNT            PIC 9(07).
           05  VT-HASH-TOTAL           PIC 9(09).
           05  FILLER                  PIC X(57).

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
           COPY VMITAB.   *> VMI agreements
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-VMIAGREE-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ONHAND-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-VMIACT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 VMIAGREE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VMIAGREE-EOF                            VALUE 'Y'.
           05 ONHAND-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ONHAND-EOF                              VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-END-OF-FILE                      VALUE 'Y'.

       01 WS-IN-ONHAND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-OPENPO-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-SUPPLIERS-SENT-CTR            PIC 9(7) VALUE ZERO.
       01 WS-ROWS-SENT-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NO-BALANCE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-BELOW-MIN-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-OVER-MAX-CTR                  PIC 9(7) VALUE ZERO.

       01 WS-AGREE-INDEX                   PIC 9(5) VALUE 1.
       01 WS-AGREE-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-WORK-IDX                      PIC 9(5) VALUE ZERO.
       01 WS-MATCH-PLANT                   PIC X(03) VALUE SPACES.

      *05/24 What each agreement row goes out with, kept in step
      * with VMI-AGREE-LIST - filled from ONHAND and OPENPO before
      * anything is written.
       01 WS-ACTIVITY-TABLE.
           05 WS-AC-ENTRY OCCURS 2000 TIMES.
              10 WS-AC-ON-HAND            PIC 9(07).
              10 WS-AC-WEEKLY-USAGE       PIC 9(05).
              10 WS-AC-ON-ORDER           PIC 9(07).
              10 WS-AC-BALANCE-FLAG       PIC X(01).
                 88 AC-BALANCE-FOUND            VALUE 'Y'.

      *05/24 The supplier block being written.
       01 WS-BREAK-SUPPLIER                PIC X(10) VALUE SPACES.
       01 WS-BLOCK-ROW-CTR                 PIC 9(07) VALUE ZERO.
       01 WS-BLOCK-HASH                    PIC 9(09) VALUE ZERO.
       01 WS-POSITION-QTY                  PIC 9(08) VALUE ZERO.

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
              'Destiny Auto Parts - VMI Product Activity Sent'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.

       01 WS-SUPPLIER-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
          05 SUPPLIER-HDR-OUT    PIC X(10)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(6)       VALUE SPACES.
          05 FILLER              PIC X(24)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(10)      VALUE '  On Hand'.
          05 FILLER              PIC X(09)      VALUE ' Wk Usage'.
          05 FILLER              PIC X(10)      VALUE ' On Order'.
          05 FILLER              PIC X(10)      VALUE '      Min'.
          05 FILLER              PIC X(10)      VALUE '      Max'.
          05 FILLER              PIC X(10)      VALUE 'Status'.

       01 WS-ACTIVITY-LINE-OUT.
          05 FILLER                 PIC X(6)       VALUE SPACES.
          05 ACL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ACL-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ACL-ON-HAND-OUT        PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ACL-USAGE-OUT          PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ACL-ON-ORDER-OUT       PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ACL-MIN-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ACL-MAX-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ACL-STATUS-OUT         PIC X(16)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           MOVE 1 TO WS-AGREE-IDX.
           PERFORM 100-Main2 UNTIL WS-AGREE-IDX > VMI-AGREE-MAX.
           IF WS-BREAK-SUPPLIER NOT = SPACES
              PERFORM 520-Write-Trailer
           END-IF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-ACTIVITY-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 310-LoadBalances.
           PERFORM 330-LoadOpenOrders.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.

      *05/24 One agreement row - a new supplier closes the last
      * supplier's block and opens its own.
       100-Main2.
           IF VA-SUPPLIER-CODE (WS-AGREE-IDX) NOT = WS-BREAK-SUPPLIER
              IF WS-BREAK-SUPPLIER NOT = SPACES
                 PERFORM 520-Write-Trailer
              END-IF
              MOVE VA-SUPPLIER-CODE (WS-AGREE-IDX)
                 TO WS-BREAK-SUPPLIER
              PERFORM 510-Write-Header
           END-IF.
           PERFORM 530-Write-Activity.
           ADD 1 TO WS-AGREE-IDX.

      *05/24 A balance row feeds every agreement on its part and
      * plant - more than one supplier may manage the same part.
       200-ApplyBalance.
           MOVE OH-PLANT-CODE TO WS-MATCH-PLANT.
           IF WS-MATCH-PLANT = SPACES
              MOVE '001' TO WS-MATCH-PLANT
           END-IF.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > VMI-AGREE-MAX
                 IF VA-PART-NUMBER (WS-WORK-IDX) = OH-PART-NUMBER
                    AND VA-PLANT-CODE (WS-WORK-IDX) = WS-MATCH-PLANT
                    ADD OH-QTY-ON-HAND
                       TO WS-AC-ON-HAND (WS-WORK-IDX)
                    ADD OH-WEEKLY-USAGE
                       TO WS-AC-WEEKLY-USAGE (WS-WORK-IDX)
                    MOVE 'Y' TO WS-AC-BALANCE-FLAG (WS-WORK-IDX)
                 END-IF
           END-PERFORM.

      *05/24 Only genuinely open orders are on order; a blank
      * ship-to is plant '001'.
       220-ApplyOpenOrder.
           IF OP-PO-STATUS NOT = 'O'
              OR OP-QTY-OUTSTANDING <= ZERO
              GO TO 220-ApplyOpenOrder-Exit
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
                       TO WS-AC-ON-ORDER (WS-WORK-IDX)
                 END-IF
           END-PERFORM.
       220-ApplyOpenOrder-Exit.
           EXIT.

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

           OPEN OUTPUT VMIACT.
           IF OUT-VMIACT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Output VMIACT'
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
              PERFORM 200-ApplyBalance
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
              PERFORM 220-ApplyOpenOrder
                 THRU 220-ApplyOpenOrder-Exit
           END-IF.

       3600-ReadNextAgreement.
           IF WS-AGREE-INDEX > 2000
              DISPLAY 'VMIEXTR - VMI AGREEMENT TABLE FULL AT 2000 '
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

       510-Write-Header.
           MOVE SPACES TO VMIACT-HEADER-REC.
           MOVE 'HEADER ' TO VH-TAG.
           MOVE PROCESS-DATE TO VH-DATE.
           MOVE WS-BREAK-SUPPLIER TO VH-SUPPLIER-CODE.
           WRITE VMIACT-HEADER-REC.
           IF OUT-VMIACT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE ZERO TO WS-BLOCK-ROW-CTR, WS-BLOCK-HASH.
           ADD 1 TO WS-SUPPLIERS-SENT-CTR.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE WS-BREAK-SUPPLIER TO SUPPLIER-HDR-OUT.
           WRITE PRINT-REC FROM WS-SUPPLIER-HEADER.
           WRITE PRINT-REC FROM WS-HEADER.
           ADD 3 TO WS-LINE-KTR.

       520-Write-Trailer.
           MOVE SPACES TO VMIACT-TRAILER-REC.
           MOVE 'TRAILER' TO VT-TAG.
           MOVE WS-BLOCK-ROW-CTR TO VT-ROW-COUNT.
           MOVE WS-BLOCK-HASH TO VT-HASH-TOTAL.
           WRITE VMIACT-TRAILER-REC.
           IF OUT-VMIACT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

      *05/24 A part with no balance row goes out at zero on hand -
      * the supplier sees it, and so does the summary.
       530-Write-Activity.
           MOVE SPACES TO VMIACT-REC.
           MOVE VA-SUPPLIER-CODE (WS-AGREE-IDX) TO VX-SUPPLIER-CODE.
           MOVE VA-PART-NUMBER (WS-AGREE-IDX) TO VX-PART-NUMBER.
           MOVE VA-PLANT-CODE (WS-AGREE-IDX) TO VX-PLANT-CODE.
           MOVE WS-AC-ON-HAND (WS-AGREE-IDX) TO VX-QTY-ON-HAND.
           MOVE WS-AC-WEEKLY-USAGE (WS-AGREE-IDX) TO VX-WEEKLY-USAGE.
           MOVE WS-AC-ON-ORDER (WS-AGREE-IDX) TO VX-QTY-ON-ORDER.
           MOVE VA-MIN-QTY (WS-AGREE-IDX) TO VX-MIN-QTY.
           MOVE VA-MAX-QTY (WS-AGREE-IDX) TO VX-MAX-QTY.
           MOVE PROCESS-DATE TO VX-ACTIVITY-DATE.
           WRITE VMIACT-REC.
           IF OUT-VMIACT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-BLOCK-ROW-CTR, WS-ROWS-SENT-CTR.
           ADD WS-AC-ON-HAND (WS-AGREE-IDX) TO WS-BLOCK-HASH.
           MOVE SPACES TO ACL-STATUS-OUT.
           COMPUTE WS-POSITION-QTY = WS-AC-ON-HAND (WS-AGREE-IDX)
              + WS-AC-ON-ORDER (WS-AGREE-IDX).
           EVALUATE TRUE
              WHEN WS-AC-ON-HAND (WS-AGREE-IDX)
                    > VA-MAX-QTY (WS-AGREE-IDX)
                 MOVE 'OVER MAX' TO ACL-STATUS-OUT
                 ADD 1 TO WS-OVER-MAX-CTR
              WHEN WS-POSITION-QTY < VA-MIN-QTY (WS-AGREE-IDX)
                 MOVE 'BELOW MIN' TO ACL-STATUS-OUT
                 ADD 1 TO WS-BELOW-MIN-CTR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NOT AC-BALANCE-FOUND (WS-AGREE-IDX)
              MOVE 'NO BALANCE ROW' TO ACL-STATUS-OUT
              ADD 1 TO WS-NO-BALANCE-CTR
           END-IF.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE VA-PART-NUMBER (WS-AGREE-IDX) TO ACL-PART-OUT.
           MOVE VA-PLANT-CODE (WS-AGREE-IDX) TO ACL-PLANT-OUT.
           MOVE WS-AC-ON-HAND (WS-AGREE-IDX) TO ACL-ON-HAND-OUT.
           MOVE WS-AC-WEEKLY-USAGE (WS-AGREE-IDX) TO ACL-USAGE-OUT.
           MOVE WS-AC-ON-ORDER (WS-AGREE-IDX) TO ACL-ON-ORDER-OUT.
           MOVE VA-MIN-QTY (WS-AGREE-IDX) TO ACL-MIN-OUT.
           MOVE VA-MAX-QTY (WS-AGREE-IDX) TO ACL-MAX-OUT.
           WRITE PRINT-REC FROM WS-ACTIVITY-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       600-CLOSE-FILES.
           CLOSE  VMIACT, PRINT-LINE.

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
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'AGREEMENT ROWS LOADED' TO WS-SUMMARY-LABEL.
           MOVE VMI-AGREE-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BALANCE ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ONHAND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPEN-PO RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENPO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS SENT' TO WS-SUMMARY-LABEL.
           MOVE WS-SUPPLIERS-SENT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACTIVITY ROWS SENT' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-SENT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ROWS BELOW MINIMUM' TO WS-SUMMARY-LABEL.
           MOVE WS-BELOW-MIN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ROWS OVER MAXIMUM' TO WS-SUMMARY-LABEL.
           MOVE WS-OVER-MAX-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ROWS WITH NO BALANCE ROW' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-BALANCE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
