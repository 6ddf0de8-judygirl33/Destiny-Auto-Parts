      * money), plus each buyer's share of the run's total spend - so
      * purchasing managers can balance assignments and spot a buyer
      * carrying an outsized share of the order flow.
      * 05/26 Second section - each buyer's volume inside and outside
      * the commodity classes BASGMNT assigned them (see BASGTAB).
      * An order's class comes off PARTMAST for its part; it is
      * inside when the buyer is the one assigned that class at the
      * order's plant (or the class's all-plant default), or is the
      * backup while that buyer is out of office - the same rule
      * FINALEX warns on. Orders in a class nobody is assigned are
      * shown apart as unassigned.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FXRATES ASSIGN TO FXRATES
           FILE STATUS IS IN-FXRATES-KEY.

      *05/26 Parts master, for each order's commodity class
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      *05/26 Commodity-to-buyer assignments - see BASGTAB.
           SELECT BUYRASGN ASSIGN TO BUYRASGN
           FILE STATUS IS IN-BUYRASGN-KEY.

      * Output Buyer Activity Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

      * see FINALEX's PURCHASE-REC.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06) VALUE SPACES.
      * PARTSUB.
           05  REC-CARRIER-CODE        PIC X(04) VALUE SPACES.
           05  REC-FREIGHT-TERMS       PIC X(02) VALUE SPACES.
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB.
           05  REC-COMPANY-CODE        PIC X(02) VALUE SPACES.
           05  REC-INTERCO-FLAG        PIC X(01) VALUE SPACES.

      *11/09 FINALEX ends PURC-FILES with a trailer record - checked
      * below so it is skipped rather than rolled up as a real
      * purchase order.
       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

      * Currency-to-USD rate control file - see FXRTAB.
       FD  FXRATES
           DATA RECORD IS FXRATES-REC.
       01  FXRATES-REC     PIC X(13).

      *05/26 Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(110).
           05  PM-COMMODITY-CLASS      PIC X(04).
           05  FILLER                  PIC X(18).

      *05/26 Assignment rows - see BASGTAB.
       FD  BUYRASGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRASGN-REC.
       01  BUYRASGN-REC    PIC X(35).

       FD  RPTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
      *04/10 TIMELOG timing-capture parameter block
           COPY TIMETAB.
           COPY FXRTAB.  *> Currency-to-USD rate control table
           COPY BASGTAB. *> Commodity-to-buyer assignments

       01 FILE-STATUS-CODES.
      * File status key for input File PURC-FILES
           05 IN-FXRATES-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File BUYRASGN - a missing file
      * means no class is assigned and every order is unassigned.
           05 IN-BUYRASGN-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 BUYRASGN-NOT-FOUND       VALUE '35'.

      * File Status key for Report
           05 REPORT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
              88 PURCHASE-END-OF-FILE                    VALUE 'Y'.
           05 FXRATES-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FXRATES-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 BUYRASGN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRASGN-EOF                            VALUE 'Y'.

       01 WS-IN-PURCHASE-CTR               PIC 9(7) VALUE ZERO.

              10 WS-BUYER-ORDER-CTR       PIC 9(07) VALUE ZERO.
              10 WS-BUYER-QTY-TOTAL       PIC 9(09) VALUE ZERO.
              10 WS-BUYER-VALUE-TOTAL     PIC 9(11)V99 VALUE ZERO.
      *05/26 Split of the same orders by assigned commodity.
              10 WS-BUYER-IN-CTR          PIC 9(07) VALUE ZERO.
              10 WS-BUYER-IN-VALUE        PIC 9(11)V99 VALUE ZERO.
              10 WS-BUYER-OUT-CTR         PIC 9(07) VALUE ZERO.
              10 WS-BUYER-OUT-VALUE       PIC 9(11)V99 VALUE ZERO.
              10 WS-BUYER-UNASG-CTR       PIC 9(07) VALUE ZERO.
              10 WS-BUYER-UNASG-VALUE     PIC 9(11)V99 VALUE ZERO.
       01 WS-BUYER-MAX                    PIC 9(04) VALUE ZERO.
       01 WS-BUYER-FOUND-FLAG             PIC X VALUE 'N'.
           88 BUYER-FOUND                      VALUE 'Y'.
           05 WS-GRAND-VALUE-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-SHARE-PCT-WORK             PIC 9(03)V99 VALUE ZERO.

      *05/26 Each order's buyer slot, part, plant and USD value,
      * kept until PARTMAST has given every part its class.
       01 WS-ORDER-CLASS-TABLE.
           05 WS-OC-ENTRY OCCURS 20000 TIMES.
              10 WS-OC-BUYER-SLOT         PIC 9(04) VALUE ZERO.
              10 WS-OC-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-OC-PLANT-CODE         PIC X(03) VALUE SPACES.
              10 WS-OC-USD-VALUE          PIC 9(09)V99 VALUE ZERO.
       01 WS-OC-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-OC-IDX                       PIC 9(05) VALUE ZERO.
       01 WS-OC-CLASS                     PIC X(04) VALUE SPACES.
       01 WS-OC-BUYER-CODE                PIC X(03) VALUE SPACES.

      *05/26 The orders' distinct parts, in part order, with the
      * class PARTMAST gives each - the SPLITORD one-pass lookup.
       01 WS-PART-CLASS-TABLE.
           05 WS-PC-ENTRY OCCURS 20000 TIMES.
              10 WS-PC-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-PC-CLASS              PIC X(04) VALUE SPACES.
       01 WS-PC-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-BSRCH-LO                     PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                     PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                    PIC 9(5) VALUE ZERO.
       01 WS-SHIFT-IDX                    PIC 9(5) VALUE ZERO.
       01 WS-ROW-FOUND-IDX                PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PART-NUMBER           PIC X(23) VALUE SPACES.
       01 WS-BASG-INDEX                   PIC 9(5) VALUE 1.
       01 WS-BASG-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-BASG-SEARCH-KEY.
           05 WS-BASG-SEARCH-CLASS        PIC X(04) VALUE SPACES.
           05 WS-BASG-SEARCH-PLANT        PIC X(03) VALUE SPACES.
       01 WS-OUTSIDE-PCT-WORK             PIC 9(03)V99 VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE '%'.

      *05/26 Assigned-commodity section headings and detail.
       01 WS-ASSIGN-PAGE-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(58) VALUE
              'Destiny Auto Parts - Buyer Volume by Assigned Commodity'.
           05 FILLER              PIC X(50)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-ASSIGN-PAGE-NO-OUT PIC ZZZ9     VALUE ZERO.
       01 WS-ASSIGN-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Buyer'.
          05 FILLER              PIC X(27)      VALUE
             '  Inside Assigned Classes'.
          05 FILLER              PIC X(27)      VALUE
             '  Outside Assigned Classes'.
          05 FILLER              PIC X(27)      VALUE
             '  Class Not Assigned'.
          05 FILLER              PIC X(11)      VALUE 'Pct Outside'.
       01 WS-ASSIGN-SUBHEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE SPACES.
          05 FILLER              PIC X(27)      VALUE
             '  Orders        Value (USD)'.
          05 FILLER              PIC X(27)      VALUE
             '  Orders        Value (USD)'.
          05 FILLER              PIC X(27)      VALUE
             '  Orders        Value (USD)'.
       01 WS-ASSIGN-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 ASG-BUYER-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 ASG-IN-ORDERS-OUT      PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ASG-IN-VALUE-OUT       PIC $$$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ASG-OUT-ORDERS-OUT     PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ASG-OUT-VALUE-OUT      PIC $$$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ASG-UNASG-ORDERS-OUT   PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ASG-UNASG-VALUE-OUT    PIC $$$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 ASG-OUT-PCT-OUT        PIC ZZ9.99     VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '%'.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-Main2 UNTIL PURCHASE-EOF-WS = 'Y'.
           PERFORM 700-PrintBuyerActivity.
           PERFORM 350-LoadClasses.
           PERFORM 360-ClassifyOrders.
           PERFORM 750-PrintAssignedVolume.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           MOVE 'E' TO TL-PHASE.
           ADD WS-USD-PRICE-WORK
              TO WS-BUYER-VALUE-TOTAL (WS-BUYER-IDX).
           ADD WS-USD-PRICE-WORK TO WS-GRAND-VALUE-TOTAL.
           PERFORM 240-KeepOrderClassRow.

      *05/26 Held for the assigned-commodity section once the part's
      * class is known.
       240-KeepOrderClassRow.
           IF WS-OC-MAX >= 20000
              DISPLAY 'BUYRRPT - ORDER TABLE FULL AT 20000 ROWS - '
                 'RAISE OCCURS IN BUYRRPT'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-OC-MAX.
           SET WS-OC-BUYER-SLOT (WS-OC-MAX) TO WS-BUYER-IDX.
           MOVE REC-PO-PART-NUMBER TO WS-OC-PART-NUMBER (WS-OC-MAX).
           MOVE REC-SHIP-TO-PLANT TO WS-OC-PLANT-CODE (WS-OC-MAX).
           IF REC-SHIP-TO-PLANT = SPACES
              MOVE '001' TO WS-OC-PLANT-CODE (WS-OC-MAX)
           END-IF.
           MOVE WS-USD-PRICE-WORK TO WS-OC-USD-VALUE (WS-OC-MAX).
           MOVE REC-PO-PART-NUMBER TO WS-SEARCH-PART-NUMBER.
           PERFORM 225-FindPart.
           IF WS-ROW-FOUND-IDX = ZERO
              PERFORM 227-InsertPart
           END-IF.

      *05/26 One pass of PARTMAST fills in the distinct parts'
      * classes - as SPLITORD does.
       350-LoadClasses.
           PERFORM 355-ReadNextMaster UNTIL PARTMAST-EOF.
           CLOSE PARTMAST.

       355-ReadNextMaster.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              MOVE PM-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              PERFORM 225-FindPart
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE PM-COMMODITY-CLASS
                    TO WS-PC-CLASS (WS-ROW-FOUND-IDX)
              END-IF
           END-IF.

       225-FindPart.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-PC-MAX TO WS-BSRCH-HI.
           PERFORM 226-PartSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       226-PartSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-PC-PART-NUMBER (WS-BSRCH-MID)
                    = WS-SEARCH-PART-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-PC-PART-NUMBER (WS-BSRCH-MID)
                    < WS-SEARCH-PART-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       227-InsertPart.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-PC-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-PC-ENTRY (WS-SHIFT-IDX)
                    TO WS-PC-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-PC-MAX.
           MOVE WS-SEARCH-PART-NUMBER
              TO WS-PC-PART-NUMBER (WS-BSRCH-LO).
           MOVE SPACES TO WS-PC-CLASS (WS-BSRCH-LO).

      *05/26 Inside, outside or unassigned - class + plant first,
      * then the class's all-plant row, the FINALEX rule.
       360-ClassifyOrders.
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
              UNTIL WS-OC-IDX > WS-OC-MAX
                 PERFORM 365-ClassifyOrder
           END-PERFORM.

       365-ClassifyOrder.
           SET WS-BUYER-IDX TO WS-OC-BUYER-SLOT (WS-OC-IDX).
           MOVE WS-BUYER-CODE (WS-BUYER-IDX) TO WS-OC-BUYER-CODE.
           MOVE WS-OC-PART-NUMBER (WS-OC-IDX) TO WS-SEARCH-PART-NUMBER.
           PERFORM 225-FindPart.
           MOVE SPACES TO WS-OC-CLASS.
           IF WS-ROW-FOUND-IDX > ZERO
              MOVE WS-PC-CLASS (WS-ROW-FOUND-IDX) TO WS-OC-CLASS
           END-IF.
           MOVE ZERO TO WS-BASG-FOUND-IDX.
           IF WS-OC-CLASS NOT = SPACES
              MOVE WS-OC-CLASS TO WS-BASG-SEARCH-CLASS
              MOVE WS-OC-PLANT-CODE (WS-OC-IDX)
                 TO WS-BASG-SEARCH-PLANT
              PERFORM 366-BasgSearch
              IF WS-BASG-FOUND-IDX = ZERO
                 MOVE SPACES TO WS-BASG-SEARCH-PLANT
                 PERFORM 366-BasgSearch
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-BASG-FOUND-IDX = ZERO
                 ADD 1 TO WS-BUYER-UNASG-CTR (WS-BUYER-IDX)
                 ADD WS-OC-USD-VALUE (WS-OC-IDX)
                    TO WS-BUYER-UNASG-VALUE (WS-BUYER-IDX)
              WHEN WS-OC-BUYER-CODE = BA-BUYER-CODE (WS-BASG-FOUND-IDX)
              WHEN WS-OC-BUYER-CODE
                      = BA-BACKUP-CODE (WS-BASG-FOUND-IDX)
                 AND BA-BUYER-OUT-OF-OFFICE (WS-BASG-FOUND-IDX)
                 ADD 1 TO WS-BUYER-IN-CTR (WS-BUYER-IDX)
                 ADD WS-OC-USD-VALUE (WS-OC-IDX)
                    TO WS-BUYER-IN-VALUE (WS-BUYER-IDX)
              WHEN OTHER
                 ADD 1 TO WS-BUYER-OUT-CTR (WS-BUYER-IDX)
                 ADD WS-OC-USD-VALUE (WS-OC-IDX)
                    TO WS-BUYER-OUT-VALUE (WS-BUYER-IDX)
           END-EVALUATE.

       366-BasgSearch.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE BUYER-ASSIGN-MAX TO WS-BSRCH-HI.
           PERFORM 367-BasgSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-BASG-FOUND-IDX > ZERO.

       367-BasgSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN BA-ASSIGN-KEY (WS-BSRCH-MID) = WS-BASG-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-BASG-FOUND-IDX
              WHEN BA-ASSIGN-KEY (WS-BSRCH-MID) < WS-BASG-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       210-Find-Buyer.
           MOVE 'N' TO WS-BUYER-FOUND-FLAG.
                PERFORM 310-LoadFxRateTable
           END-IF.

           OPEN INPUT PARTMAST.
      *    Input File Status Checking for PARTMAST
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT BUYRASGN.
           IF BUYRASGN-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-BUYRASGN-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input BUYRASGN'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 320-LoadAssignments
              END-IF
           END-IF.

           OPEN OUTPUT RPTFILE.
      *Output File Status checking for RPTFILE
           IF REPORT-KEY NOT = '00' THEN
              ADD 1 TO WS-FX-INDEX
           END-IF.

       320-LoadAssignments.
           INITIALIZE BUYER-ASSIGN-TABLE.
           MOVE 1 TO WS-BASG-INDEX.
           PERFORM 325-ReadNextAssignment UNTIL BUYRASGN-EOF.
           COMPUTE BUYER-ASSIGN-MAX = WS-BASG-INDEX - 1.
           CLOSE BUYRASGN.

       325-ReadNextAssignment.
           IF WS-BASG-INDEX > 1000
              DISPLAY 'BUYRRPT - BUYER ASSIGNMENT TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN BASGTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BUYRASGN INTO BUYER-ASSIGN-LIST(WS-BASG-INDEX)
              AT END
                 MOVE 'Y' TO BUYRASGN-EOF-WS
           END-READ.
           IF NOT BUYRASGN-EOF
              ADD 1 TO WS-BASG-INDEX
           END-IF.

       400-Read-PURC-FILES.
           READ PURC-FILES
      * Set AT END Switch
           WRITE PRINT-REC FROM WS-BUYER-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *05/26 Assigned-commodity section, one line per buyer on its
      * own pages.
       750-PrintAssignedVolume.
           PERFORM 850-NEW-ASSIGN-PAGE.
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
              UNTIL WS-BUYER-IDX > WS-BUYER-MAX
                 PERFORM 760-Write-Assign-Line
           END-PERFORM.

       760-Write-Assign-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 850-NEW-ASSIGN-PAGE
           END-IF.
           MOVE WS-BUYER-CODE (WS-BUYER-IDX) TO ASG-BUYER-OUT.
           MOVE WS-BUYER-IN-CTR (WS-BUYER-IDX) TO ASG-IN-ORDERS-OUT.
           MOVE WS-BUYER-IN-VALUE (WS-BUYER-IDX) TO ASG-IN-VALUE-OUT.
           MOVE WS-BUYER-OUT-CTR (WS-BUYER-IDX) TO ASG-OUT-ORDERS-OUT.
           MOVE WS-BUYER-OUT-VALUE (WS-BUYER-IDX)
              TO ASG-OUT-VALUE-OUT.
           MOVE WS-BUYER-UNASG-CTR (WS-BUYER-IDX)
              TO ASG-UNASG-ORDERS-OUT.
           MOVE WS-BUYER-UNASG-VALUE (WS-BUYER-IDX)
              TO ASG-UNASG-VALUE-OUT.
           IF WS-BUYER-VALUE-TOTAL (WS-BUYER-IDX) > ZERO
              COMPUTE WS-OUTSIDE-PCT-WORK ROUNDED =
                 (WS-BUYER-OUT-VALUE (WS-BUYER-IDX) * 100)
                 / WS-BUYER-VALUE-TOTAL (WS-BUYER-IDX)
           ELSE
              MOVE ZERO TO WS-OUTSIDE-PCT-WORK
           END-IF.
           MOVE WS-OUTSIDE-PCT-WORK TO ASG-OUT-PCT-OUT.
           WRITE PRINT-REC FROM WS-ASSIGN-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       850-NEW-ASSIGN-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-ASSIGN-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-ASSIGN-PAGE-HEADING
              AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-ASSIGN-HEADER.
           WRITE PRINT-REC FROM WS-ASSIGN-SUBHEADER.
           MOVE ZERO TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
