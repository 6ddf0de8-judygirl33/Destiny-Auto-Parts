      * else is OPEN and is the buyers' call list. Requisitions are
      * listed oldest need date first within status so the ones about
      * to bite sit on top.
      * 05/26 Routed by commodity class. Each requisition's part takes
      * its class off PARTMAST, and the BUYRASGN assignments (see
      * BASGTAB) name the buyer for that class at the requisition's
      * plant, or the class's all-plant default - the backup when the
      * buyer is marked out of office. The worklist prints one buyer
      * to a page, so each buyer sees only their own requisitions;
      * anything whose class has no buyer prints last as UNASSIGNED
      * for purchasing management to hand out.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PURC-FILES ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      *05/26 Parts master, for each requisitioned part's class
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      *05/26 Commodity-to-buyer assignments - see BASGTAB.
           SELECT BUYRASGN ASSIGN TO BUYRASGN
           FILE STATUS IS IN-BUYRASGN-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      *05/25 Plant code on the end - widened the record from 70 to 73.
       FD  OPENREQS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENREQS-REC.
       01  OPENREQS-REC.
           05  OR-NEED-DATE            PIC 9(08).
           05  OR-SUPPLIER-CODE        PIC X(10).
           05  OR-INTAKE-DATE          PIC 9(08).
           05  OR-PLANT-CODE           PIC X(03).

      *02/04 Same PURCHASE-REC shape FINALEX writes - only the PO
      * number and the requisition link matter here.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(102).
           05  REC-REQUISITION-NO      PIC X(06).
           05  FILLER                  PIC X(14).

       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

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
       01  BUYRASGN-REC     PIC X(35).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY BASGTAB. *> Commodity-to-buyer assignments

       01 FILE-STATUS-CODES.
      * File status key for input File OPENREQS
           05 IN-OPENREQS-KEY           PIC X(2).
           05 IN-PURCHASE-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File BUYRASGN - a missing file
      * means no class has a buyer yet and everything is unassigned.
           05 IN-BUYRASGN-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 BUYRASGN-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 OPENREQS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 OPENREQS-EOF                            VALUE 'Y'.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-END-OF-FILE                    VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 BUYRASGN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRASGN-EOF                            VALUE 'Y'.

       01 WS-IN-OPENREQS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-IN-PURCHASE-CTR               PIC 9(7) VALUE ZERO.
       01 WS-OPEN-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-ORDERED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-ROUTED-BUYER-CTR              PIC 9(7) VALUE ZERO.
       01 WS-ROUTED-BACKUP-CTR             PIC 9(7) VALUE ZERO.
       01 WS-UNASSIGNED-CTR                PIC 9(7) VALUE ZERO.

      *02/04 Requisition-to-PO links off tonight's PURC-FILES, the
      * small side of the match, loaded up front the POMATCH way.
      *02/04 The worklist itself, collected then exchange-sorted by
      * need date so the oldest need sits on top - same one-time
      * sort shape as FINALEX's 3790-SortPOHistTable.
      *05/26 Sorted on routed buyer ahead of need date, with the
      * unassigned group ('2') after every buyer ('1').
       01 WS-WORKLIST-TABLE.
           05 WS-WL-ENTRY OCCURS 20000 TIMES.
              10 WS-WL-SORT-KEY.
                 15 WS-WL-SORT-GROUP      PIC X(01).
                    88 WL-UNASSIGNED           VALUE '2'.
                 15 WS-WL-ROUTE-BUYER     PIC X(03).
                 15 WS-WL-NEED-DATE       PIC 9(08).
              10 WS-WL-REQ-NUMBER         PIC X(06).
              10 WS-WL-REQUESTER          PIC X(08).
              10 WS-WL-PART-NUMBER        PIC X(23).
              10 WS-WL-STATUS             PIC X(01).
                 88 WL-ORDERED                 VALUE 'O'.
              10 WS-WL-PO-NUMBER          PIC X(06).
              10 WS-WL-PLANT-CODE         PIC X(03).
              10 WS-WL-CLASS              PIC X(04).
      * 'B' when the backup has it because the buyer is out.
              10 WS-WL-ROUTE-TYPE         PIC X(01).
                 88 WL-ROUTED-TO-BACKUP        VALUE 'B'.
       01 WS-WORKLIST-MAX                 PIC 9(05) VALUE ZERO.
       01 WS-SORT-I                       PIC 9(05) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(05) VALUE ZERO.
       01 WS-WL-SWAP                      PIC X(81) VALUE SPACES.
       01 WS-WL-IDX                       PIC 9(05) VALUE ZERO.

      *05/26 The worklist's distinct parts, in part order, with the
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

      *05/26 Buyer break on the printed worklist.
       01 WS-PRIOR-SORT-GROUP             PIC X(01) VALUE SPACES.
       01 WS-PRIOR-ROUTE-BUYER            PIC X(03) VALUE SPACES.
       01 WS-PRINTED-CTR                  PIC 9(05) VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
          05 FILLER              PIC X(10)      VALUE 'Need Date'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(09)      VALUE 'Status'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(06)      VALUE 'Class'.
          05 FILLER              PIC X(06)      VALUE 'Route'.

      *05/26 Heads each buyer's pages.
       01 WS-BUYER-HEADING.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 WS-BUYER-HEAD-LABEL PIC X(07)      VALUE 'BUYER: '.
          05 WS-BUYER-HEAD-CODE  PIC X(03)      VALUE SPACES.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 WS-BUYER-HEAD-NOTE  PIC X(50)      VALUE SPACES.

       01 WS-WORKLIST-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 WL-STATUS-OUT          PIC X(07)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WL-PO-OUT              PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WL-PLANT-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 WL-CLASS-OUT           PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WL-ROUTE-OUT           PIC X(06)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL OPENREQS-EOF-WS = 'Y'.
           PERFORM 350-LoadClasses.
           PERFORM 360-RouteWorklist.
           PERFORM 500-SortWorklist
              THRU 500-SortWorklist-Exit.
           PERFORM 700-PrintWorklist.
           PERFORM 300-Open-Files.
           PERFORM 310-LoadRequisitionLinks.
           MOVE SPACES TO PRINT-REC.
      * Priming Read
           PERFORM 400-Read-OPENREQS.

           MOVE OR-PART-NUMBER TO WS-WL-PART-NUMBER (WS-WL-IDX).
           MOVE OR-QUANTITY TO WS-WL-QUANTITY (WS-WL-IDX).
           MOVE OR-SUPPLIER-CODE TO WS-WL-SUPPLIER-CODE (WS-WL-IDX).
           MOVE OR-PLANT-CODE TO WS-WL-PLANT-CODE (WS-WL-IDX).
           IF OR-PLANT-CODE = SPACES
              MOVE '001' TO WS-WL-PLANT-CODE (WS-WL-IDX)
           END-IF.
           MOVE SPACES TO WS-WL-CLASS (WS-WL-IDX).
           MOVE SPACES TO WS-WL-ROUTE-TYPE (WS-WL-IDX).
           MOVE '2' TO WS-WL-SORT-GROUP (WS-WL-IDX).
           MOVE SPACES TO WS-WL-ROUTE-BUYER (WS-WL-IDX).
           IF REQUISITION-ORDERED
              MOVE 'O' TO WS-WL-STATUS (WS-WL-IDX)
              MOVE WS-LINK-PO-NUMBER (WS-LINK-FOUND-IDX)
              UNTIL WS-SORT-I >= WS-WORKLIST-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-WORKLIST-MAX
                 IF WS-WL-SORT-KEY (WS-SORT-J) >
                       WS-WL-SORT-KEY (WS-SORT-J + 1)
                    MOVE WS-WL-ENTRY (WS-SORT-J) TO WS-WL-SWAP
                    MOVE WS-WL-ENTRY (WS-SORT-J + 1)
                       TO WS-WL-ENTRY (WS-SORT-J)
           EXIT.

       700-PrintWorklist.
           IF WS-WORKLIST-MAX = ZERO
              PERFORM 800-NEW-PAGE
           END-IF.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WORKLIST-MAX
                 PERFORM 710-Write-Worklist-Line
           END-PERFORM.

      *05/26 Each buyer starts a fresh page headed with their code;
      * an overflow inside a buyer repeats the heading.
       710-Write-Worklist-Line.
           IF WS-WL-SORT-GROUP (WS-WL-IDX) NOT = WS-PRIOR-SORT-GROUP
              OR WS-WL-ROUTE-BUYER (WS-WL-IDX)
                 NOT = WS-PRIOR-ROUTE-BUYER
              MOVE WS-WL-SORT-GROUP (WS-WL-IDX)
                 TO WS-PRIOR-SORT-GROUP
              MOVE WS-WL-ROUTE-BUYER (WS-WL-IDX)
                 TO WS-PRIOR-ROUTE-BUYER
              PERFORM 800-NEW-PAGE
              PERFORM 720-Write-Buyer-Heading
           ELSE
              IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
                 PERFORM 800-NEW-PAGE
                 PERFORM 720-Write-Buyer-Heading
              END-IF
           END-IF.
           MOVE WS-WL-REQ-NUMBER (WS-WL-IDX) TO WL-REQ-OUT.
           MOVE WS-WL-REQUESTER (WS-WL-IDX) TO WL-REQUESTER-OUT.
              MOVE 'OPEN' TO WL-STATUS-OUT
           END-IF.
           MOVE WS-WL-PO-NUMBER (WS-WL-IDX) TO WL-PO-OUT.
           MOVE WS-WL-PLANT-CODE (WS-WL-IDX) TO WL-PLANT-OUT.
           MOVE WS-WL-CLASS (WS-WL-IDX) TO WL-CLASS-OUT.
           IF WL-ROUTED-TO-BACKUP (WS-WL-IDX)
              MOVE 'BACKUP' TO WL-ROUTE-OUT
           ELSE
              MOVE SPACES TO WL-ROUTE-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-WORKLIST-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-PRINTED-CTR.

       720-Write-Buyer-Heading.
           IF WS-PRIOR-SORT-GROUP = '2'
              MOVE 'BUYER: ' TO WS-BUYER-HEAD-LABEL
              MOVE '***' TO WS-BUYER-HEAD-CODE
              MOVE 'UNASSIGNED - NO BUYER FOR THE COMMODITY CLASS'
                 TO WS-BUYER-HEAD-NOTE
           ELSE
              MOVE 'BUYER: ' TO WS-BUYER-HEAD-LABEL
              MOVE WS-PRIOR-ROUTE-BUYER TO WS-BUYER-HEAD-CODE
              MOVE SPACES TO WS-BUYER-HEAD-NOTE
           END-IF.
           WRITE PRINT-REC FROM WS-BUYER-HEADING.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-KTR.

      *05/26 The worklist's distinct parts go into a part-ordered
      * table, one pass of PARTMAST fills in their classes, and each
      * requisition takes its part's class back - as SPLITORD does.
       350-LoadClasses.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WORKLIST-MAX
                 MOVE WS-WL-PART-NUMBER (WS-WL-IDX)
                    TO WS-SEARCH-PART-NUMBER
                 PERFORM 225-FindPart
                 IF WS-ROW-FOUND-IDX = ZERO
                    PERFORM 227-InsertPart
                 END-IF
           END-PERFORM.
           PERFORM 355-ReadNextMaster UNTIL PARTMAST-EOF.
           CLOSE PARTMAST.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WORKLIST-MAX
                 MOVE WS-WL-PART-NUMBER (WS-WL-IDX)
                    TO WS-SEARCH-PART-NUMBER
                 PERFORM 225-FindPart
                 IF WS-ROW-FOUND-IDX > ZERO
                    MOVE WS-PC-CLASS (WS-ROW-FOUND-IDX)
                       TO WS-WL-CLASS (WS-WL-IDX)
                 END-IF
           END-PERFORM.

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

      *05/26 Class + plant first, then the class's all-plant row.
      * The buyer gets it, or the backup while the buyer is out; a
      * class with neither row stays unassigned.
       360-RouteWorklist.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WORKLIST-MAX
                 PERFORM 365-RouteRequisition
           END-PERFORM.

       365-RouteRequisition.
           MOVE ZERO TO WS-BASG-FOUND-IDX.
           IF WS-WL-CLASS (WS-WL-IDX) NOT = SPACES
              MOVE WS-WL-CLASS (WS-WL-IDX) TO WS-BASG-SEARCH-CLASS
              MOVE WS-WL-PLANT-CODE (WS-WL-IDX)
                 TO WS-BASG-SEARCH-PLANT
              PERFORM 366-BasgSearch
              IF WS-BASG-FOUND-IDX = ZERO
                 MOVE SPACES TO WS-BASG-SEARCH-PLANT
                 PERFORM 366-BasgSearch
              END-IF
           END-IF.
           IF WS-BASG-FOUND-IDX = ZERO
              ADD 1 TO WS-UNASSIGNED-CTR
           ELSE
              MOVE '1' TO WS-WL-SORT-GROUP (WS-WL-IDX)
              IF BA-BUYER-OUT-OF-OFFICE (WS-BASG-FOUND-IDX)
                 MOVE BA-BACKUP-CODE (WS-BASG-FOUND-IDX)
                    TO WS-WL-ROUTE-BUYER (WS-WL-IDX)
                 MOVE 'B' TO WS-WL-ROUTE-TYPE (WS-WL-IDX)
                 ADD 1 TO WS-ROUTED-BACKUP-CTR
              ELSE
                 MOVE BA-BUYER-CODE (WS-BASG-FOUND-IDX)
                    TO WS-WL-ROUTE-BUYER (WS-WL-IDX)
                 ADD 1 TO WS-ROUTED-BUYER-CTR
              END-IF
           END-IF.

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

       300-Open-Files.
           OPEN INPUT OPENREQS.
                GO TO 2000-ABEND-RTN
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

           OPEN OUTPUT PRINT-LINE.

       320-LoadAssignments.
           INITIALIZE BUYER-ASSIGN-TABLE.
           MOVE 1 TO WS-BASG-INDEX.
           PERFORM 325-ReadNextAssignment UNTIL BUYRASGN-EOF.
           COMPUTE BUYER-ASSIGN-MAX = WS-BASG-INDEX - 1.
           CLOSE BUYRASGN.

       325-ReadNextAssignment.
           IF WS-BASG-INDEX > 1000
              DISPLAY 'REQWORKL - BUYER ASSIGNMENT TABLE FULL AT 1000 '
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

       310-LoadRequisitionLinks.
           PERFORM 315-ReadNextPurchase UNTIL PURCHASE-EOF-WS = 'Y'.
           CLOSE PURC-FILES.
           MOVE 'REQUISITIONS NOW ON ORDER' TO WS-SUMMARY-LABEL.
           MOVE WS-ORDERED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ROUTED TO ASSIGNED BUYER' TO WS-SUMMARY-LABEL.
           MOVE WS-ROUTED-BUYER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ROUTED TO BACKUP (BUYER OUT)' TO WS-SUMMARY-LABEL.
           MOVE WS-ROUTED-BACKUP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'UNASSIGNED - NO BUYER FOR CLASS' TO WS-SUMMARY-LABEL.
           MOVE WS-UNASSIGNED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
