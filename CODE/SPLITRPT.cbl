       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLITRPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/12 Monthly split-order compliance report. Lists, buyer by
      * buyer, every split-order group SPLITORD found in the process
      * date's month - each order in the group, its value, whether
      * it was held for approval or had already been released - with
      * the buyer's group, order and value totals, so purchasing
      * management can take up a pattern with the buyer. SPLITLOG
      * only ever grows, so the report also rewrites it (SPLITLGO,
      * promoted by the JCL) keeping the report month and the two
      * before it - POAPPRV needs no older group than that.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Split-order groups SPLITORD logged - see SPLITTAB
           SELECT SPLITLOG ASSIGN TO SPLITLOG
           FILE STATUS IS IN-SPLITLOG-KEY.

      * Same log, older months dropped, staged
           SELECT SPLITLGO ASSIGN TO SPLITLGO
           FILE STATUS IS OUT-SPLITLGO-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPLITLOG-REC.
       01  SPLITLOG-REC.
           05  SLI-GROUP-DATE          PIC 9(08).
           05  FILLER                  PIC X(112).

       FD  SPLITLGO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPLITLGO-REC.
       01  SPLITLGO-REC     PIC X(120).

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
           COPY PROCDATE. *> Business process date control card
           COPY SPLITTAB. *> Split-order groups off SPLITLOG

       01 FILE-STATUS-CODES.
           05 IN-SPLITLOG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SPLITLGO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 SPLITLOG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SPLITLOG-EOF                            VALUE 'Y'.

       01 WS-IN-SPLITLOG-CTR               PIC 9(7) VALUE ZERO.
       01 WS-DROPPED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-SPLITLGO-CTR                  PIC 9(7) VALUE ZERO.

      *05/12 The report month off the process date, and the first
      * day of the oldest month the log keeps.
       01 WS-REPORT-MONTH                  PIC 9(06) VALUE ZERO.
       01 WS-KEEP-FROM-DATE.
           05 WS-KEEP-YEAR                 PIC 9(04) VALUE ZERO.
           05 WS-KEEP-MONTH                PIC 9(02) VALUE ZERO.
           05 WS-KEEP-DAY                  PIC 9(02) VALUE 01.
       01 WS-KEEP-FROM-NUM REDEFINES WS-KEEP-FROM-DATE
                                           PIC 9(08).
       01 WS-KEEP-MONTHS-BACK              PIC 9(02) VALUE 2.

       01 WS-SPLIT-INDEX                   PIC 9(5) VALUE 1.
       01 WS-SORT-I                        PIC 9(05) VALUE ZERO.
       01 WS-SORT-J                        PIC 9(05) VALUE ZERO.
       01 WS-SL-SWAP                       PIC X(120) VALUE SPACES.

      *05/12 Control break on buyer, and on group within buyer.
       01 WS-PREV-BUYER                    PIC X(03) VALUE SPACES.
       01 WS-PREV-GROUP-ID                 PIC X(12) VALUE SPACES.
       01 WS-BUYER-TOTALS.
           05 WS-BY-GROUPS                 PIC 9(05) VALUE ZERO.
           05 WS-BY-ORDERS                 PIC 9(05) VALUE ZERO.
           05 WS-BY-HELD                   PIC 9(05) VALUE ZERO.
           05 WS-BY-VALUE                  PIC 9(11)V99 VALUE ZERO.
       01 WS-RUN-TOTALS.
           05 WS-RN-BUYERS                 PIC 9(05) VALUE ZERO.
           05 WS-RN-GROUPS                 PIC 9(05) VALUE ZERO.
           05 WS-RN-ORDERS                 PIC 9(05) VALUE ZERO.
           05 WS-RN-HELD                   PIC 9(05) VALUE ZERO.
           05 WS-RN-VALUE                  PIC 9(13)V99 VALUE ZERO.

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
              'Destiny Auto Parts - Split-Order Compliance by Buyer'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(34)      VALUE
              'Split-order groups found in month '.
           05 WS-SECTION-MONTH    PIC 9999/99    VALUE ZERO.
           05 FILLER              PIC X(89)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(15)      VALUE 'Group'.
          05 FILLER              PIC X(07)      VALUE 'Basis'.
          05 FILLER              PIC X(11)      VALUE 'Supplier'.
          05 FILLER              PIC X(24)      VALUE 'Part'.
          05 FILLER              PIC X(06)      VALUE 'Class'.
          05 FILLER              PIC X(08)      VALUE 'PO'.
          05 FILLER              PIC X(10)      VALUE 'Ordered'.
          05 FILLER              PIC X(18)      VALUE
             '             Value'.
          05 FILLER              PIC X(31)      VALUE '  Status'.

       01 WS-BUYER-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(07)      VALUE 'BUYER: '.
          05 BL-BUYER-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(120)     VALUE SPACES.

       01 WS-MEMBER-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 ML-GROUP-DATE-OUT      PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '-'.
          05 ML-GROUP-SEQ-OUT       PIC 9(04)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-BASIS-OUT           PIC X(05)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ML-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ML-CLASS-OUT           PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-PO-OUT              PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-ORDER-DATE-OUT      PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-VALUE-OUT           PIC $$$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ML-STATUS-OUT          PIC X(16)      VALUE SPACES.
          05 FILLER                 PIC X(15)      VALUE SPACES.

       01 WS-GROUP-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(16)      VALUE SPACES.
          05 FILLER                 PIC X(19)      VALUE
             'GROUP TOTAL       '.
          05 GL-ORDERS-OUT          PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(18)      VALUE
             ' orders, combined '.
          05 GL-VALUE-OUT           PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(12)      VALUE
             ' - threshold'.
          05 GL-THRESHOLD-OUT       PIC $$$$,$$$,$$9 VALUE ZERO.
          05 FILLER                 PIC X(32)      VALUE SPACES.

       01 WS-BUYER-TOTAL-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(10)      VALUE 'BUYER '.
          05 BT-BUYER-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(08)      VALUE ' GROUPS '.
          05 BT-GROUPS-OUT          PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(08)      VALUE ' ORDERS '.
          05 BT-ORDERS-OUT          PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(06)      VALUE ' HELD '.
          05 BT-HELD-OUT            PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(08)      VALUE ' VALUE '.
          05 BT-VALUE-OUT           PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(45)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.
       01 WS-SUMMARY-VALUE-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMVAL-LABEL       PIC X(34) VALUE SPACES.
           05 WS-SUMVAL-AMOUNT      PIC $$,$$$,$$$,$$$,$$9.99
                                              VALUE ZERO.
           05 FILLER                PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 400-Read-SplitLog UNTIL SPLITLOG-EOF.
           COMPUTE SPLIT-GROUP-MAX = WS-SPLIT-INDEX - 1.
           PERFORM 500-SortByBuyer THRU 500-SortByBuyer-Exit.
           PERFORM 700-PrintGroups.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE SPLIT-GROUP-TABLE.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE (1:6) TO WS-REPORT-MONTH.
           MOVE WS-REPORT-MONTH TO WS-SECTION-MONTH.
           MOVE PROCESS-DATE (1:4) TO WS-KEEP-YEAR.
           MOVE PROCESS-DATE (5:2) TO WS-KEEP-MONTH.
           IF WS-KEEP-MONTH > WS-KEEP-MONTHS-BACK
              SUBTRACT WS-KEEP-MONTHS-BACK FROM WS-KEEP-MONTH
           ELSE
              ADD 12 TO WS-KEEP-MONTH
              SUBTRACT WS-KEEP-MONTHS-BACK FROM WS-KEEP-MONTH
              SUBTRACT 1 FROM WS-KEEP-YEAR
           END-IF.
           MOVE 01 TO WS-KEEP-DAY.
           PERFORM 300-Open-Files.
           PERFORM 800-NEW-PAGE.

       300-Open-Files.
           OPEN INPUT SPLITLOG.
           IF IN-SPLITLOG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SPLITLOG'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT SPLITLGO.
           IF OUT-SPLITLGO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SPLITLGO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/12 Rows older than the keep date are dropped from the log;
      * the report month's rows are kept for the report as well.
       400-Read-SplitLog.
           READ SPLITLOG
              AT END
                 MOVE 'Y' TO SPLITLOG-EOF-WS
           END-READ.
           IF NOT SPLITLOG-EOF
              ADD 1 TO WS-IN-SPLITLOG-CTR
              IF SLI-GROUP-DATE < WS-KEEP-FROM-NUM
                 ADD 1 TO WS-DROPPED-CTR
              ELSE
                 MOVE SPLITLOG-REC TO SPLITLGO-REC
                 WRITE SPLITLGO-REC
                 IF OUT-SPLITLGO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-SPLITLGO-CTR
                 IF SLI-GROUP-DATE (1:6) = WS-REPORT-MONTH
                    PERFORM 410-KeepForReport
                 END-IF
              END-IF
           END-IF.

       410-KeepForReport.
           IF WS-SPLIT-INDEX > 5000
              DISPLAY 'SPLITRPT - SPLIT GROUP TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN SPLITTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE SPLITLOG-REC TO SPLIT-GROUP-LIST (WS-SPLIT-INDEX).
           ADD 1 TO WS-SPLIT-INDEX.

      *05/12 Exchange sort on buyer - only a higher buyer code is
      * swapped down, so each buyer's rows keep the log's order
      * (group by group, oldest first), the ABCCLASS ranking loop.
       500-SortByBuyer.
           IF SPLIT-GROUP-MAX < 2
              GO TO 500-SortByBuyer-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= SPLIT-GROUP-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= SPLIT-GROUP-MAX
                 IF SL-BUYER-CODE (WS-SORT-J) >
                       SL-BUYER-CODE (WS-SORT-J + 1)
                    MOVE SPLIT-GROUP-LIST (WS-SORT-J) TO WS-SL-SWAP
                    MOVE SPLIT-GROUP-LIST (WS-SORT-J + 1)
                       TO SPLIT-GROUP-LIST (WS-SORT-J)
                    MOVE WS-SL-SWAP
                       TO SPLIT-GROUP-LIST (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-SortByBuyer-Exit.
           EXIT.

       700-PrintGroups.
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
              UNTIL WS-SPLIT-INDEX > SPLIT-GROUP-MAX
                 PERFORM 710-PrintMember
           END-PERFORM.
           IF SPLIT-GROUP-MAX > ZERO
              PERFORM 730-GroupTotal
              PERFORM 740-BuyerTotal
           END-IF.

       710-PrintMember.
           IF SL-BUYER-CODE (WS-SPLIT-INDEX) NOT = WS-PREV-BUYER
              IF WS-SPLIT-INDEX > 1
                 PERFORM 730-GroupTotal
                 PERFORM 740-BuyerTotal
              END-IF
              IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
                 PERFORM 800-NEW-PAGE
              END-IF
              MOVE SL-BUYER-CODE (WS-SPLIT-INDEX) TO WS-PREV-BUYER
              MOVE SL-GROUP-ID (WS-SPLIT-INDEX) TO WS-PREV-GROUP-ID
              MOVE SL-BUYER-CODE (WS-SPLIT-INDEX) TO BL-BUYER-OUT
              WRITE PRINT-REC FROM WS-BUYER-LINE-OUT
              ADD 1 TO WS-LINE-KTR
              ADD 1 TO WS-RN-BUYERS
              ADD 1 TO WS-BY-GROUPS
           END-IF.
           IF SL-GROUP-ID (WS-SPLIT-INDEX) NOT = WS-PREV-GROUP-ID
              PERFORM 730-GroupTotal
              MOVE SL-GROUP-ID (WS-SPLIT-INDEX) TO WS-PREV-GROUP-ID
              ADD 1 TO WS-BY-GROUPS
           END-IF.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE SL-GROUP-DATE (WS-SPLIT-INDEX) TO ML-GROUP-DATE-OUT.
           MOVE SL-GROUP-SEQ (WS-SPLIT-INDEX) TO ML-GROUP-SEQ-OUT.
           IF SL-SAME-PART (WS-SPLIT-INDEX)
              MOVE 'PART' TO ML-BASIS-OUT
           ELSE
              MOVE 'CLASS' TO ML-BASIS-OUT
           END-IF.
           MOVE SL-SUPPLIER-CODE (WS-SPLIT-INDEX) TO ML-SUPPLIER-OUT.
           MOVE SL-PART-NUMBER (WS-SPLIT-INDEX) TO ML-PART-OUT.
           MOVE SL-COMMODITY-CLASS (WS-SPLIT-INDEX) TO ML-CLASS-OUT.
           MOVE SL-PO-NUMBER (WS-SPLIT-INDEX) TO ML-PO-OUT.
           MOVE SL-ORDER-DATE (WS-SPLIT-INDEX) TO ML-ORDER-DATE-OUT.
           MOVE SL-ORDER-VALUE (WS-SPLIT-INDEX) TO ML-VALUE-OUT.
           IF SL-HELD (WS-SPLIT-INDEX)
              MOVE 'HELD' TO ML-STATUS-OUT
              ADD 1 TO WS-BY-HELD
           ELSE
              MOVE 'ALREADY RELEASED' TO ML-STATUS-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-MEMBER-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-BY-ORDERS.
           ADD SL-ORDER-VALUE (WS-SPLIT-INDEX) TO WS-BY-VALUE.
           MOVE SL-GROUP-ORDERS (WS-SPLIT-INDEX) TO GL-ORDERS-OUT.
           MOVE SL-GROUP-VALUE (WS-SPLIT-INDEX) TO GL-VALUE-OUT.
           MOVE SL-THRESHOLD (WS-SPLIT-INDEX) TO GL-THRESHOLD-OUT.

      *05/12 The total line carries the figures of the group just
      * printed - moved from its last member row above.
       730-GroupTotal.
           WRITE PRINT-REC FROM WS-GROUP-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       740-BuyerTotal.
           MOVE WS-PREV-BUYER TO BT-BUYER-OUT.
           MOVE WS-BY-GROUPS TO BT-GROUPS-OUT.
           MOVE WS-BY-ORDERS TO BT-ORDERS-OUT.
           MOVE WS-BY-HELD TO BT-HELD-OUT.
           MOVE WS-BY-VALUE TO BT-VALUE-OUT.
           WRITE PRINT-REC FROM WS-BUYER-TOTAL-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-KTR.
           ADD WS-BY-GROUPS TO WS-RN-GROUPS.
           ADD WS-BY-ORDERS TO WS-RN-ORDERS.
           ADD WS-BY-HELD TO WS-RN-HELD.
           ADD WS-BY-VALUE TO WS-RN-VALUE.
           INITIALIZE WS-BUYER-TOTALS.

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

       600-CLOSE-FILES.
           CLOSE  SPLITLOG, SPLITLGO, PRINT-LINE.

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
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'SPLIT-ORDER COMPLIANCE SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BUYERS WITH SPLIT ORDERS' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-BUYERS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SPLIT-ORDER GROUPS' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-GROUPS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS IN GROUPS' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-ORDERS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HELD FOR APPROVAL' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-HELD TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'VALUE OF ORDERS IN GROUPS' TO WS-SUMVAL-LABEL.
           MOVE WS-RN-VALUE TO WS-SUMVAL-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-VALUE-LINE.
           MOVE 'SPLITLOG ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-SPLITLOG-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  DROPPED, OLDER THAN KEEP DATE' TO WS-SUMMARY-LABEL.
           MOVE WS-DROPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  KEPT ON SPLITLOG' TO WS-SUMMARY-LABEL.
           MOVE WS-SPLITLGO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
