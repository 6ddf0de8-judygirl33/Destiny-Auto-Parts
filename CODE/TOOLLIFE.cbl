       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOOLLIFE.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/02 Nightly tool-life countdown. Every piece we receive of a
      * part came off the tool that makes it, so each of tonight's
      * cleaned RECEIPTS rows (transfers excepted - those are our
      * own stock moving) is counted against the life of every tool
      * on the TOOLMST register (see TOOLTAB) that makes the order's
      * part and is held by the order's supplier. The part and
      * supplier come off the order on OPENPO. A tool pulled back or
      * scrapped counts nothing. Tools whose count reaches their
      * expected life tonight are listed so tooling engineering
      * hears about it before the quarterly TOOLRPT. The counted
      * register is staged to TOOLMSTN and promoted by the job.
      * Schedule after OPSEDIT and POMATCH, once operations has
      * promoted the day's TOOLMNT sessions.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tooling register - see TOOLTAB.
           SELECT TOOLMST ASSIGN TO TOOLMST
           FILE STATUS IS IN-TOOLMST-KEY.

      * Open purchase-order status file, as POMATCH writes it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Tonight's cleaned dock receipts from OPSEDIT
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output counted register, staged for promotion
           SELECT TOOLMSTN ASSIGN TO TOOLMSTN
           FILE STATUS IS OUT-TOOLMSTN-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  TOOLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLMST-REC.
       01  TOOLMST-REC      PIC X(108).

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

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  TOOLMSTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLMSTN-REC.
       01  TOOLMSTN-REC     PIC X(108).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY TOOLTAB.  *> Tooling register
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * No register yet just means no tools to count.
           05 IN-TOOLMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 TOOLMST-NOT-FOUND        VALUE '35'.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-TOOLMSTN-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 TOOLMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 TOOLMST-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.

       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-TODAY-RECEIPTS-CTR            PIC 9(7) VALUE ZERO.
       01 WS-NO-ORDER-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-NO-TOOL-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-TOOLS-COUNTED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-WORN-OUT-CTR                  PIC 9(7) VALUE ZERO.

      *05/02 Orders on the status file - the part and supplier each
      * receipt was against.
       01 WS-ORDER-TABLE.
           05 WS-OR-ENTRY OCCURS 20000 TIMES.
              10 WS-OR-PO-NUMBER          PIC X(06).
              10 WS-OR-PART-NUMBER        PIC X(23).
              10 WS-OR-SUPPLIER           PIC X(10).
       01 WS-OR-MAX                        PIC 9(05) VALUE ZERO.
       01 WS-OR-IDX                        PIC 9(05) VALUE 1.
       01 WS-OR-FOUND-IDX                  PIC 9(05) VALUE ZERO.

       01 WS-TOOL-INDEX                    PIC 9(5) VALUE 1.
       01 WS-TOOL-HIT-CTR                  PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PO-NUMBER              PIC X(06) VALUE SPACES.
       01 WS-USED-BEFORE                   PIC 9(09) VALUE ZERO.
       01 WS-USED-WORK                     PIC 9(10) VALUE ZERO.

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
              'Destiny Auto Parts - Tool Life Countdown'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(40)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(82)      VALUE SPACES.

       01 WS-WORN-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Tool'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(13)      VALUE 'Expected Life'.
          05 FILLER              PIC X(13)      VALUE '         Used'.
       01 WS-WORN-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 WRN-TOOL-OUT           PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WRN-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WRN-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WRN-LIFE-OUT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WRN-USED-OUT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-CountReceipt
              THRU 200-CountReceipt-Exit
              UNTIL RECEIPTS-EOF.
           PERFORM 500-WriteStaged.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 800-NEW-PAGE.
           MOVE 'TOOLS AT END OF LIFE ON ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-WORN-HEADER.
           ADD 1 TO WS-LINE-KTR.

      *05/02 One of today's receipts against every tool making the
      * order's part at the order's supplier.
       200-CountReceipt.
           READ RECEIPTS
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.
           IF RECEIPTS-EOF
              GO TO 200-CountReceipt-Exit
           END-IF.
           ADD 1 TO WS-IN-RECEIPTS-CTR.
           IF RCPT-RECEIPT-DATE NOT = PROCESS-DATE
              GO TO 200-CountReceipt-Exit
           END-IF.
           IF RCPT-PO-NUMBER (1:1) = 'T'
              AND RCPT-PO-NUMBER (2:5) IS NUMERIC
              GO TO 200-CountReceipt-Exit
           END-IF.
           ADD 1 TO WS-TODAY-RECEIPTS-CTR.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 240-FindOrder.
           IF WS-OR-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-ORDER-CTR
              GO TO 200-CountReceipt-Exit
           END-IF.
           MOVE ZERO TO WS-TOOL-HIT-CTR.
           PERFORM VARYING WS-TOOL-INDEX FROM 1 BY 1
              UNTIL WS-TOOL-INDEX > TOOL-MAX
                 IF TL-AT-SUPPLIER (WS-TOOL-INDEX)
                    AND TL-PART-NUMBER (WS-TOOL-INDEX)
                       = WS-OR-PART-NUMBER (WS-OR-FOUND-IDX)
                    AND TL-SUPPLIER-CODE (WS-TOOL-INDEX)
                       = WS-OR-SUPPLIER (WS-OR-FOUND-IDX)
                    PERFORM 210-CountTool
                 END-IF
           END-PERFORM.
           IF WS-TOOL-HIT-CTR = ZERO
              ADD 1 TO WS-NO-TOOL-CTR
           END-IF.
       200-CountReceipt-Exit.
           EXIT.

      *05/02 Used life stops at all nines rather than wrapping.
       210-CountTool.
           ADD 1 TO WS-TOOL-HIT-CTR.
           ADD 1 TO WS-TOOLS-COUNTED-CTR.
           MOVE TL-LIFE-USED (WS-TOOL-INDEX) TO WS-USED-BEFORE.
           COMPUTE WS-USED-WORK = TL-LIFE-USED (WS-TOOL-INDEX)
              + RCPT-QTY-RECEIVED.
           IF WS-USED-WORK > 999999999
              MOVE 999999999 TO TL-LIFE-USED (WS-TOOL-INDEX)
           ELSE
              MOVE WS-USED-WORK TO TL-LIFE-USED (WS-TOOL-INDEX)
           END-IF.
           MOVE PROCESS-DATE TO TL-LAST-USE-DATE (WS-TOOL-INDEX).
           IF WS-USED-BEFORE < TL-EXPECTED-LIFE (WS-TOOL-INDEX)
              AND TL-LIFE-USED (WS-TOOL-INDEX)
                 NOT < TL-EXPECTED-LIFE (WS-TOOL-INDEX)
              PERFORM 710-Write-Worn-Line
           END-IF.

       240-FindOrder.
           MOVE ZERO TO WS-OR-FOUND-IDX.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-OR-MAX
                 OR WS-OR-FOUND-IDX > ZERO
                 IF WS-OR-PO-NUMBER (WS-OR-IDX) = WS-SEARCH-PO-NUMBER
                    MOVE WS-OR-IDX TO WS-OR-FOUND-IDX
                 END-IF
           END-PERFORM.

       300-Open-Files.
           OPEN INPUT TOOLMST.
           IF TOOLMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-TOOLMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input TOOLMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-TOOL-INDEX
                 PERFORM 310-ReadNextTool UNTIL TOOLMST-EOF
                 COMPUTE TOOL-MAX = WS-TOOL-INDEX - 1
                 CLOSE TOOLMST
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

           OPEN INPUT RECEIPTS.
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT TOOLMSTN.
           IF OUT-TOOLMSTN-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Output TOOLMSTN'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-ReadNextTool.
           IF WS-TOOL-INDEX > 5000
              DISPLAY 'TOOLLIFE - TOOL TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN TOOLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ TOOLMST INTO TOOL-LIST (WS-TOOL-INDEX)
              AT END
                 MOVE 'Y' TO TOOLMST-EOF-WS
           END-READ.
           IF NOT TOOLMST-EOF
              ADD 1 TO WS-TOOL-INDEX
           END-IF.

       330-LoadOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-OR-MAX >= 20000
                 DISPLAY 'TOOLLIFE - ORDER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN TOOLLIFE'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OR-MAX
              MOVE OP-PO-NUMBER TO WS-OR-PO-NUMBER (WS-OR-MAX)
              MOVE OP-PART-NUMBER TO WS-OR-PART-NUMBER (WS-OR-MAX)
              MOVE OP-SUPPLIER-CODE TO WS-OR-SUPPLIER (WS-OR-MAX)
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

      *05/02 The whole register goes back out, in tool-ID order.
       500-WriteStaged.
           PERFORM VARYING WS-TOOL-INDEX FROM 1 BY 1
              UNTIL WS-TOOL-INDEX > TOOL-MAX
                 WRITE TOOLMSTN-REC FROM TOOL-LIST (WS-TOOL-INDEX)
                 IF OUT-TOOLMSTN-KEY NOT = '00'
                    DISPLAY 'TOOLLIFE - TOOLMSTN WRITE FAILED, STATUS '
                       OUT-TOOLMSTN-KEY
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.

       600-CLOSE-FILES.
           CLOSE RECEIPTS.
           CLOSE TOOLMSTN.
           CLOSE PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       710-Write-Worn-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-WORN-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE TL-TOOL-ID (WS-TOOL-INDEX) TO WRN-TOOL-OUT.
           MOVE TL-PART-NUMBER (WS-TOOL-INDEX) TO WRN-PART-OUT.
           MOVE TL-SUPPLIER-CODE (WS-TOOL-INDEX) TO WRN-SUPPLIER-OUT.
           MOVE TL-EXPECTED-LIFE (WS-TOOL-INDEX) TO WRN-LIFE-OUT.
           MOVE TL-LIFE-USED (WS-TOOL-INDEX) TO WRN-USED-OUT.
           WRITE PRINT-REC FROM WS-WORN-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-WORN-OUT-CTR.

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
           MOVE 'TOOLS ON THE REGISTER' TO WS-SUMMARY-LABEL.
           MOVE TOOL-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPT ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIER RECEIPTS TODAY' TO WS-SUMMARY-LABEL.
           MOVE WS-TODAY-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO ORDER ON OPENPO' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO TOOL ON THE REGISTER' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-TOOL-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TOOL COUNTS TAKEN' TO WS-SUMMARY-LABEL.
           MOVE WS-TOOLS-COUNTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TOOLS REACHING END OF LIFE' TO WS-SUMMARY-LABEL.
           MOVE WS-WORN-OUT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
