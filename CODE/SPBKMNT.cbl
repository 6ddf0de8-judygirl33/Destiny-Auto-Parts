       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPBKMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/29 Selling-price book maintenance. The counter's selling
      * prices were kept on a spreadsheet away from everything
      * purchasing watches, so a supplier increase could eat a part's
      * margin for months before anyone repriced it. Console-driven
      * like VMIMNT: signs the operator on against OPERMST - pricing
      * holds the SPBKMNT function - loads the PRCBOOK book (see
      * SPBKTAB) and prompts for a part, which must be on PARTMAST,
      * showing every price on file for it and which is in force.
      * Two actions:
      *   S  sets the list and trade price taking effect on a date -
      *      today or later, never back-dated, since the counter has
      *      already sold at the old price. A date already on file is
      *      changed in place. Trade may not be above list;
      *   R  removes a price not yet in force. A price in force is
      *      only ever replaced, by setting a new one.
      * Every change writes a row to the SPBKAUD audit trail with the
      * before and after prices and the operator. The book is kept
      * in part, then effective-date order as rows are added and
      * staged to PRCBOOKO for promotion, the SUPPMNT pattern; a row
      * a later in-force row has replaced is dropped as it is staged.
      * MRGNCHK checks the prices in force against cost every night.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Selling-price book - see SPBKTAB.
           SELECT PRCBOOK ASSIGN TO PRCBOOK
           FILE STATUS IS IN-PRCBOOK-KEY.

           SELECT PRCBOOKO ASSIGN TO PRCBOOKO
           FILE STATUS IS OUT-PRCBOOKO-KEY.

      * Parts master - a part must be on it to be priced.
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per price change, with the
      * signed-on operator. Accumulates across sessions, so opened
      * EXTEND.
           SELECT SPBKAUD ASSIGN TO SPBKAUD
           FILE STATUS IS OUT-SPBKAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  PRCBOOK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCBOOK-REC.
       01  PRCBOOK-REC      PIC X(69).

       FD  PRCBOOKO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCBOOKO-REC.
       01  PRCBOOKO-REC     PIC X(69).

      * Parts-master rows - see PARTMUPD.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(132).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Audit row - part, effective date, action (A add, C change,
      * R remove), list and trade price before and after, who, when.
      * An added price has zero before values, a removed one zero
      * after values.
       FD  SPBKAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 88 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPBKAUD-REC.
       01  SPBKAUD-REC.
           05  SA-PART-NUMBER         PIC X(23).
           05  SA-EFFECTIVE-DATE      PIC 9(08).
           05  SA-ACTION              PIC X(01).
           05  SA-OLD-LIST-PRICE      PIC 9(7)V99.
           05  SA-OLD-TRADE-PRICE     PIC 9(7)V99.
           05  SA-NEW-LIST-PRICE      PIC 9(7)V99.
           05  SA-NEW-TRADE-PRICE     PIC 9(7)V99.
           05  SA-OPERATOR-ID         PIC X(08).
           05  SA-ACTION-DATE         PIC 9(08).
           05  FILLER                 PIC X(04).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY SPBKTAB. *> Selling-price book
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-PRCBOOK-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no book yet - start empty.
                88 PRCBOOK-NOT-FOUND        VALUE '35'.
           05 OUT-PRCBOOKO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SPBKAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 PRCBOOK-EOF-WS                  PIC X(01) VALUE 'N'.
              88 PRCBOOK-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-PRICE-INDEX                   PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-PRICE-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-IN-FORCE-IDX                  PIC 9(5) VALUE ZERO.
       01 WS-ROWS-LISTED-CTR               PIC 9(4) VALUE ZERO.

      *05/29 Binary-search bounds over the ordered book. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new row belongs
      * in, which is where 260-InsertPrice puts it - the VMIMNT
      * pattern.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-EFFECTIVE-DATE     PIC 9(08) VALUE ZERO.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-MASTER-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88 MASTER-FOUND                         VALUE 'Y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.

      *05/29 Prices and dates as keyed, checked before any is
      * applied - money is keyed the TOOLMNT way, digits only with
      * the cents implied.
       01 WS-DATE-ENTRY                    PIC X(08) VALUE SPACES.
       01 WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
                                           PIC 9(08).
       01 WS-PRICE-ENTRY                   PIC X(09) VALUE SPACES.
       01 WS-PRICE-ENTRY-NUM REDEFINES WS-PRICE-ENTRY
                                           PIC 9(7)V99.
       01 WS-PRICE-OUT                     PIC Z,ZZZ,ZZ9.99.
       01 WS-TRADE-OUT                     PIC Z,ZZZ,ZZ9.99.
       01 WS-NEW-LIST-PRICE                PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-TRADE-PRICE               PIC 9(7)V99 VALUE ZERO.
       01 WS-OLD-LIST-PRICE                PIC 9(7)V99 VALUE ZERO.
       01 WS-OLD-TRADE-PRICE               PIC 9(7)V99 VALUE ZERO.
       01 WS-AUDIT-ACTION                  PIC X(01) VALUE SPACES.
       01 WS-IN-FORCE-TAG                  PIC X(10) VALUE SPACES.

      *05/29 Sign-on state - changing the book needs update
      * authority.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-REMOVED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-SUPERSEDED-CTR                PIC 9(05) VALUE ZERO.
       01 WS-ROWS-WRITTEN-CTR              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-MAINTAINING.
           PERFORM 500-WriteStaged.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SELLING-PRICE BOOK MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'PRICE ROWS ON FILE: ' SELL-PRICE-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'SPBKMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR SPBKMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'PART NUMBER (END TO QUIT): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-PART-NUMBER.
           ACCEPT WS-SEARCH-PART-NUMBER.
           EVALUATE WS-SEARCH-PART-NUMBER
              WHEN SPACES WHEN 'END' WHEN 'end'
                 MOVE 'N' TO WS-CONTINUE-FLAG
              WHEN OTHER
                 PERFORM 110-PriceWork
                    THRU 110-PriceWork-Exit
           END-EVALUATE.

      *05/29 A part already in the book was on PARTMAST when it was
      * first priced; only a part new to the book needs the lookup.
       110-PriceWork.
           PERFORM 200-ShowPrices.
           IF WS-ROWS-LISTED-CTR = ZERO
              PERFORM 250-FindPart
              IF NOT MASTER-FOUND
                 DISPLAY 'PART NOT ON PARTMAST: '
                    WS-SEARCH-PART-NUMBER
                 GO TO 110-PriceWork-Exit
              END-IF
              DISPLAY '  PRICES    : (NONE ON FILE)'
           END-IF.
           PERFORM 210-CaptureAction
              THRU 210-CaptureAction-Exit.
       110-PriceWork-Exit.
           EXIT.

      *05/29 Every row for the part, oldest first, the one in force
      * tagged.
       200-ShowPrices.
           PERFORM 240-FindInForce.
           MOVE ZERO TO WS-ROWS-LISTED-CTR.
           MOVE ZERO TO WS-SEARCH-EFFECTIVE-DATE.
           PERFORM 245-FindPrice.
           PERFORM VARYING WS-WORK-IDX FROM WS-BSRCH-LO BY 1
              UNTIL WS-WORK-IDX > SELL-PRICE-MAX
                 OR SP-PART-NUMBER (WS-WORK-IDX)
                    NOT = WS-SEARCH-PART-NUMBER
                 MOVE SP-LIST-PRICE (WS-WORK-IDX) TO WS-PRICE-OUT
                 MOVE SP-TRADE-PRICE (WS-WORK-IDX) TO WS-TRADE-OUT
                 EVALUATE TRUE
                    WHEN WS-WORK-IDX = WS-IN-FORCE-IDX
                       MOVE 'IN FORCE' TO WS-IN-FORCE-TAG
                    WHEN SP-EFFECTIVE-DATE (WS-WORK-IDX)
                          > PROCESS-DATE
                       MOVE 'PENDING' TO WS-IN-FORCE-TAG
                    WHEN OTHER
                       MOVE 'REPLACED' TO WS-IN-FORCE-TAG
                 END-EVALUATE
                 DISPLAY '  FROM ' SP-EFFECTIVE-DATE (WS-WORK-IDX)
                    '  LIST ' WS-PRICE-OUT
                    '  TRADE ' WS-TRADE-OUT
                    '  ' WS-IN-FORCE-TAG
                    '  SET ' SP-SET-DATE (WS-WORK-IDX)
                    ' BY ' SP-SET-BY (WS-WORK-IDX)
                 ADD 1 TO WS-ROWS-LISTED-CTR
           END-PERFORM.

       210-CaptureAction.
           DISPLAY 'ACTION - S=SET PRICE R=REMOVE PENDING PRICE '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'S' WHEN 's'
                 PERFORM 220-SetPrice
                    THRU 220-SetPrice-Exit
              WHEN 'R' WHEN 'r'
                 PERFORM 230-RemovePrice
                    THRU 230-RemovePrice-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/29 Everything is keyed and checked first; nothing in the
      * book changes until all of it is good.
       220-SetPrice.
           DISPLAY 'EFFECTIVE DATE YYYYMMDD (ENTER FOR '
              PROCESS-DATE '): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES
              MOVE PROCESS-DATE TO WS-SEARCH-EFFECTIVE-DATE
           ELSE
              IF WS-DATE-ENTRY IS NOT NUMERIC
                 DISPLAY 'EFFECTIVE DATE NOT NUMERIC: ' WS-DATE-ENTRY
                    ' - NOT SET.'
                 GO TO 220-SetPrice-Exit
              END-IF
              MOVE WS-DATE-ENTRY-NUM TO WS-SEARCH-EFFECTIVE-DATE
           END-IF.
           IF WS-SEARCH-EFFECTIVE-DATE < PROCESS-DATE
              DISPLAY 'A PRICE CANNOT BE BACK-DATED BEFORE '
                 PROCESS-DATE ' - NOT SET.'
              GO TO 220-SetPrice-Exit
           END-IF.
           DISPLAY 'LIST PRICE 9(7)V99 (9 DIGITS, CENTS IMPLIED): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-PRICE-ENTRY.
           ACCEPT WS-PRICE-ENTRY.
           IF WS-PRICE-ENTRY NOT NUMERIC
              OR WS-PRICE-ENTRY-NUM = ZERO
              DISPLAY 'NOT 9 DIGITS OR ZERO - NOT SET.'
              GO TO 220-SetPrice-Exit
           END-IF.
           MOVE WS-PRICE-ENTRY-NUM TO WS-NEW-LIST-PRICE.
           DISPLAY 'TRADE PRICE 9(7)V99 (9 DIGITS, CENTS IMPLIED): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-PRICE-ENTRY.
           ACCEPT WS-PRICE-ENTRY.
           IF WS-PRICE-ENTRY NOT NUMERIC
              OR WS-PRICE-ENTRY-NUM = ZERO
              DISPLAY 'NOT 9 DIGITS OR ZERO - NOT SET.'
              GO TO 220-SetPrice-Exit
           END-IF.
           MOVE WS-PRICE-ENTRY-NUM TO WS-NEW-TRADE-PRICE.
           IF WS-NEW-TRADE-PRICE > WS-NEW-LIST-PRICE
              DISPLAY 'TRADE PRICE ABOVE LIST PRICE - NOT SET.'
              GO TO 220-SetPrice-Exit
           END-IF.
           PERFORM 245-FindPrice.
           IF WS-PRICE-FOUND-IDX = ZERO
              PERFORM 260-InsertPrice
              MOVE ZERO TO WS-OLD-LIST-PRICE
              MOVE ZERO TO WS-OLD-TRADE-PRICE
              MOVE 'A' TO WS-AUDIT-ACTION
              ADD 1 TO WS-ADDED-CTR
           ELSE
              MOVE SP-LIST-PRICE (WS-PRICE-FOUND-IDX)
                 TO WS-OLD-LIST-PRICE
              MOVE SP-TRADE-PRICE (WS-PRICE-FOUND-IDX)
                 TO WS-OLD-TRADE-PRICE
              MOVE 'C' TO WS-AUDIT-ACTION
              ADD 1 TO WS-CHANGED-CTR
           END-IF.
           MOVE WS-NEW-LIST-PRICE
              TO SP-LIST-PRICE (WS-PRICE-FOUND-IDX).
           MOVE WS-NEW-TRADE-PRICE
              TO SP-TRADE-PRICE (WS-PRICE-FOUND-IDX).
           MOVE PROCESS-DATE TO SP-SET-DATE (WS-PRICE-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO SP-SET-BY (WS-PRICE-FOUND-IDX).
           PERFORM 270-WriteAuditRow.
           DISPLAY 'PRICE SET.'.
           PERFORM 200-ShowPrices.
       220-SetPrice-Exit.
           EXIT.

      *05/29 The row goes - the rows after it close up so the book
      * stays in key order with no gaps.
       230-RemovePrice.
           DISPLAY 'EFFECTIVE DATE OF THE PRICE TO REMOVE YYYYMMDD: '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY IS NOT NUMERIC
              DISPLAY 'EFFECTIVE DATE NOT NUMERIC: ' WS-DATE-ENTRY
                 ' - NOT REMOVED.'
              GO TO 230-RemovePrice-Exit
           END-IF.
           MOVE WS-DATE-ENTRY-NUM TO WS-SEARCH-EFFECTIVE-DATE.
           PERFORM 245-FindPrice.
           IF WS-PRICE-FOUND-IDX = ZERO
              DISPLAY 'NO PRICE ON FILE FROM '
                 WS-SEARCH-EFFECTIVE-DATE ' - NOTHING TO REMOVE.'
              GO TO 230-RemovePrice-Exit
           END-IF.
           IF WS-SEARCH-EFFECTIVE-DATE NOT > PROCESS-DATE
              DISPLAY 'THAT PRICE HAS TAKEN EFFECT - SET A NEW ONE '
                 'INSTEAD. NOT REMOVED.'
              GO TO 230-RemovePrice-Exit
           END-IF.
           DISPLAY 'REMOVE THIS PRICE? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 230-RemovePrice-Exit
           END-IF.
           MOVE SP-LIST-PRICE (WS-PRICE-FOUND-IDX)
              TO WS-OLD-LIST-PRICE.
           MOVE SP-TRADE-PRICE (WS-PRICE-FOUND-IDX)
              TO WS-OLD-TRADE-PRICE.
           MOVE ZERO TO WS-NEW-LIST-PRICE.
           MOVE ZERO TO WS-NEW-TRADE-PRICE.
           MOVE 'R' TO WS-AUDIT-ACTION.
           PERFORM 270-WriteAuditRow.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-PRICE-FOUND-IDX BY 1
              UNTIL WS-SHIFT-IDX >= SELL-PRICE-MAX
                 MOVE SELL-PRICE-LIST (WS-SHIFT-IDX + 1)
                    TO SELL-PRICE-LIST (WS-SHIFT-IDX)
           END-PERFORM.
           INITIALIZE SELL-PRICE-LIST (SELL-PRICE-MAX).
           SUBTRACT 1 FROM SELL-PRICE-MAX.
           ADD 1 TO WS-REMOVED-CTR.
           DISPLAY 'PRICE REMOVED.'.
       230-RemovePrice-Exit.
           EXIT.

      *05/29 The part's row in force is its latest one dated on or
      * before the business date - zero when none has started yet.
       240-FindInForce.
           MOVE ZERO TO WS-IN-FORCE-IDX.
           MOVE ZERO TO WS-SEARCH-EFFECTIVE-DATE.
           PERFORM 245-FindPrice.
           PERFORM VARYING WS-WORK-IDX FROM WS-BSRCH-LO BY 1
              UNTIL WS-WORK-IDX > SELL-PRICE-MAX
                 OR SP-PART-NUMBER (WS-WORK-IDX)
                    NOT = WS-SEARCH-PART-NUMBER
                 IF SP-EFFECTIVE-DATE (WS-WORK-IDX)
                       NOT > PROCESS-DATE
                    MOVE WS-WORK-IDX TO WS-IN-FORCE-IDX
                 END-IF
           END-PERFORM.

      *05/29 Binary search of the ordered book on part and effective
      * date.
       245-FindPrice.
           MOVE ZERO TO WS-PRICE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE SELL-PRICE-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-PRICE-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN SP-PRICE-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-PRICE-FOUND-IDX
              WHEN SP-PRICE-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/29 Rescans the parts master from the top - the VMIMNT
      * tradeoff; only a part new to the book needs the lookup.
       250-FindPart.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'N' TO PARTMAST-EOF-WS.
           PERFORM 255-ReadNextMaster
              UNTIL MASTER-FOUND OR PARTMAST-EOF.
           CLOSE PARTMAST.

       255-ReadNextMaster.
           READ PARTMAST
              AT END MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              IF PM-PART-NUMBER = WS-SEARCH-PART-NUMBER
                 MOVE 'Y' TO WS-MASTER-FOUND-FLAG
              END-IF
           END-IF.

      *05/29 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the book stays in key order.
       260-InsertPrice.
           IF SELL-PRICE-MAX >= 5000
              DISPLAY 'SPBKMNT - SELLING-PRICE TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN SPBKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM SELL-PRICE-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE SELL-PRICE-LIST (WS-SHIFT-IDX)
                    TO SELL-PRICE-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO SELL-PRICE-MAX.
           MOVE SPACES TO SELL-PRICE-LIST (WS-BSRCH-LO).
           MOVE WS-SEARCH-PART-NUMBER
              TO SP-PART-NUMBER (WS-BSRCH-LO).
           MOVE WS-SEARCH-EFFECTIVE-DATE
              TO SP-EFFECTIVE-DATE (WS-BSRCH-LO).
           MOVE ZERO TO SP-LIST-PRICE (WS-BSRCH-LO).
           MOVE ZERO TO SP-TRADE-PRICE (WS-BSRCH-LO).
           MOVE ZERO TO SP-SET-DATE (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-PRICE-FOUND-IDX.

       270-WriteAuditRow.
           MOVE SPACES TO SPBKAUD-REC.
           MOVE WS-SEARCH-PART-NUMBER TO SA-PART-NUMBER.
           MOVE WS-SEARCH-EFFECTIVE-DATE TO SA-EFFECTIVE-DATE.
           MOVE WS-AUDIT-ACTION TO SA-ACTION.
           MOVE WS-OLD-LIST-PRICE TO SA-OLD-LIST-PRICE.
           MOVE WS-OLD-TRADE-PRICE TO SA-OLD-TRADE-PRICE.
           MOVE WS-NEW-LIST-PRICE TO SA-NEW-LIST-PRICE.
           MOVE WS-NEW-TRADE-PRICE TO SA-NEW-TRADE-PRICE.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE PROCESS-DATE TO SA-ACTION-DATE.
           WRITE SPBKAUD-REC.
           IF OUT-SPBKAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT PRCBOOK.
           IF PRCBOOK-NOT-FOUND
              MOVE 'Y' TO PRCBOOK-EOF-WS
           ELSE
              IF IN-PRCBOOK-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input PRCBOOK'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadPrices
              END-IF
           END-IF.
           OPEN OUTPUT PRCBOOKO.
           IF OUT-PRCBOOKO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PRCBOOKO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT OPERMST.
           IF IN-OPERMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning OPERMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.
           OPEN EXTEND SPBKAUD.
           IF OUT-SPBKAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SPBKAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadPrices.
           INITIALIZE SELL-PRICE-TABLE.
           MOVE 1 TO WS-PRICE-INDEX.
           PERFORM 3610-ReadNextPrice UNTIL PRCBOOK-EOF.
           COMPUTE SELL-PRICE-MAX = WS-PRICE-INDEX - 1.
           CLOSE PRCBOOK.

       3610-ReadNextPrice.
           IF WS-PRICE-INDEX > 5000
              DISPLAY 'SPBKMNT - SELLING-PRICE TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN SPBKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PRCBOOK INTO SELL-PRICE-LIST(WS-PRICE-INDEX)
              AT END
                 MOVE 'Y' TO PRCBOOK-EOF-WS
           END-READ.
           IF NOT PRCBOOK-EOF
              ADD 1 TO WS-PRICE-INDEX
           END-IF.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'SPBKMNT - OPERATOR TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN OPERTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ OPERMST INTO OPERATOR-LIST(WS-OPER-INDEX)
              AT END
                 MOVE 'Y' TO OPERMST-EOF-WS
           END-READ.
           IF NOT OPERMST-EOF
              ADD 1 TO WS-OPER-INDEX
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

      *05/29 A row is replaced once the next row for the same part
      * has also taken effect - it no longer prices anything, and
      * SPBKAUD already holds its history.
       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > SELL-PRICE-MAX
                 IF WS-WORK-IDX < SELL-PRICE-MAX
                    AND SP-PART-NUMBER (WS-WORK-IDX + 1)
                       = SP-PART-NUMBER (WS-WORK-IDX)
                    AND SP-EFFECTIVE-DATE (WS-WORK-IDX + 1)
                       NOT > PROCESS-DATE
                    ADD 1 TO WS-SUPERSEDED-CTR
                 ELSE
                    MOVE SELL-PRICE-LIST (WS-WORK-IDX)
                       TO PRCBOOKO-REC
                    WRITE PRCBOOKO-REC
                    IF OUT-PRCBOOKO-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-ROWS-WRITTEN-CTR
                 END-IF
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PRICES ADDED          : ' WS-ADDED-CTR.
           DISPLAY 'PRICES CHANGED        : ' WS-CHANGED-CTR.
           DISPLAY 'PRICES REMOVED        : ' WS-REMOVED-CTR.
           DISPLAY 'REPLACED ROWS DROPPED : ' WS-SUPERSEDED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE PRCBOOKO, SPBKAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
