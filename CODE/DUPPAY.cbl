       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPPAY.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/14 Weekly duplicate-payment audit. A rerun night put the
      * same purchase-order payable on two nights' APEXTRCT files and
      * nothing caught it until the supplier's statement showed a
      * credit. This program reads every retained AP extract
      * generation back as one stream - sorted by the job ahead of
      * it into supplier name, extended amount, document type, PO
      * number and run identifier - and prints, for each
      * supplier/amount:
      *   PAID TWICE - the same PO/supplier/amount went out more
      *     than once;
      *   NEAR DUP - the same supplier and amount went out under a
      *     different PO number within the DUPPDAYS parameter's
      *     number of calendar days (default 5).
      * Every row of a hit is printed with the run identifier
      * (AP-RUN-DATE/AP-RUN-SEQ) of the night it went out, so AP
      * knows which payment to claw back. The supplier is the name
      * on the row - AP-VENDOR-ID is the buyer's AP vendor off the
      * BUYRVNDR crosswalk, so two buyers paying one supplier would
      * never meet on it.
      * 06/02 A PO billed on two invoices for the same amount pays
      * each invoice once - the same PO is PAID TWICE only when the
      * same invoice number went out more than once. Rows with no
      * invoice number (credit memos, rows from before the extract
      * carried one) still compare on PO alone.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AP extract history - the retained APEXTRCT generations,
      * sorted by supplier/amount/doc type/PO/run in the SORT step.
           SELECT APHIST ASSIGN TO APHIST
           FILE STATUS IS IN-APHIST-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 178-byte feed row APEXTRCT writes.
       FD  APHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APHIST-REC.
       01  APHIST-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  APH-VENDOR-ID           PIC X(10).
           05  FILLER                  PIC 9(07).
           05  FILLER                  PIC 9(7)V99.
           05  APH-EXTENDED-AMOUNT     PIC 9(9)V99.
           05  FILLER                  PIC X(53).
           05  APH-SUPPLIER-NAME       PIC X(15).
           05  FILLER                  PIC X(30).
           05  APH-DOC-TYPE            PIC X(01).
           05  FILLER                  PIC X(12).
           05  APH-RUN-DATE            PIC 9(08).
           05  APH-RUN-SEQ             PIC 9(03).
      *05/22 Company the payable books to and the intercompany
      * flag - see COMPANY-CODE-PO in PARTSUB. Grew the row 165 to
      * 168.
           05  APH-COMPANY-CODE        PIC X(02).
           05  APH-INTERCO-FLAG        PIC X(01).
      *06/02 The supplier's invoice number the row pays - see
      * 262-PayMatchedLine in APEXTRCT. Grew the row 168 to 178.
           05  APH-INVOICE-NO          PIC X(10).

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
           COPY PARMTAB.  *> PARMLOAD central-parameter request block

       01 FILE-STATUS-CODES.
           05 IN-APHIST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 APHIST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 APHIST-EOF                              VALUE 'Y'.

       01 WS-IN-APHIST-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-ZERO-AMOUNT-CTR               PIC 9(7) VALUE ZERO.
       01 WS-GROUP-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-GROUP-HIT-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PAID-TWICE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-NEAR-DUP-CTR                  PIC 9(7) VALUE ZERO.

      *04/14 Calendar days either side of a payment inside which the
      * same supplier and amount under another PO is a near
      * duplicate - PARMMAST's DUPPDAYS row overrides it.
       01 WS-NEAR-DUP-DAYS                 PIC 9(2) VALUE 05.

      *04/14 One supplier/amount/doc-type group off the sorted
      * history - every row of it, in PO then run order. The group
      * is checked whole when the key breaks.
       01 WS-GRP-SUPPLIER-NAME             PIC X(15) VALUE SPACES.
       01 WS-GRP-AMOUNT                    PIC 9(9)V99 VALUE ZERO.
       01 WS-GRP-DOC-TYPE                  PIC X(01) VALUE SPACES.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 500 TIMES
              INDEXED BY WS-GRP-IDX.
              10 WS-GRP-PO-NUMBER         PIC X(06) VALUE SPACES.
              10 WS-GRP-VENDOR-ID         PIC X(10) VALUE SPACES.
              10 WS-GRP-INVOICE-NO        PIC X(10) VALUE SPACES.
              10 WS-GRP-RUN-DATE          PIC 9(08) VALUE ZERO.
              10 WS-GRP-RUN-SEQ           PIC 9(03) VALUE ZERO.
              10 WS-GRP-RUN-INT           PIC 9(9) COMP VALUE ZERO.
              10 WS-GRP-EXACT-FLAG        PIC X(01) VALUE 'N'.
                 88 ROW-PAID-TWICE                 VALUE 'Y'.
              10 WS-GRP-NEAR-FLAG         PIC X(01) VALUE 'N'.
                 88 ROW-NEAR-DUP                   VALUE 'Y'.
       01 WS-GRP-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-GRP-CMP                      PIC 9(05) VALUE ZERO.
       01 WS-GRP-HIT-FLAG                 PIC X(01) VALUE 'N'.
           88 GROUP-HAS-HIT                      VALUE 'Y'.
       01 WS-PREV-PO-NUMBER               PIC X(06) VALUE SPACES.
       01 WS-PREV-INVOICE-NO              PIC X(10) VALUE SPACES.
       01 WS-DAY-GAP                      PIC S9(9) COMP VALUE ZERO.

      * CEEDAYS work areas - the same shape ACKCHASE/POAGERPT use.
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
       01 WS-RUN-INT                      PIC 9(9) COMP VALUE ZERO.

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
              'Destiny Auto Parts - Duplicate Payment Audit'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(12)      VALUE 'AP Vendor'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(12)      VALUE 'Invoice'.
          05 FILLER              PIC X(05)      VALUE 'Doc'.
          05 FILLER              PIC X(16)      VALUE
             '         Amount'.
          05 FILLER              PIC X(15)      VALUE 'Run Date/Seq'.
          05 FILLER              PIC X(16)      VALUE 'Finding'.

       01 WS-HIT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DUP-NAME-OUT           PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DUP-VENDOR-OUT         PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DUP-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DUP-INVOICE-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DUP-DOC-TYPE-OUT       PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DUP-AMOUNT-OUT         PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DUP-RUN-DATE-OUT       PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '/'.
          05 DUP-RUN-SEQ-OUT        PIC 9(03)      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DUP-FINDING-OUT        PIC X(16)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL APHIST-EOF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-GRP-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           MOVE 'DUPPDAYS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:2) TO WS-NEAR-DUP-DAYS
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-APHIST.
           IF NOT APHIST-EOF
              PERFORM 205-StartGroup
           END-IF.

      *04/14 One history row. A zero-amount row pays nothing and is
      * nobody's duplicate. A change of supplier, amount or doc type
      * closes the group in hand; end of file closes the last one.
       100-Main2.
           IF APH-EXTENDED-AMOUNT = ZERO
              ADD 1 TO WS-ZERO-AMOUNT-CTR
           ELSE
              IF APH-SUPPLIER-NAME NOT = WS-GRP-SUPPLIER-NAME
                 OR APH-EXTENDED-AMOUNT NOT = WS-GRP-AMOUNT
                 OR APH-DOC-TYPE NOT = WS-GRP-DOC-TYPE
                 PERFORM 200-CheckGroup
                    THRU 200-CheckGroup-Exit
                 PERFORM 205-StartGroup
              END-IF
              PERFORM 210-AddToGroup
           END-IF.
           PERFORM 400-Read-APHIST.
           IF APHIST-EOF
              PERFORM 200-CheckGroup
                 THRU 200-CheckGroup-Exit
           END-IF.

      *04/14 Every pair in the group is compared: the same PO is a
      * payable that went out twice; another PO inside the window
      * is a near duplicate. Rows with no run date (written before
      * the extract carried one) can still pay twice but are never
      * dated near anything.
       200-CheckGroup.
           IF WS-GRP-MAX < 2
              GO TO 200-CheckGroup-Exit
           END-IF.
           MOVE 'N' TO WS-GRP-HIT-FLAG.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX >= WS-GRP-MAX
              SET WS-GRP-CMP TO WS-GRP-IDX
              ADD 1 TO WS-GRP-CMP
              PERFORM 220-ComparePair
                 VARYING WS-GRP-CMP FROM WS-GRP-CMP BY 1
                 UNTIL WS-GRP-CMP > WS-GRP-MAX
           END-PERFORM.
           IF NOT GROUP-HAS-HIT
              GO TO 200-CheckGroup-Exit
           END-IF.
           ADD 1 TO WS-GROUP-HIT-CTR.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           ELSE
              WRITE PRINT-REC FROM WS-BLANK-LINE
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SPACES TO WS-PREV-PO-NUMBER.
           MOVE SPACES TO WS-PREV-INVOICE-NO.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-MAX
              IF ROW-PAID-TWICE (WS-GRP-IDX)
                 OR ROW-NEAR-DUP (WS-GRP-IDX)
                 PERFORM 230-Write-Hit-Line
              END-IF
           END-PERFORM.
       200-CheckGroup-Exit.
           EXIT.

       205-StartGroup.
           ADD 1 TO WS-GROUP-CTR.
           MOVE ZERO TO WS-GRP-MAX.
           MOVE APH-SUPPLIER-NAME TO WS-GRP-SUPPLIER-NAME.
           MOVE APH-EXTENDED-AMOUNT TO WS-GRP-AMOUNT.
           MOVE APH-DOC-TYPE TO WS-GRP-DOC-TYPE.

       210-AddToGroup.
           IF WS-GRP-MAX >= 500
              DISPLAY 'DUPPAY - GROUP TABLE FULL AT 500 ROWS - '
                 'RAISE OCCURS IN DUPPAY'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE ZERO TO WS-RUN-INT.
           IF APH-RUN-DATE NOT = ZERO
              MOVE APH-RUN-DATE TO WS-DATE-IN-STR-CEE
              CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
                 WS-RUN-INT, FC
              IF FC-SEV NOT = ZERO
                 MOVE ZERO TO WS-RUN-INT
              END-IF
           END-IF.
           ADD 1 TO WS-GRP-MAX.
           SET WS-GRP-IDX TO WS-GRP-MAX.
           MOVE APH-PO-NUMBER TO WS-GRP-PO-NUMBER (WS-GRP-IDX).
           MOVE APH-VENDOR-ID TO WS-GRP-VENDOR-ID (WS-GRP-IDX).
           MOVE APH-INVOICE-NO TO WS-GRP-INVOICE-NO (WS-GRP-IDX).
           MOVE APH-RUN-DATE TO WS-GRP-RUN-DATE (WS-GRP-IDX).
           MOVE APH-RUN-SEQ TO WS-GRP-RUN-SEQ (WS-GRP-IDX).
           MOVE WS-RUN-INT TO WS-GRP-RUN-INT (WS-GRP-IDX).
           MOVE 'N' TO WS-GRP-EXACT-FLAG (WS-GRP-IDX).
           MOVE 'N' TO WS-GRP-NEAR-FLAG (WS-GRP-IDX).

      *06/02 The same PO under another invoice number is that
      * invoice's own payable - neither paid twice nor a near dup.
       220-ComparePair.
           IF WS-GRP-PO-NUMBER (WS-GRP-IDX)
                 = WS-GRP-PO-NUMBER (WS-GRP-CMP)
              IF WS-GRP-INVOICE-NO (WS-GRP-IDX)
                    = WS-GRP-INVOICE-NO (WS-GRP-CMP)
                 MOVE 'Y' TO WS-GRP-EXACT-FLAG (WS-GRP-IDX)
                 MOVE 'Y' TO WS-GRP-EXACT-FLAG (WS-GRP-CMP)
                 MOVE 'Y' TO WS-GRP-HIT-FLAG
              END-IF
           ELSE
              IF WS-GRP-RUN-INT (WS-GRP-IDX) > ZERO
                 AND WS-GRP-RUN-INT (WS-GRP-CMP) > ZERO
                 COMPUTE WS-DAY-GAP = WS-GRP-RUN-INT (WS-GRP-IDX)
                    - WS-GRP-RUN-INT (WS-GRP-CMP)
                 IF WS-DAY-GAP < ZERO
                    COMPUTE WS-DAY-GAP = ZERO - WS-DAY-GAP
                 END-IF
                 IF WS-DAY-GAP <= WS-NEAR-DUP-DAYS
                    MOVE 'Y' TO WS-GRP-NEAR-FLAG (WS-GRP-IDX)
                    MOVE 'Y' TO WS-GRP-NEAR-FLAG (WS-GRP-CMP)
                    MOVE 'Y' TO WS-GRP-HIT-FLAG
                 END-IF
              END-IF
           END-IF.

      *04/14 The group is in PO order, so a PO paid twice is
      * counted once, on its first row.
      *06/02 PO then invoice order - each PO/invoice paid twice is
      * counted once.
       230-Write-Hit-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-GRP-SUPPLIER-NAME TO DUP-NAME-OUT.
           MOVE WS-GRP-VENDOR-ID (WS-GRP-IDX) TO DUP-VENDOR-OUT.
           MOVE WS-GRP-PO-NUMBER (WS-GRP-IDX) TO DUP-PO-OUT.
           MOVE WS-GRP-INVOICE-NO (WS-GRP-IDX) TO DUP-INVOICE-OUT.
           MOVE WS-GRP-DOC-TYPE TO DUP-DOC-TYPE-OUT.
           MOVE WS-GRP-AMOUNT TO DUP-AMOUNT-OUT.
           MOVE WS-GRP-RUN-DATE (WS-GRP-IDX) TO DUP-RUN-DATE-OUT.
           MOVE WS-GRP-RUN-SEQ (WS-GRP-IDX) TO DUP-RUN-SEQ-OUT.
           IF ROW-PAID-TWICE (WS-GRP-IDX)
              IF ROW-NEAR-DUP (WS-GRP-IDX)
                 MOVE 'PAID TWICE+NEAR' TO DUP-FINDING-OUT
              ELSE
                 MOVE 'PAID TWICE' TO DUP-FINDING-OUT
              END-IF
              IF WS-GRP-PO-NUMBER (WS-GRP-IDX)
                    NOT = WS-PREV-PO-NUMBER
                 OR WS-GRP-INVOICE-NO (WS-GRP-IDX)
                    NOT = WS-PREV-INVOICE-NO
                 ADD 1 TO WS-PAID-TWICE-CTR
              END-IF
           ELSE
              MOVE 'NEAR DUP' TO DUP-FINDING-OUT
           END-IF.
           IF ROW-NEAR-DUP (WS-GRP-IDX)
              ADD 1 TO WS-NEAR-DUP-CTR
           END-IF.
           MOVE WS-GRP-PO-NUMBER (WS-GRP-IDX) TO WS-PREV-PO-NUMBER.
           MOVE WS-GRP-INVOICE-NO (WS-GRP-IDX) TO WS-PREV-INVOICE-NO.
           WRITE PRINT-REC FROM WS-HIT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       300-Open-Files.
           OPEN INPUT APHIST.
           IF IN-APHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APHIST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

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

       400-Read-APHIST.
           READ APHIST
      * Set AT END Switch
                AT END MOVE "Y" TO APHIST-EOF-WS
                IF IN-APHIST-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file APHIST reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT APHIST-EOF) THEN
              ADD +1 TO WS-IN-APHIST-CTR
           END-IF.

       600-CLOSE-FILES.
           CLOSE  APHIST, PRINT-LINE.

       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'AP HISTORY ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-APHIST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ZERO-AMOUNT ROWS SKIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-ZERO-AMOUNT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIER/AMOUNT GROUPS' TO WS-SUMMARY-LABEL.
           MOVE WS-GROUP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GROUPS WITH A FINDING' TO WS-SUMMARY-LABEL.
           MOVE WS-GROUP-HIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'POS EXTRACTED MORE THAN ONCE' TO WS-SUMMARY-LABEL.
           MOVE WS-PAID-TWICE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NEAR-DUPLICATE ROWS' TO WS-SUMMARY-LABEL.
           MOVE WS-NEAR-DUP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NEAR-DUPLICATE WINDOW (DAYS)' TO WS-SUMMARY-LABEL.
           MOVE WS-NEAR-DUP-DAYS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
