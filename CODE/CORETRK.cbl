       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORETRK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/18 Core charge tracking for remanufactured parts. An
      * alternator, starter or caliper bought as a reman part
      * carries a core charge we only get back by returning the old
      * core, and until now the only record of what we owed back
      * was a whiteboard at the dock. Every night this program:
      *   - takes the day's receipts (RECEIPTS.CLEAN, as OPSEDIT
      *     passed them) and, for each one of a part flagged
      *     core-bearing on PARTMAST, opens a core-owed lot on the
      *     CORELEDG core ledger at the supplier's core value and
      *     return window off CORETERMS (CORETAB);
      *   - takes the dock's CORERTN cores-returned feed and draws
      *     the supplier's oldest open lots for the part down,
      *     writing a credit-expected row for each lot drawn in the
      *     DEBITMEM format DOCKINSP writes, so AP sees the core
      *     credit the same way it sees a rejected-goods memo (the
      *     REMITADV netting and the STMRECON statement check);
      *   - reads the REMITLOG netting history and marks each core
      *     credit REMITADV has since netted off a payment, so the
      *     monthly CORERPT only chases the ones still outstanding.
      * CORELEDG is loaded at start and rewritten whole at the end,
      * the CONSBAL pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input dock receipts, as OPSEDIT passed them
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Input cores the dock shipped back to the supplier
           SELECT CORERTN ASSIGN TO CORERTN
           FILE STATUS IS IN-CORERTN-KEY.

      * Core ledger - loaded, then rewritten
           SELECT CORELEDG ASSIGN TO CORELEDG
           FILE STATUS IS CORELEDG-KEY.

      * Core-charge terms control file - see CORETAB.
           SELECT CORETERMS ASSIGN TO CORETRMS
           FILE STATUS IS IN-CORETRMS-KEY.

      * Parts master, as PARTMUPD and PLCMNT maintain it
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Open purchase-order status file, as POMATCH wrote it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Retained purchase-order generations, as FINALEX wrote them
           SELECT PURC-FILES ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      * Memo netting history, as REMITADV logs it
           SELECT REMITLOG ASSIGN TO REMITLOG
           FILE STATUS IS IN-REMITLOG-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output credit-expected rows for AP
           SELECT DEBITMEM ASSIGN TO DEBITMEM
           FILE STATUS IS OUT-DEBITMEM-KEY.

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

      *04/18 One row per core shipment the dock sends back - the
      * supplier, the part, how many cores and when, and the
      * supplier's return authorization when it gave one.
       FD  CORERTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CORERTN-REC.
       01  CORERTN-REC.
           05  CR-SUPPLIER-CODE        PIC X(10).
           05  CR-PART-NUMBER          PIC X(23).
           05  CR-QTY-RETURNED         PIC 9(07).
           05  CR-RETURN-DATE          PIC 9(08).
           05  CR-RETURN-AUTH          PIC X(10).

      *04/18 Two kinds of row. An 'O' row is a core-owed lot, one
      * per receipt of a core part: quantity received and how many
      * of those cores have gone back. An 'R' row is a core return
      * drawn against one lot, with the credit expected for it and
      * the date REMITADV netted that credit off a payment. The
      * last-run stamp is the CONSBAL rerun guard.
       FD  CORELEDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CORELEDG-REC.
       01  CORELEDG-REC.
           05  CL-ROW-TYPE             PIC X(01).
               88 CL-OWED-LOT                VALUE 'O'.
               88 CL-CORE-RETURN             VALUE 'R'.
           05  CL-SUPPLIER-CODE        PIC X(10).
           05  CL-SUPPLIER-NAME        PIC X(15).
           05  CL-PART-NUMBER          PIC X(23).
           05  CL-PO-NUMBER            PIC X(06).
           05  CL-EVENT-DATE           PIC 9(08).
           05  CL-QUANTITY             PIC 9(07).
           05  CL-QTY-RETURNED         PIC 9(07).
           05  CL-CORE-VALUE           PIC 9(5)V99.
           05  CL-CREDIT-AMOUNT        PIC 9(9)V99.
           05  CL-CREDITED-DATE        PIC 9(08).
           05  CL-RETURN-DAYS          PIC 9(03).
           05  CL-RETURN-AUTH          PIC X(10).
           05  CL-LAST-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(06).

       FD  CORETERMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CORETERMS-REC.
       01  CORETERMS-REC    PIC X(45).

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(106).
           05  FILLER                  PIC X(01).
           05  PM-LIFECYCLE-CODE       PIC X(01).
           05  PM-CORE-FLAG            PIC X(01).
               88 PM-CORE-BEARING            VALUE 'Y'.
      *04/21 ABC class - see PARTMUPD. Grew 132 to 133.
           05  FILLER                  PIC X(01).
      *04/22 Commodity class - see PARTMUPD. Grew 133 to 137.
           05  FILLER                  PIC X(04).
      *04/25 Shelf life - see PARTMUPD. Grew 137 to 140.
           05  FILLER                  PIC X(03).
      *04/27 Weight and cube - see PARTMUPD. Grew 140 to 152.
           05  FILLER                  PIC X(12).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

      * Same 126-byte status row POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  FILLER                  PIC X(47).
           05  OP-PART-NUMBER          PIC X(23).
           05  OP-SUPPLIER-CODE        PIC X(10).
           05  OP-SUPPLIER-NAME        PIC X(15).
           05  FILLER                  PIC X(25).

      * Same PURCHASE-REC shape FINALEX writes; the trailer closing
      * each generation is skipped.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(51).
           05  REC-PO-PART-NUMBER      PIC X(23).
           05  REC-PO-SUPPLIER-CODE    PIC X(10).
           05  REC-PO-SUPPLIER-NAME    PIC X(15).
           05  FILLER                  PIC X(23).
       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

      * Same 71-byte netting row REMITADV logs.
       FD  REMITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITLOG-REC.
       01  REMITLOG-REC.
           05  RL-PO-NUMBER            PIC X(06).
           05  RL-PART-NUMBER          PIC X(23).
           05  RL-INSPECT-DATE         PIC 9(08).
           05  RL-MEMO-AMOUNT          PIC 9(9)V99.
           05  RL-PAY-TRACE            PIC X(15).
           05  RL-NETTED-DATE          PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      * Same 92-byte memo row DOCKINSP writes.
       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-REC.
       01  DEBITMEM-REC.
           05  DM-PO-NUMBER            PIC X(06).
           05  DM-SUPPLIER-CODE        PIC X(10).
           05  DM-SUPPLIER-NAME        PIC X(15).
           05  DM-PART-NUMBER          PIC X(23).
           05  DM-QTY-RETURNED         PIC 9(07).
           05  DM-UNIT-PRICE           PIC 9(7)V99.
           05  DM-MEMO-AMOUNT          PIC 9(9)V99.
           05  DM-DEFECT-REASON        PIC 9(03).
           05  DM-INSPECT-DATE         PIC 9(08).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
      * Core-charge terms table - see CORETAB.
           COPY CORETAB.
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File RECEIPTS
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File CORERTN
           05 IN-CORERTN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing ledger just means no core has been tracked yet.
           05 CORELEDG-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CORELEDG-NOT-FOUND       VALUE '35'.

      * File status key for input File CORETERMS
           05 IN-CORETRMS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File OPENPO
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PURC-FILES
           05 IN-PURCHASE-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * Nothing netted yet is not an error.
           05 IN-REMITLOG-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 REMITLOG-NOT-FOUND       VALUE '35'.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File DEBITMEM
           05 OUT-DEBITMEM-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 CORERTN-EOF-WS                  PIC X(01) VALUE 'N'.
              88 CORERTN-EOF                             VALUE 'Y'.
           05 CORELEDG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CORELEDG-EOF                            VALUE 'Y'.
           05 CORETRMS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CORETRMS-EOF                            VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-EOF                            VALUE 'Y'.
           05 REMITLOG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 REMITLOG-EOF                            VALUE 'Y'.

      *04/18 Reason code stamped on every core credit row, so
      * REMITADV and STMRECON can tell a core credit from a
      * rejected-goods memo. Carried as a row on RSNCODES.
       01 WS-CORE-REASON-CODE              PIC 9(03) VALUE 900.

       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-NOT-TRACED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-LOTS-OPENED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-NO-TERMS-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-RETURNS-CTR                PIC 9(7) VALUE ZERO.
       01 WS-RETURN-ROWS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-RETURN-EXCEPT-CTR             PIC 9(7) VALUE ZERO.
       01 WS-MEMO-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-CREDITED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-LEDGER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PURGED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-OUT-LEDGER-CTR                PIC 9(7) VALUE ZERO.
       01 WS-MEMO-TOTAL                    PIC 9(9)V99 VALUE ZERO.

       01 WS-TERMS-INDEX                   PIC 9(4) VALUE 1.
       01 WS-TERMS-FOUND-IDX               PIC 9(4) VALUE ZERO.

      *04/18 The core ledger in storage, oldest row first - the
      * order the lots are drawn down in.
       01 WS-LEDGER-TABLE.
           05 WS-CL-ENTRY OCCURS 30000 TIMES.
              10 WS-CL-ROW-TYPE           PIC X(01).
              10 WS-CL-SUPPLIER-CODE      PIC X(10).
              10 WS-CL-SUPPLIER-NAME      PIC X(15).
              10 WS-CL-PART-NUMBER        PIC X(23).
              10 WS-CL-PO-NUMBER          PIC X(06).
              10 WS-CL-EVENT-DATE         PIC 9(08).
              10 WS-CL-QUANTITY           PIC 9(07).
              10 WS-CL-QTY-RETURNED       PIC 9(07).
              10 WS-CL-CORE-VALUE         PIC 9(5)V99.
              10 WS-CL-CREDIT-AMOUNT      PIC 9(9)V99.
              10 WS-CL-CREDITED-DATE      PIC 9(08).
              10 WS-CL-RETURN-DAYS        PIC 9(03).
              10 WS-CL-RETURN-AUTH        PIC X(10).
              10 WS-CL-LAST-RUN-DATE      PIC 9(08).
              10 FILLER                   PIC X(06).
       01 WS-CL-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CL-IDX                       PIC 9(05) VALUE 1.
       01 WS-CL-NEW-IDX                   PIC 9(05) VALUE ZERO.

      *04/18 Part numbers flagged core-bearing on PARTMAST.
       01 WS-CORE-PART-TABLE.
           05 WS-CORE-PART OCCURS 10000 TIMES PIC X(23).
       01 WS-CP-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CP-IDX                       PIC 9(05) VALUE 1.
       01 WS-CORE-PART-FLAG               PIC X(01) VALUE 'N'.
           88 PART-IS-CORE-BEARING               VALUE 'Y'.

      *04/18 PO to supplier and part - tonight's OPENPO first, then
      * every retained PURC-FILES order, for receipts against
      * orders placed on an earlier night.
       01 WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 50000 TIMES.
              10 WS-ORD-PO                PIC X(06).
              10 WS-ORD-PART              PIC X(23).
              10 WS-ORD-SUPPLIER-CODE     PIC X(10).
              10 WS-ORD-SUPPLIER-NAME     PIC X(15).
       01 WS-ORD-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-ORD-IDX                      PIC 9(05) VALUE 1.
       01 WS-ORD-FOUND-IDX                PIC 9(05) VALUE ZERO.

       01 WS-QTY-TO-DRAW                  PIC 9(07) VALUE ZERO.
       01 WS-QTY-OPEN                     PIC 9(07) VALUE ZERO.
       01 WS-QTY-DRAWN                    PIC 9(07) VALUE ZERO.
       01 WS-CORE-VALUE                   PIC 9(5)V99 VALUE ZERO.
       01 WS-RETURN-DAYS                  PIC 9(03) VALUE ZERO.
      *04/18 Credited returns older than a year drop off at the
      * rewrite - the process date less one in the year digits.
       01 WS-PURGE-DATE                   PIC 9(08) VALUE ZERO.

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
              'Destiny Auto Parts - Core Charge Tracking'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(10)      VALUE 'Date'.
          05 FILLER              PIC X(09)      VALUE '  Cores'.
          05 FILLER              PIC X(16)      VALUE
             '         Amount'.
          05 FILLER              PIC X(30)      VALUE 'Finding'.

       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-AMOUNT-OUT         PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-FINDING-OUT        PIC X(30)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.
       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-AMT-LABEL  PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-AMOUNT     PIC $$$,$$$,$$9.99 VALUE ZERO.
           05 FILLER                PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           MOVE 'CORE-OWED LOTS OPENED FROM TONIGHT''S RECEIPTS'
              TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           PERFORM 100-Main2 UNTIL RECEIPTS-EOF.
           MOVE 'CORES RETURNED - CREDIT EXPECTED FROM SUPPLIER'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           PERFORM 410-Read-CORERTN.
           PERFORM 250-ApplyReturn
              THRU 250-ApplyReturn-Exit
              UNTIL CORERTN-EOF.
           MOVE 'CORE CREDITS NETTED OFF A PAYMENT'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           PERFORM 500-MarkCredited
              THRU 500-MarkCredited-Exit.
           PERFORM 940-WriteLedger.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           COMPUTE WS-PURGE-DATE = PROCESS-DATE - 10000.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-RECEIPTS.

       100-Main2.
           PERFORM 200-ProcessReceipt
              THRU 200-ProcessReceipt-Exit.
           PERFORM 400-Read-RECEIPTS.

      *04/18 A receipt of a core-bearing part opens a lot for the
      * cores we now owe the supplier. A receipt we cannot trace to
      * an order is POMATCH's exception to report, not ours - it is
      * only counted here.
       200-ProcessReceipt.
           PERFORM 210-FindOrder.
           IF WS-ORD-FOUND-IDX = ZERO
              ADD 1 TO WS-NOT-TRACED-CTR
              GO TO 200-ProcessReceipt-Exit
           END-IF.
           PERFORM 215-CheckCorePart.
           IF NOT PART-IS-CORE-BEARING
              GO TO 200-ProcessReceipt-Exit
           END-IF.
           PERFORM 220-FindTerms.
           IF WS-CL-MAX >= 30000
              DISPLAY 'CORETRK - LEDGER TABLE FULL AT 30000 '
                 'ROWS - RAISE OCCURS IN CORETRK'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-CL-MAX.
           MOVE WS-CL-MAX TO WS-CL-NEW-IDX.
           INITIALIZE WS-CL-ENTRY (WS-CL-NEW-IDX).
           MOVE 'O' TO WS-CL-ROW-TYPE (WS-CL-NEW-IDX).
           MOVE WS-ORD-SUPPLIER-CODE (WS-ORD-FOUND-IDX)
              TO WS-CL-SUPPLIER-CODE (WS-CL-NEW-IDX).
           MOVE WS-ORD-SUPPLIER-NAME (WS-ORD-FOUND-IDX)
              TO WS-CL-SUPPLIER-NAME (WS-CL-NEW-IDX).
           MOVE WS-ORD-PART (WS-ORD-FOUND-IDX)
              TO WS-CL-PART-NUMBER (WS-CL-NEW-IDX).
           MOVE RCPT-PO-NUMBER TO WS-CL-PO-NUMBER (WS-CL-NEW-IDX).
           MOVE RCPT-RECEIPT-DATE TO WS-CL-EVENT-DATE (WS-CL-NEW-IDX).
           MOVE RCPT-QUANTITY TO WS-CL-QUANTITY (WS-CL-NEW-IDX).
           MOVE WS-CORE-VALUE TO WS-CL-CORE-VALUE (WS-CL-NEW-IDX).
           MOVE WS-RETURN-DAYS TO WS-CL-RETURN-DAYS (WS-CL-NEW-IDX).
           ADD 1 TO WS-LOTS-OPENED-CTR.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE WS-CL-SUPPLIER-NAME (WS-CL-NEW-IDX)
              TO DTL-SUPPLIER-OUT.
           MOVE WS-CL-PART-NUMBER (WS-CL-NEW-IDX) TO DTL-PART-OUT.
           MOVE RCPT-PO-NUMBER TO DTL-PO-OUT.
           MOVE RCPT-RECEIPT-DATE TO DTL-DATE-OUT.
           MOVE RCPT-QUANTITY TO DTL-QTY-OUT.
           COMPUTE DTL-AMOUNT-OUT = RCPT-QUANTITY * WS-CORE-VALUE.
           IF WS-TERMS-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-TERMS-CTR
              MOVE 'NO CORE TERMS - VALUE UNKNOWN' TO DTL-FINDING-OUT
           ELSE
              MOVE 'CORES OWED' TO DTL-FINDING-OUT
           END-IF.
           PERFORM 830-Write-Detail-Line.
       200-ProcessReceipt-Exit.
           EXIT.

       210-FindOrder.
           MOVE ZERO TO WS-ORD-FOUND-IDX.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-ORD-MAX
                 OR WS-ORD-FOUND-IDX > ZERO
                 IF WS-ORD-PO (WS-ORD-IDX) = RCPT-PO-NUMBER
                    MOVE WS-ORD-IDX TO WS-ORD-FOUND-IDX
                 END-IF
           END-PERFORM.

       215-CheckCorePart.
           MOVE 'N' TO WS-CORE-PART-FLAG.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-CP-MAX
                 OR PART-IS-CORE-BEARING
                 IF WS-CORE-PART (WS-CP-IDX)
                       = WS-ORD-PART (WS-ORD-FOUND-IDX)
                    MOVE 'Y' TO WS-CORE-PART-FLAG
                 END-IF
           END-PERFORM.

      *04/18 The supplier's row for the part wins over its blank-
      * part row. With neither, the lot still opens - the cores are
      * owed whatever they are worth - at zero until terms are set.
       220-FindTerms.
           MOVE ZERO TO WS-TERMS-FOUND-IDX.
           MOVE ZERO TO WS-CORE-VALUE, WS-RETURN-DAYS.
           PERFORM VARYING WS-TERMS-INDEX FROM 1 BY 1
              UNTIL WS-TERMS-INDEX > CORE-TERMS-MAX
                 IF CT-SUPPLIER-CODE (WS-TERMS-INDEX)
                       = WS-ORD-SUPPLIER-CODE (WS-ORD-FOUND-IDX)
                    IF CT-PART-NUMBER (WS-TERMS-INDEX)
                          = WS-ORD-PART (WS-ORD-FOUND-IDX)
                       MOVE WS-TERMS-INDEX TO WS-TERMS-FOUND-IDX
                    END-IF
                    IF CT-PART-NUMBER (WS-TERMS-INDEX) = SPACES
                       AND WS-TERMS-FOUND-IDX = ZERO
                       MOVE WS-TERMS-INDEX TO WS-TERMS-FOUND-IDX
                    END-IF
                 END-IF
           END-PERFORM.
           IF WS-TERMS-FOUND-IDX > ZERO
              MOVE CT-CORE-VALUE (WS-TERMS-FOUND-IDX)
                 TO WS-CORE-VALUE
              MOVE CT-RETURN-DAYS (WS-TERMS-FOUND-IDX)
                 TO WS-RETURN-DAYS
           END-IF.

      *04/18 A core shipment draws the supplier's oldest open lots
      * for the part down first. Each lot drawn is its own credit
      * row, so AP can net it against that PO. Cores beyond what we
      * owe earn no credit and are listed for the dock to explain.
       250-ApplyReturn.
           MOVE CR-QTY-RETURNED TO WS-QTY-TO-DRAW.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 OR WS-QTY-TO-DRAW = ZERO
                 IF WS-CL-ROW-TYPE (WS-CL-IDX) = 'O'
                    AND WS-CL-SUPPLIER-CODE (WS-CL-IDX)
                       = CR-SUPPLIER-CODE
                    AND WS-CL-PART-NUMBER (WS-CL-IDX)
                       = CR-PART-NUMBER
                    AND WS-CL-QTY-RETURNED (WS-CL-IDX)
                       < WS-CL-QUANTITY (WS-CL-IDX)
                    PERFORM 260-DrawLot
                 END-IF
           END-PERFORM.
           IF WS-QTY-TO-DRAW > ZERO
              ADD 1 TO WS-RETURN-EXCEPT-CTR
              MOVE SPACES TO WS-DETAIL-LINE-OUT
              MOVE CR-SUPPLIER-CODE TO DTL-SUPPLIER-OUT
              MOVE CR-PART-NUMBER TO DTL-PART-OUT
              MOVE CR-RETURN-DATE TO DTL-DATE-OUT
              MOVE WS-QTY-TO-DRAW TO DTL-QTY-OUT
              MOVE ZERO TO DTL-AMOUNT-OUT
              MOVE 'RETURNED MORE THAN OWED' TO DTL-FINDING-OUT
              PERFORM 830-Write-Detail-Line
           END-IF.
           PERFORM 410-Read-CORERTN.
       250-ApplyReturn-Exit.
           EXIT.

       260-DrawLot.
           COMPUTE WS-QTY-OPEN = WS-CL-QUANTITY (WS-CL-IDX)
              - WS-CL-QTY-RETURNED (WS-CL-IDX).
           IF WS-QTY-TO-DRAW < WS-QTY-OPEN
              MOVE WS-QTY-TO-DRAW TO WS-QTY-DRAWN
           ELSE
              MOVE WS-QTY-OPEN TO WS-QTY-DRAWN
           END-IF.
           ADD WS-QTY-DRAWN TO WS-CL-QTY-RETURNED (WS-CL-IDX).
           SUBTRACT WS-QTY-DRAWN FROM WS-QTY-TO-DRAW.
      *04/18 A lot opened before its terms were keyed is priced at
      * tonight's terms.
           MOVE WS-CL-CORE-VALUE (WS-CL-IDX) TO WS-CORE-VALUE.
           IF WS-CORE-VALUE = ZERO
              PERFORM 265-RepriceLot
           END-IF.
           IF WS-CL-MAX >= 30000
              DISPLAY 'CORETRK - LEDGER TABLE FULL AT 30000 '
                 'ROWS - RAISE OCCURS IN CORETRK'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-CL-MAX.
           MOVE WS-CL-MAX TO WS-CL-NEW-IDX.
           INITIALIZE WS-CL-ENTRY (WS-CL-NEW-IDX).
           MOVE 'R' TO WS-CL-ROW-TYPE (WS-CL-NEW-IDX).
           MOVE WS-CL-SUPPLIER-CODE (WS-CL-IDX)
              TO WS-CL-SUPPLIER-CODE (WS-CL-NEW-IDX).
           MOVE WS-CL-SUPPLIER-NAME (WS-CL-IDX)
              TO WS-CL-SUPPLIER-NAME (WS-CL-NEW-IDX).
           MOVE WS-CL-PART-NUMBER (WS-CL-IDX)
              TO WS-CL-PART-NUMBER (WS-CL-NEW-IDX).
           MOVE WS-CL-PO-NUMBER (WS-CL-IDX)
              TO WS-CL-PO-NUMBER (WS-CL-NEW-IDX).
           MOVE CR-RETURN-DATE TO WS-CL-EVENT-DATE (WS-CL-NEW-IDX).
           MOVE WS-QTY-DRAWN TO WS-CL-QUANTITY (WS-CL-NEW-IDX).
           MOVE WS-CORE-VALUE TO WS-CL-CORE-VALUE (WS-CL-NEW-IDX).
           COMPUTE WS-CL-CREDIT-AMOUNT (WS-CL-NEW-IDX) =
              WS-QTY-DRAWN * WS-CORE-VALUE.
           MOVE CR-RETURN-AUTH TO WS-CL-RETURN-AUTH (WS-CL-NEW-IDX).
           ADD 1 TO WS-RETURN-ROWS-CTR.
           MOVE SPACES TO DEBITMEM-REC.
           MOVE WS-CL-PO-NUMBER (WS-CL-NEW-IDX) TO DM-PO-NUMBER.
           MOVE WS-CL-SUPPLIER-CODE (WS-CL-NEW-IDX)
              TO DM-SUPPLIER-CODE.
           MOVE WS-CL-SUPPLIER-NAME (WS-CL-NEW-IDX)
              TO DM-SUPPLIER-NAME.
           MOVE WS-CL-PART-NUMBER (WS-CL-NEW-IDX) TO DM-PART-NUMBER.
           MOVE WS-QTY-DRAWN TO DM-QTY-RETURNED.
           MOVE WS-CORE-VALUE TO DM-UNIT-PRICE.
           MOVE WS-CL-CREDIT-AMOUNT (WS-CL-NEW-IDX) TO DM-MEMO-AMOUNT.
           MOVE WS-CORE-REASON-CODE TO DM-DEFECT-REASON.
           MOVE CR-RETURN-DATE TO DM-INSPECT-DATE.
           WRITE DEBITMEM-REC.
           IF OUT-DEBITMEM-KEY NOT = '00'
              DISPLAY 'CORETRK - DEBITMEM WRITE FAILED, STATUS '
                 OUT-DEBITMEM-KEY
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-MEMO-CTR.
           ADD DM-MEMO-AMOUNT TO WS-MEMO-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE DM-SUPPLIER-NAME TO DTL-SUPPLIER-OUT.
           MOVE DM-PART-NUMBER TO DTL-PART-OUT.
           MOVE DM-PO-NUMBER TO DTL-PO-OUT.
           MOVE CR-RETURN-DATE TO DTL-DATE-OUT.
           MOVE WS-QTY-DRAWN TO DTL-QTY-OUT.
           MOVE DM-MEMO-AMOUNT TO DTL-AMOUNT-OUT.
           IF WS-CORE-VALUE = ZERO
              MOVE 'NO CORE TERMS - NO CREDIT PRICED'
                 TO DTL-FINDING-OUT
           ELSE
              MOVE 'CREDIT EXPECTED' TO DTL-FINDING-OUT
           END-IF.
           PERFORM 830-Write-Detail-Line.

       265-RepriceLot.
           MOVE ZERO TO WS-TERMS-FOUND-IDX.
           PERFORM VARYING WS-TERMS-INDEX FROM 1 BY 1
              UNTIL WS-TERMS-INDEX > CORE-TERMS-MAX
                 IF CT-SUPPLIER-CODE (WS-TERMS-INDEX)
                       = WS-CL-SUPPLIER-CODE (WS-CL-IDX)
                    IF CT-PART-NUMBER (WS-TERMS-INDEX)
                          = WS-CL-PART-NUMBER (WS-CL-IDX)
                       MOVE WS-TERMS-INDEX TO WS-TERMS-FOUND-IDX
                    END-IF
                    IF CT-PART-NUMBER (WS-TERMS-INDEX) = SPACES
                       AND WS-TERMS-FOUND-IDX = ZERO
                       MOVE WS-TERMS-INDEX TO WS-TERMS-FOUND-IDX
                    END-IF
                 END-IF
           END-PERFORM.
           IF WS-TERMS-FOUND-IDX > ZERO
              MOVE CT-CORE-VALUE (WS-TERMS-FOUND-IDX)
                 TO WS-CORE-VALUE
              MOVE WS-CORE-VALUE TO WS-CL-CORE-VALUE (WS-CL-IDX)
              MOVE CT-RETURN-DAYS (WS-TERMS-FOUND-IDX)
                 TO WS-CL-RETURN-DAYS (WS-CL-IDX)
           END-IF.

       300-Open-Files.
           OPEN INPUT CORELEDG.
           IF CORELEDG-NOT-FOUND
              CONTINUE
           ELSE
              IF CORELEDG-KEY NOT = '00'
                 DISPLAY 'File Problem openning CORELEDG'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadLedger UNTIL CORELEDG-EOF
                 CLOSE CORELEDG
              END-IF
           END-IF.

           OPEN INPUT CORETERMS.
      *    Input File Status Checking for CORETERMS
           IF IN-CORETRMS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CORETERMS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-LoadTerms
           END-IF.

           OPEN INPUT PARTMAST.
      *    Input File Status Checking for PARTMAST
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 320-LoadCoreParts UNTIL PARTMAST-EOF
                CLOSE PARTMAST
           END-IF.

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

           OPEN INPUT PURC-FILES.
      *    Input File Status Checking for PURC-FILES
           IF IN-PURCHASE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PURC-FILES'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 330-LoadPurchases UNTIL PURCHASE-EOF
                CLOSE PURC-FILES
           END-IF.

           OPEN INPUT RECEIPTS.
      *    Input File Status Checking for RECEIPTS
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT CORERTN.
      *    Input File Status Checking for CORERTN
           IF IN-CORERTN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CORERTN'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT DEBITMEM.
           IF OUT-DEBITMEM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Output DEBITMEM'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-LoadTerms.
           INITIALIZE CORE-TERMS-TABLE.
           MOVE 1 TO WS-TERMS-INDEX.
           PERFORM 315-ReadNextTerms UNTIL CORETRMS-EOF.
           COMPUTE CORE-TERMS-MAX = WS-TERMS-INDEX - 1.
           CLOSE CORETERMS.

       315-ReadNextTerms.
           IF WS-TERMS-INDEX > 1000
              DISPLAY 'CORETRK - CORE TERMS TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN CORETAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ CORETERMS INTO CORE-TERMS-LIST(WS-TERMS-INDEX)
              AT END
                 MOVE 'Y' TO CORETRMS-EOF-WS
           END-READ.
           IF NOT CORETRMS-EOF
              ADD 1 TO WS-TERMS-INDEX
           END-IF.

       320-LoadCoreParts.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              AND PM-CORE-BEARING
              IF WS-CP-MAX >= 10000
                 DISPLAY 'CORETRK - CORE PART TABLE FULL AT 10000 '
                    'PARTS - RAISE OCCURS IN CORETRK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CP-MAX
              MOVE PM-PART-NUMBER TO WS-CORE-PART (WS-CP-MAX)
           END-IF.

       325-LoadOpenPo.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              PERFORM 335-AddOrder
              MOVE OP-PO-NUMBER TO WS-ORD-PO (WS-ORD-MAX)
              MOVE OP-PART-NUMBER TO WS-ORD-PART (WS-ORD-MAX)
              MOVE OP-SUPPLIER-CODE
                 TO WS-ORD-SUPPLIER-CODE (WS-ORD-MAX)
              MOVE OP-SUPPLIER-NAME
                 TO WS-ORD-SUPPLIER-NAME (WS-ORD-MAX)
           END-IF.

       330-LoadPurchases.
           READ PURC-FILES
              AT END
                 MOVE 'Y' TO PURCHASE-EOF-WS
           END-READ.
           IF NOT PURCHASE-EOF
              AND PURC-TRAILER-TEST NOT = 'TRAILER'
              PERFORM 335-AddOrder
              MOVE REC-PO-NUMBER TO WS-ORD-PO (WS-ORD-MAX)
              MOVE REC-PO-PART-NUMBER TO WS-ORD-PART (WS-ORD-MAX)
              MOVE REC-PO-SUPPLIER-CODE
                 TO WS-ORD-SUPPLIER-CODE (WS-ORD-MAX)
              MOVE REC-PO-SUPPLIER-NAME
                 TO WS-ORD-SUPPLIER-NAME (WS-ORD-MAX)
           END-IF.

       335-AddOrder.
           IF WS-ORD-MAX >= 50000
              DISPLAY 'CORETRK - ORDER TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN CORETRK'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-ORD-MAX.

       340-LoadLedger.
           READ CORELEDG
              AT END
                 MOVE 'Y' TO CORELEDG-EOF-WS
           END-READ.
      *04/18 A ledger already stamped with tonight's process date
      * means tonight's receipts and returns are already on it -
      * stop rather than owe and credit them twice, the CONSBAL
      * stand.
           IF NOT CORELEDG-EOF
              AND CL-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'CORETRK - CORELEDG ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD POST TWICE. '
                 'RESTORE CORELEDG BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT CORELEDG-EOF
              IF WS-CL-MAX >= 30000
                 DISPLAY 'CORETRK - LEDGER TABLE FULL AT 30000 '
                    'ROWS - RAISE OCCURS IN CORETRK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CL-MAX
              MOVE CORELEDG-REC TO WS-CL-ENTRY (WS-CL-MAX)
              ADD 1 TO WS-IN-LEDGER-CTR
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

       400-Read-RECEIPTS.
           READ RECEIPTS
      * Set AT END Switch
                AT END MOVE "Y" TO RECEIPTS-EOF-WS
           END-READ.
           IF (NOT RECEIPTS-EOF) THEN
              ADD +1 TO WS-IN-RECEIPTS-CTR
           END-IF.

       410-Read-CORERTN.
           READ CORERTN
                AT END MOVE "Y" TO CORERTN-EOF-WS
           END-READ.
           IF (NOT CORERTN-EOF) THEN
              ADD +1 TO WS-IN-RETURNS-CTR
           END-IF.

      *04/18 Streams the netting history past the core credits
      * still waiting - a credit REMITADV netted off a payment is
      * stamped with the night it was netted.
       500-MarkCredited.
           OPEN INPUT REMITLOG.
           IF REMITLOG-NOT-FOUND
              GO TO 500-MarkCredited-Exit
           END-IF.
           IF IN-REMITLOG-KEY NOT = '00'
              DISPLAY 'File Problem openning Input REMITLOG'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 510-ReadRemitLog.
           PERFORM 520-MatchCredit UNTIL REMITLOG-EOF.
           CLOSE REMITLOG.
       500-MarkCredited-Exit.
           EXIT.

       510-ReadRemitLog.
           READ REMITLOG
              AT END
                 MOVE 'Y' TO REMITLOG-EOF-WS
           END-READ.

       520-MatchCredit.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 IF WS-CL-ROW-TYPE (WS-CL-IDX) = 'R'
                    AND WS-CL-CREDITED-DATE (WS-CL-IDX) = ZERO
                    AND WS-CL-PO-NUMBER (WS-CL-IDX) = RL-PO-NUMBER
                    AND WS-CL-PART-NUMBER (WS-CL-IDX)
                       = RL-PART-NUMBER
                    AND WS-CL-EVENT-DATE (WS-CL-IDX)
                       = RL-INSPECT-DATE
                    AND WS-CL-CREDIT-AMOUNT (WS-CL-IDX)
                       = RL-MEMO-AMOUNT
                    MOVE RL-NETTED-DATE
                       TO WS-CL-CREDITED-DATE (WS-CL-IDX)
                    ADD 1 TO WS-CREDITED-CTR
                    MOVE SPACES TO WS-DETAIL-LINE-OUT
                    MOVE WS-CL-SUPPLIER-NAME (WS-CL-IDX)
                       TO DTL-SUPPLIER-OUT
                    MOVE RL-PART-NUMBER TO DTL-PART-OUT
                    MOVE RL-PO-NUMBER TO DTL-PO-OUT
                    MOVE RL-NETTED-DATE TO DTL-DATE-OUT
                    MOVE WS-CL-QUANTITY (WS-CL-IDX) TO DTL-QTY-OUT
                    MOVE RL-MEMO-AMOUNT TO DTL-AMOUNT-OUT
                    MOVE RL-PAY-TRACE TO DTL-FINDING-OUT
                    PERFORM 830-Write-Detail-Line
      *04/18 One netting clears one credit - stop the scan.
                    MOVE WS-CL-MAX TO WS-CL-IDX
                 END-IF
           END-PERFORM.
           PERFORM 510-ReadRemitLog.

       600-CLOSE-FILES.
           CLOSE  RECEIPTS, CORERTN, DEBITMEM, PRINT-LINE.

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

       820-Write-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           ADD 3 TO WS-LINE-KTR.

       830-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOT TRACED TO AN ORDER' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-TRACED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  CORE-OWED LOTS OPENED' TO WS-SUMMARY-LABEL.
           MOVE WS-LOTS-OPENED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    WITH NO CORE TERMS' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-TERMS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CORE RETURNS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RETURNS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  LOTS DRAWN DOWN' TO WS-SUMMARY-LABEL.
           MOVE WS-RETURN-ROWS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  RETURNED MORE THAN OWED' TO WS-SUMMARY-LABEL.
           MOVE WS-RETURN-EXCEPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CREDIT ROWS WRITTEN TO DEBITMEM' TO WS-SUMMARY-LABEL.
           MOVE WS-MEMO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CREDIT EXPECTED TONIGHT' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-MEMO-TOTAL TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'CORE CREDITS NETTED BY AP' TO WS-SUMMARY-LABEL.
           MOVE WS-CREDITED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS AGED OFF' TO WS-SUMMARY-LABEL.
           MOVE WS-PURGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/18 Rewrites the ledger whole. A lot every core of which
      * has gone back has nothing left to chase and drops off; a
      * return drops off a year after AP netted its credit. Every
      * row left is stamped with the process date for the rerun
      * guard.
       940-WriteLedger.
           OPEN OUTPUT CORELEDG.
           IF CORELEDG-KEY NOT = '00'
              DISPLAY 'File Problem openning CORELEDG for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 EVALUATE TRUE
                    WHEN WS-CL-ROW-TYPE (WS-CL-IDX) = 'O'
                       AND WS-CL-QTY-RETURNED (WS-CL-IDX)
                          NOT < WS-CL-QUANTITY (WS-CL-IDX)
                       ADD 1 TO WS-PURGED-CTR
                    WHEN WS-CL-ROW-TYPE (WS-CL-IDX) = 'R'
                       AND WS-CL-CREDITED-DATE (WS-CL-IDX) > ZERO
                       AND WS-CL-CREDITED-DATE (WS-CL-IDX)
                          < WS-PURGE-DATE
                       ADD 1 TO WS-PURGED-CTR
                    WHEN OTHER
                       MOVE PROCESS-DATE
                          TO WS-CL-LAST-RUN-DATE (WS-CL-IDX)
                       MOVE WS-CL-ENTRY (WS-CL-IDX) TO CORELEDG-REC
                       WRITE CORELEDG-REC
                       IF CORELEDG-KEY NOT = '00'
                          GO TO 2000-ABEND-RTN
                       END-IF
                       ADD 1 TO WS-OUT-LEDGER-CTR
                 END-EVALUATE
           END-PERFORM.
           CLOSE CORELEDG.
