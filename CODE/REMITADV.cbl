       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITADV.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/16 Supplier remittance advice. Suppliers phoned AP every
      * week asking which invoices a payment covered. This program
      * reads the items PAYCONF settled tonight (PAYSETL, sorted so
      * each supplier's payment - one check or ACH trace - comes
      * together) and builds one advice per supplier per payment:
      * every PO the payment settled with its gross amount and the
      * discount taken, and every DOCKINSP debit memo on those POs
      * netted against it. The supplier is found on the SUPPMST
      * master by the name the AP row carries:
      *   - SM-EDI-CAPABLE suppliers get the advice as flat rows on
      *     REMITXMT, which the portal/EDI front end transmits along
      *     with POXMIT's EDIXOUT traffic;
      *   - everyone else gets a printed advice addressed to their
      *     remit-to row ('3') on the ADDRMST address master.
      * A debit memo is netted once only - every memo netted is
      * logged to REMITLOG (opened EXTEND, accumulating like
      * XMITLOG), and a memo already on the log is not netted again
      * when another payment settles the same PO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input items settled tonight, as PAYCONF wrote them (sorted)
           SELECT PAYSETL ASSIGN TO PAYSETL
           FILE STATUS IS IN-PAYSETL-KEY.

      * Supplier master control file - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Supplier address master, as maintained by ADDRMSTR
           SELECT ADDRMST ASSIGN TO ADDRMST
           FILE STATUS IS IN-ADDRMST-KEY.

      * Debit memos the dock cut, as DOCKINSP wrote them
           SELECT DEBITMEM ASSIGN TO DEBITMEM
           FILE STATUS IS IN-DEBITMEM-KEY.

      * Log of debit memos already netted on an advice
           SELECT REMITLOG ASSIGN TO REMITLOG
           FILE STATUS IS REMITLOG-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Outbound remittance rows for the portal/EDI front end
           SELECT REMITXMT ASSIGN TO REMITXMT
           FILE STATUS IS OUT-REMITXMT-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 100-byte settled-item row PAYCONF writes.
       FD  PAYSETL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSETL-REC.
       01  PAYSETL-REC.
           05  PS-PAYMENT-KEY.
               10  PS-SUPPLIER-NAME    PIC X(15).
               10  PS-PAY-TYPE         PIC X(01).
                   88 PS-PAID-BY-CHECK       VALUE 'K'.
                   88 PS-PAID-BY-ACH         VALUE 'A'.
               10  PS-PAY-TRACE        PIC X(15).
               10  PS-PAID-DATE        PIC 9(08).
           05  PS-PO-NUMBER            PIC X(06).
           05  PS-VENDOR-ID            PIC X(10).
           05  PS-RUN-DATE             PIC 9(08).
           05  PS-RUN-SEQ              PIC 9(03).
           05  PS-GROSS-AMOUNT         PIC 9(9)V99.
           05  PS-DISCOUNT-TAKEN       PIC 9(9)V99.
           05  PS-AMOUNT-PAID          PIC 9(9)V99.
           05  FILLER                  PIC X(01).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

      * Same 78-byte master row ADDRMSTR writes.
       FD  ADDRMST
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS ADDRMST-REC.
       01  ADDRMST-REC.
           05  AM-SUPPLIER-CODE        PIC X(10).
           05  AM-ADDRESS-TYPE         PIC X(01).
           05  AM-ADDRESS-1            PIC X(15).
           05  AM-ADDRESS-2            PIC X(15).
           05  AM-ADDRESS-3            PIC X(15).
           05  AM-CITY                 PIC X(15).
           05  AM-STATE                PIC X(02).
           05  AM-ZIP                  PIC X(05).

      * Same 92-byte debit-memo row DOCKINSP writes.
       FD  DEBITMEM
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS
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

      *04/16 One row per debit memo netted - the memo's PO, part,
      * inspection date and amount identify it; the trace and date
      * say which payment it was netted against.
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

      *04/16 Flat remittance row, one per line of the advice - line
      * type 'P' a PO the payment settled, 'M' a debit memo netted
      * against it, 'T' the advice total. Net is gross less the
      * discount and the memos.
       FD  REMITXMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 142 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITXMT-REC.
       01  REMITXMT-REC.
           05  RX-SUPPLIER-CODE        PIC X(10).
           05  RX-SUPPLIER-NAME        PIC X(15).
           05  RX-PAY-TYPE             PIC X(01).
           05  RX-PAY-TRACE            PIC X(15).
           05  RX-PAID-DATE            PIC 9(08).
           05  RX-LINE-TYPE            PIC X(01).
               88 RX-PO-SETTLED              VALUE 'P'.
               88 RX-DEBIT-MEMO              VALUE 'M'.
               88 RX-ADVICE-TOTAL            VALUE 'T'.
           05  RX-PO-NUMBER            PIC X(06).
           05  RX-PART-NUMBER          PIC X(23).
           05  RX-INSPECT-DATE         PIC 9(08).
           05  RX-GROSS-AMOUNT         PIC 9(9)V99.
           05  RX-DISCOUNT-TAKEN       PIC 9(9)V99.
           05  RX-MEMO-AMOUNT          PIC 9(9)V99.
           05  RX-AMOUNT-PAID          PIC 9(9)V99.
           05  RX-NET-AMOUNT           PIC S9(9)V99.

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
      * TIMELOG timing-capture parameter block
           COPY TIMETAB.
           COPY SUPMTAB.  *> Supplier master control table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File PAYSETL
           05 IN-PAYSETL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File SUPPMST
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File ADDRMST
           05 IN-ADDRMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File DEBITMEM
           05 IN-DEBITMEM-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing log just means no memo has been netted yet.
           05 REMITLOG-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 REMITLOG-NOT-FOUND       VALUE '35'.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File REMITXMT
           05 OUT-REMITXMT-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 PAYSETL-EOF-WS                  PIC X(01) VALUE 'N'.
              88 PAYSETL-EOF                             VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 ADDRMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 ADDRMST-EOF                             VALUE 'Y'.
           05 DEBITMEM-EOF-WS                 PIC X(01) VALUE 'N'.
              88 DEBITMEM-EOF                            VALUE 'Y'.
           05 REMITLOG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 REMITLOG-EOF                            VALUE 'Y'.

       01 WS-IN-PAYSETL-CTR                PIC 9(7) VALUE ZERO.
       01 WS-ADVICE-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-EDI-ADVICE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PRINT-ADVICE-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NOT-ON-MASTER-CTR             PIC 9(7) VALUE ZERO.
       01 WS-NO-REMIT-ADDR-CTR             PIC 9(7) VALUE ZERO.
       01 WS-MEMO-NETTED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-REMITXMT-CTR                  PIC 9(7) VALUE ZERO.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 SUPPMST-FOUND-FLAG               PIC X VALUE 'N'.
           88 SUPPMST-FOUND                      VALUE 'Y'.

      *04/16 Remit-to rows off the address master.
       01 WS-REMIT-TABLE.
           05 WS-REMIT-ENTRY OCCURS 500 TIMES.
              10 WS-REMIT-SUPPLIER        PIC X(10) VALUE SPACES.
              10 WS-REMIT-ADDRESS-1       PIC X(15) VALUE SPACES.
              10 WS-REMIT-ADDRESS-2       PIC X(15) VALUE SPACES.
              10 WS-REMIT-ADDRESS-3       PIC X(15) VALUE SPACES.
              10 WS-REMIT-CITY            PIC X(15) VALUE SPACES.
              10 WS-REMIT-STATE           PIC X(02) VALUE SPACES.
              10 WS-REMIT-ZIP             PIC X(05) VALUE SPACES.
       01 WS-REMIT-MAX                    PIC 9(4) VALUE ZERO.
       01 WS-REMIT-IDX                    PIC 9(4) VALUE 1.
       01 WS-REMIT-FOUND-FLAG             PIC X VALUE 'N'.
           88 REMIT-ADDRESS-FOUND               VALUE 'Y'.
       01 WS-REMIT-FOUND-IDX              PIC 9(4) VALUE ZERO.

      *04/16 Debit memos on file, each marked once netted - either
      * on an earlier night (off REMITLOG) or on tonight's advices.
       01 WS-MEMO-TABLE.
           05 WS-MEMO-ENTRY OCCURS 5000 TIMES.
              10 WS-MEMO-PO               PIC X(06) VALUE SPACES.
              10 WS-MEMO-PART             PIC X(23) VALUE SPACES.
              10 WS-MEMO-INSPECT-DATE     PIC 9(08) VALUE ZERO.
              10 WS-MEMO-AMOUNT           PIC 9(9)V99 VALUE ZERO.
              10 WS-MEMO-NETTED-FLAG      PIC X(01) VALUE 'N'.
                 88 MEMO-NETTED                 VALUE 'Y'.
       01 WS-MEMO-MAX                     PIC 9(5) VALUE ZERO.
       01 WS-MEMO-IDX                     PIC 9(5) VALUE 1.

      *04/16 The advice being built - its payment key, where it is
      * going, and its running totals.
       01 WS-ADVICE-KEY.
           05 WS-ADV-SUPPLIER-NAME        PIC X(15) VALUE SPACES.
           05 WS-ADV-PAY-TYPE             PIC X(01) VALUE SPACES.
           05 WS-ADV-PAY-TRACE            PIC X(15) VALUE SPACES.
           05 WS-ADV-PAID-DATE            PIC 9(08) VALUE ZERO.
       01 WS-ADVICE-OPEN-FLAG             PIC X(01) VALUE 'N'.
           88 ADVICE-OPEN                        VALUE 'Y'.
       01 WS-ADVICE-EDI-FLAG              PIC X(01) VALUE 'N'.
           88 ADVICE-BY-EDI                      VALUE 'Y'.
       01 WS-ADVICE-SUPPLIER-CODE         PIC X(10) VALUE SPACES.
       01 WS-ADVICE-GROSS                 PIC 9(9)V99 VALUE ZERO.
       01 WS-ADVICE-DISCOUNT              PIC 9(9)V99 VALUE ZERO.
       01 WS-ADVICE-MEMO                  PIC 9(9)V99 VALUE ZERO.
       01 WS-ADVICE-PAID                  PIC 9(9)V99 VALUE ZERO.
       01 WS-ADVICE-NET                   PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-NET                     PIC S9(9)V99 VALUE ZERO.
       01 WS-PAY-TYPE-WORD                PIC X(05) VALUE SPACES.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES-PER-PAGE         PIC 9(4) VALUE 0050.

      *************************************************************
      ****** Advice headings ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.
       01 WS-PAGE-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(54) VALUE
              'Destiny Auto Parts - Remittance Advice'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.

       01 WS-ADDRESS-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 ADL-LABEL-OUT       PIC X(11)      VALUE SPACES.
           05 ADL-TEXT-OUT        PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(79)      VALUE SPACES.

       01 WS-CITY-LINE.
           05 CTL-CITY-OUT        PIC X(15)      VALUE SPACES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 CTL-STATE-OUT       PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 CTL-ZIP-OUT         PIC X(05)      VALUE SPACES.

       01 WS-PAYMENT-LINE.
           05 PYL-TYPE-OUT        PIC X(06)      VALUE SPACES.
           05 PYL-TRACE-OUT       PIC X(15)      VALUE SPACES.
           05 FILLER              PIC X(07)      VALUE ' DATED '.
           05 PYL-DATE-OUT        PIC X(08)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(25)      VALUE 'Debit Memo Part'.
          05 FILLER              PIC X(10)      VALUE 'Inspected'.
          05 FILLER              PIC X(16)      VALUE
             '          Gross'.
          05 FILLER              PIC X(16)      VALUE
             '       Discount'.
          05 FILLER              PIC X(16)      VALUE
             '     Debit Memo'.
          05 FILLER              PIC X(16)      VALUE
             '            Net'.

       01 WS-ADVICE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 RAL-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RAL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RAL-INSPECT-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RAL-GROSS-OUT          PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RAL-DISCOUNT-OUT       PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RAL-MEMO-OUT           PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RAL-NET-OUT            PIC $$$,$$$,$$9.99- VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
      * Start/end timing rows bracket the step on STEPSTAT.
           MOVE 'REMITADV' TO TL-STEP-NAME.
           MOVE 'S' TO TL-PHASE.
           MOVE ZERO TO TL-INPUT-COUNT.
           CALL 'TIMELOG' USING TIMELOG-PARMS.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL PAYSETL-EOF.
           IF ADVICE-OPEN
              PERFORM 250-EndAdvice
           END-IF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           MOVE 'E' TO TL-PHASE.
           MOVE WS-IN-PAYSETL-CTR TO TL-INPUT-COUNT.
           CALL 'TIMELOG' USING TIMELOG-PARMS.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 400-Read-PAYSETL.

      *04/16 A change of supplier, pay type, trace or paid date is a
      * new payment, and so a new advice.
       100-Main2.
           IF NOT ADVICE-OPEN
              OR PS-PAYMENT-KEY NOT = WS-ADVICE-KEY
              IF ADVICE-OPEN
                 PERFORM 250-EndAdvice
              END-IF
              PERFORM 210-StartAdvice
           END-IF.
           PERFORM 220-AdviceLine.
           PERFORM 400-Read-PAYSETL.

      *04/16 The supplier's master row decides the channel; a
      * supplier not on the master still gets a printed advice, with
      * no address, for AP to route by hand.
       210-StartAdvice.
           MOVE PS-PAYMENT-KEY TO WS-ADVICE-KEY.
           MOVE 'Y' TO WS-ADVICE-OPEN-FLAG.
           MOVE ZERO TO WS-ADVICE-GROSS, WS-ADVICE-DISCOUNT,
              WS-ADVICE-MEMO, WS-ADVICE-PAID.
           MOVE SPACES TO WS-ADVICE-SUPPLIER-CODE.
           MOVE 'N' TO WS-ADVICE-EDI-FLAG.
           MOVE 'N' TO WS-REMIT-FOUND-FLAG.
           ADD 1 TO WS-ADVICE-CTR.
           IF PS-PAID-BY-ACH
              MOVE 'ACH' TO WS-PAY-TYPE-WORD
           ELSE
              MOVE 'CHECK' TO WS-PAY-TYPE-WORD
           END-IF.
           PERFORM 215-FindSupplier.
           IF SUPPMST-FOUND
              MOVE SM-SUPPLIER-CODE (WS-SUPPMST-FOUND-IDX)
                 TO WS-ADVICE-SUPPLIER-CODE
              IF SM-EDI-CAPABLE (WS-SUPPMST-FOUND-IDX)
                 MOVE 'Y' TO WS-ADVICE-EDI-FLAG
              END-IF
           ELSE
              ADD 1 TO WS-NOT-ON-MASTER-CTR
           END-IF.
           IF ADVICE-BY-EDI
              ADD 1 TO WS-EDI-ADVICE-CTR
           ELSE
              ADD 1 TO WS-PRINT-ADVICE-CTR
              IF SUPPMST-FOUND
                 PERFORM 217-FindRemitAddress
              END-IF
              IF NOT REMIT-ADDRESS-FOUND
                 ADD 1 TO WS-NO-REMIT-ADDR-CTR
              END-IF
              PERFORM 800-NEW-PAGE
           END-IF.

       215-FindSupplier.
           MOVE 'N' TO SUPPMST-FOUND-FLAG.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR SUPPMST-FOUND
                 IF SM-SUPPLIER-NAME (WS-SUPPMST-INDEX)
                       = PS-SUPPLIER-NAME
                    MOVE 'Y' TO SUPPMST-FOUND-FLAG
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.

       217-FindRemitAddress.
           MOVE 'N' TO WS-REMIT-FOUND-FLAG.
           MOVE ZERO TO WS-REMIT-FOUND-IDX.
           PERFORM VARYING WS-REMIT-IDX FROM 1 BY 1
              UNTIL WS-REMIT-IDX > WS-REMIT-MAX
                 OR REMIT-ADDRESS-FOUND
                 IF WS-REMIT-SUPPLIER (WS-REMIT-IDX)
                       = WS-ADVICE-SUPPLIER-CODE
                    MOVE 'Y' TO WS-REMIT-FOUND-FLAG
                    MOVE WS-REMIT-IDX TO WS-REMIT-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/16 The PO the payment settled, then every debit memo on
      * that PO not netted before.
       220-AdviceLine.
           ADD PS-GROSS-AMOUNT TO WS-ADVICE-GROSS.
           ADD PS-DISCOUNT-TAKEN TO WS-ADVICE-DISCOUNT.
           ADD PS-AMOUNT-PAID TO WS-ADVICE-PAID.
           COMPUTE WS-LINE-NET = PS-GROSS-AMOUNT - PS-DISCOUNT-TAKEN.
           IF ADVICE-BY-EDI
              PERFORM 260-Init-Xmit-Row
              MOVE 'P' TO RX-LINE-TYPE
              MOVE PS-PO-NUMBER TO RX-PO-NUMBER
              MOVE PS-GROSS-AMOUNT TO RX-GROSS-AMOUNT
              MOVE PS-DISCOUNT-TAKEN TO RX-DISCOUNT-TAKEN
              MOVE PS-AMOUNT-PAID TO RX-AMOUNT-PAID
              MOVE WS-LINE-NET TO RX-NET-AMOUNT
              PERFORM 265-Write-Xmit-Row
           ELSE
              MOVE SPACES TO WS-ADVICE-LINE-OUT
              MOVE PS-PO-NUMBER TO RAL-PO-OUT
              MOVE PS-GROSS-AMOUNT TO RAL-GROSS-OUT
              MOVE PS-DISCOUNT-TAKEN TO RAL-DISCOUNT-OUT
              MOVE WS-LINE-NET TO RAL-NET-OUT
              PERFORM 230-Write-Advice-Line
           END-IF.
           PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
              UNTIL WS-MEMO-IDX > WS-MEMO-MAX
                 IF WS-MEMO-PO (WS-MEMO-IDX) = PS-PO-NUMBER
                    AND NOT MEMO-NETTED (WS-MEMO-IDX)
                    PERFORM 225-NetMemo
                 END-IF
           END-PERFORM.

       225-NetMemo.
           MOVE 'Y' TO WS-MEMO-NETTED-FLAG (WS-MEMO-IDX).
           ADD 1 TO WS-MEMO-NETTED-CTR.
           ADD WS-MEMO-AMOUNT (WS-MEMO-IDX) TO WS-ADVICE-MEMO.
           COMPUTE WS-LINE-NET = ZERO - WS-MEMO-AMOUNT (WS-MEMO-IDX).
           IF ADVICE-BY-EDI
              PERFORM 260-Init-Xmit-Row
              MOVE 'M' TO RX-LINE-TYPE
              MOVE WS-MEMO-PO (WS-MEMO-IDX) TO RX-PO-NUMBER
              MOVE WS-MEMO-PART (WS-MEMO-IDX) TO RX-PART-NUMBER
              MOVE WS-MEMO-INSPECT-DATE (WS-MEMO-IDX)
                 TO RX-INSPECT-DATE
              MOVE WS-MEMO-AMOUNT (WS-MEMO-IDX) TO RX-MEMO-AMOUNT
              MOVE WS-LINE-NET TO RX-NET-AMOUNT
              PERFORM 265-Write-Xmit-Row
           ELSE
              MOVE SPACES TO WS-ADVICE-LINE-OUT
              MOVE WS-MEMO-PO (WS-MEMO-IDX) TO RAL-PO-OUT
              MOVE WS-MEMO-PART (WS-MEMO-IDX) TO RAL-PART-OUT
              MOVE WS-MEMO-INSPECT-DATE (WS-MEMO-IDX)
                 TO RAL-INSPECT-OUT
              MOVE WS-MEMO-AMOUNT (WS-MEMO-IDX) TO RAL-MEMO-OUT
              MOVE WS-LINE-NET TO RAL-NET-OUT
              PERFORM 230-Write-Advice-Line
           END-IF.
           MOVE SPACES TO REMITLOG-REC.
           MOVE WS-MEMO-PO (WS-MEMO-IDX) TO RL-PO-NUMBER.
           MOVE WS-MEMO-PART (WS-MEMO-IDX) TO RL-PART-NUMBER.
           MOVE WS-MEMO-INSPECT-DATE (WS-MEMO-IDX) TO RL-INSPECT-DATE.
           MOVE WS-MEMO-AMOUNT (WS-MEMO-IDX) TO RL-MEMO-AMOUNT.
           MOVE WS-ADV-PAY-TRACE TO RL-PAY-TRACE.
           MOVE PROCESS-DATE TO RL-NETTED-DATE.
           WRITE REMITLOG-REC.
           IF REMITLOG-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       230-Write-Advice-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-ADVICE-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *04/16 The advice total - what the payment settled, less the
      * discount taken and the memos netted, and what AP paid.
       250-EndAdvice.
           COMPUTE WS-ADVICE-NET = WS-ADVICE-GROSS
              - WS-ADVICE-DISCOUNT - WS-ADVICE-MEMO.
           IF ADVICE-BY-EDI
              PERFORM 260-Init-Xmit-Row
              MOVE 'T' TO RX-LINE-TYPE
              MOVE WS-ADVICE-GROSS TO RX-GROSS-AMOUNT
              MOVE WS-ADVICE-DISCOUNT TO RX-DISCOUNT-TAKEN
              MOVE WS-ADVICE-MEMO TO RX-MEMO-AMOUNT
              MOVE WS-ADVICE-PAID TO RX-AMOUNT-PAID
              MOVE WS-ADVICE-NET TO RX-NET-AMOUNT
              PERFORM 265-Write-Xmit-Row
           ELSE
              WRITE PRINT-REC FROM WS-BLANK-LINE
              MOVE SPACES TO WS-ADVICE-LINE-OUT
              MOVE 'ADVICE TOTAL' TO RAL-PART-OUT
              MOVE WS-ADVICE-GROSS TO RAL-GROSS-OUT
              MOVE WS-ADVICE-DISCOUNT TO RAL-DISCOUNT-OUT
              MOVE WS-ADVICE-MEMO TO RAL-MEMO-OUT
              MOVE WS-ADVICE-NET TO RAL-NET-OUT
              WRITE PRINT-REC FROM WS-ADVICE-LINE-OUT
              MOVE SPACES TO WS-ADVICE-LINE-OUT
              MOVE 'AMOUNT OF THIS PAYMENT' TO RAL-PART-OUT
              MOVE WS-ADVICE-PAID TO RAL-NET-OUT
              WRITE PRINT-REC FROM WS-ADVICE-LINE-OUT
              ADD 3 TO WS-LINE-KTR
           END-IF.
           MOVE 'N' TO WS-ADVICE-OPEN-FLAG.

       260-Init-Xmit-Row.
           MOVE SPACES TO REMITXMT-REC.
           MOVE WS-ADVICE-SUPPLIER-CODE TO RX-SUPPLIER-CODE.
           MOVE WS-ADV-SUPPLIER-NAME TO RX-SUPPLIER-NAME.
           MOVE WS-ADV-PAY-TYPE TO RX-PAY-TYPE.
           MOVE WS-ADV-PAY-TRACE TO RX-PAY-TRACE.
           MOVE WS-ADV-PAID-DATE TO RX-PAID-DATE.
           MOVE ZERO TO RX-INSPECT-DATE, RX-GROSS-AMOUNT,
              RX-DISCOUNT-TAKEN, RX-MEMO-AMOUNT, RX-AMOUNT-PAID,
              RX-NET-AMOUNT.

       265-Write-Xmit-Row.
           WRITE REMITXMT-REC.
           IF OUT-REMITXMT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-REMITXMT-CTR.

       300-Open-Files.
           OPEN INPUT PAYSETL.
      *    Input File Status Checking for PAYSETL
           IF IN-PAYSETL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PAYSETL'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT SUPPMST.
      *    Input File Status Checking for SUPPMST
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3800-LoadSupplierMaster
           END-IF.

           OPEN INPUT ADDRMST.
      *    Input File Status Checking for ADDRMST
           IF IN-ADDRMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ADDRMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-LoadRemitAddresses
           END-IF.

           OPEN INPUT DEBITMEM.
      *    Input File Status Checking for DEBITMEM
           IF IN-DEBITMEM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input DEBITMEM'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 320-LoadDebitMemos UNTIL DEBITMEM-EOF
                CLOSE DEBITMEM
           END-IF.

           OPEN INPUT REMITLOG.
           IF REMITLOG-NOT-FOUND
              CONTINUE
           ELSE
              IF REMITLOG-KEY NOT = '00'
                 DISPLAY 'File Problem openning REMITLOG'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 330-MarkNettedMemos UNTIL REMITLOG-EOF
                 CLOSE REMITLOG
              END-IF
           END-IF.

      *04/16 The log accumulates across runs like XMITLOG, so it is
      * opened EXTEND, never OUTPUT.
           OPEN EXTEND REMITLOG.
           IF REMITLOG-KEY NOT = '00'
              DISPLAY 'File Problem openning REMITLOG for EXTEND'
              GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT REMITXMT.
      *    Output File Status Checking for REMITXMT
           IF OUT-REMITXMT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning REMITXMT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *04/16 Only the remit rows ('3') address an advice.
       310-LoadRemitAddresses.
           PERFORM 315-ReadNextAddress UNTIL ADDRMST-EOF.
           CLOSE ADDRMST.

       315-ReadNextAddress.
           READ ADDRMST
              AT END
                 MOVE 'Y' TO ADDRMST-EOF-WS
           END-READ.
           IF NOT ADDRMST-EOF
              AND AM-ADDRESS-TYPE = '3'
              IF WS-REMIT-MAX >= 500
                 DISPLAY 'REMITADV - REMIT TABLE FULL AT 500 '
                    'SUPPLIERS - RAISE OCCURS IN REMITADV'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-REMIT-MAX
              MOVE WS-REMIT-MAX TO WS-REMIT-IDX
              MOVE AM-SUPPLIER-CODE
                 TO WS-REMIT-SUPPLIER (WS-REMIT-IDX)
              MOVE AM-ADDRESS-1
                 TO WS-REMIT-ADDRESS-1 (WS-REMIT-IDX)
              MOVE AM-ADDRESS-2
                 TO WS-REMIT-ADDRESS-2 (WS-REMIT-IDX)
              MOVE AM-ADDRESS-3
                 TO WS-REMIT-ADDRESS-3 (WS-REMIT-IDX)
              MOVE AM-CITY TO WS-REMIT-CITY (WS-REMIT-IDX)
              MOVE AM-STATE TO WS-REMIT-STATE (WS-REMIT-IDX)
              MOVE AM-ZIP TO WS-REMIT-ZIP (WS-REMIT-IDX)
           END-IF.

       320-LoadDebitMemos.
           READ DEBITMEM
              AT END
                 MOVE 'Y' TO DEBITMEM-EOF-WS
           END-READ.
           IF NOT DEBITMEM-EOF
              IF WS-MEMO-MAX >= 5000
                 DISPLAY 'REMITADV - MEMO TABLE FULL AT 5000 '
                    'ROWS - RAISE OCCURS IN REMITADV'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-MEMO-MAX
              MOVE WS-MEMO-MAX TO WS-MEMO-IDX
              MOVE DM-PO-NUMBER TO WS-MEMO-PO (WS-MEMO-IDX)
              MOVE DM-PART-NUMBER TO WS-MEMO-PART (WS-MEMO-IDX)
              MOVE DM-INSPECT-DATE
                 TO WS-MEMO-INSPECT-DATE (WS-MEMO-IDX)
              MOVE DM-MEMO-AMOUNT TO WS-MEMO-AMOUNT (WS-MEMO-IDX)
              MOVE 'N' TO WS-MEMO-NETTED-FLAG (WS-MEMO-IDX)
           END-IF.

      *04/16 A memo already on the log was netted on an earlier
      * night's advice and is not netted again.
       330-MarkNettedMemos.
           READ REMITLOG
              AT END
                 MOVE 'Y' TO REMITLOG-EOF-WS
           END-READ.
           IF NOT REMITLOG-EOF
              PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
                 UNTIL WS-MEMO-IDX > WS-MEMO-MAX
                    IF WS-MEMO-PO (WS-MEMO-IDX) = RL-PO-NUMBER
                       AND WS-MEMO-PART (WS-MEMO-IDX)
                          = RL-PART-NUMBER
                       AND WS-MEMO-INSPECT-DATE (WS-MEMO-IDX)
                          = RL-INSPECT-DATE
                       AND WS-MEMO-AMOUNT (WS-MEMO-IDX)
                          = RL-MEMO-AMOUNT
                       MOVE 'Y' TO WS-MEMO-NETTED-FLAG (WS-MEMO-IDX)
                    END-IF
              END-PERFORM
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

       3800-LoadSupplierMaster.
           INITIALIZE SUPP-MASTER-TABLE.
           MOVE 1 TO WS-SUPPMST-INDEX.
           PERFORM 3850-ReadNextSupplier UNTIL SUPPMST-EOF.
           COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1.
           CLOSE SUPPMST.

       3850-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'REMITADV - SUPPLIER MASTER TABLE FULL AT 500 '
                 'SUPPLIERS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

       400-Read-PAYSETL.
           READ PAYSETL
      * Set AT END Switch
                AT END MOVE "Y" TO PAYSETL-EOF-WS
                IF IN-PAYSETL-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file PAYSETL reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT PAYSETL-EOF) THEN
              ADD +1 TO WS-IN-PAYSETL-CTR
           END-IF.

       600-CLOSE-FILES.
           CLOSE  PAYSETL, REMITLOG, REMITXMT, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *04/16 Every printed advice starts a page, and a long one
      * repeats its addressing on each page so no sheet goes out
      * without it.
       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'REMIT TO:' TO ADL-LABEL-OUT.
           MOVE WS-ADV-SUPPLIER-NAME TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           IF REMIT-ADDRESS-FOUND
              PERFORM 810-Write-Address
           ELSE
              MOVE SPACES TO WS-ADDRESS-LINE
              MOVE '*** NO REMIT-TO ADDRESS ON FILE ***'
                 TO ADL-TEXT-OUT
              WRITE PRINT-REC FROM WS-ADDRESS-LINE
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-PAYMENT-LINE.
           MOVE WS-PAY-TYPE-WORD TO PYL-TYPE-OUT.
           MOVE WS-ADV-PAY-TRACE TO PYL-TRACE-OUT.
           MOVE ' DATED ' TO WS-PAYMENT-LINE (22:7).
           MOVE WS-ADV-PAID-DATE TO PYL-DATE-OUT.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE 'PAYMENT:' TO ADL-LABEL-OUT.
           MOVE WS-PAYMENT-LINE TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE ZERO TO WS-LINE-KTR.

       810-Write-Address.
           MOVE SPACES TO WS-ADDRESS-LINE.
           MOVE WS-REMIT-ADDRESS-1 (WS-REMIT-FOUND-IDX)
              TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.
           IF WS-REMIT-ADDRESS-2 (WS-REMIT-FOUND-IDX) NOT = SPACES
              MOVE WS-REMIT-ADDRESS-2 (WS-REMIT-FOUND-IDX)
                 TO ADL-TEXT-OUT
              WRITE PRINT-REC FROM WS-ADDRESS-LINE
           END-IF.
           IF WS-REMIT-ADDRESS-3 (WS-REMIT-FOUND-IDX) NOT = SPACES
              MOVE WS-REMIT-ADDRESS-3 (WS-REMIT-FOUND-IDX)
                 TO ADL-TEXT-OUT
              WRITE PRINT-REC FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-CITY-LINE.
           MOVE WS-REMIT-CITY (WS-REMIT-FOUND-IDX) TO CTL-CITY-OUT.
           MOVE WS-REMIT-STATE (WS-REMIT-FOUND-IDX) TO CTL-STATE-OUT.
           MOVE WS-REMIT-ZIP (WS-REMIT-FOUND-IDX) TO CTL-ZIP-OUT.
           MOVE WS-CITY-LINE TO ADL-TEXT-OUT.
           WRITE PRINT-REC FROM WS-ADDRESS-LINE.

      *04/16 The run's control totals print on a page of their own,
      * so they never go out in a supplier's envelope.
       900-WriteSummary.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SETTLED ITEMS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-PAYSETL-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REMITTANCE ADVICES BUILT' TO WS-SUMMARY-LABEL.
           MOVE WS-ADVICE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  SENT BY EDI' TO WS-SUMMARY-LABEL.
           MOVE WS-EDI-ADVICE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PRINTED' TO WS-SUMMARY-LABEL.
           MOVE WS-PRINT-ADVICE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    SUPPLIER NOT ON MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-ON-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    NO REMIT-TO ADDRESS' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-REMIT-ADDR-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DEBIT MEMOS NETTED' TO WS-SUMMARY-LABEL.
           MOVE WS-MEMO-NETTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REMITXMT ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-REMITXMT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
