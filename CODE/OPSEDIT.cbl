      * downstream matching reads; rejects land on OPSREJS in the
      * structured ERRORFILE-REC layout with their own 6xx reason
      * codes.
      * 04/23 A receipt under an inter-plant transfer number ('T'
      * plus five digits) is checked against the XFRMAST transfer
      * master instead of the PO registry - it must be a transfer
      * XFERTRK raised and has not cancelled, received no earlier
      * than the day it was raised.
      * 04/29 The dock feed now stamps each receipt with the dock
      * clock time (HHMM); a time that is not a time of day rejects.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PONUMREG ASSIGN TO PONUMREG
           FILE STATUS IS PONUMREG-KEY.

      *04/23 Transfer order master, as XFERTRK keeps it.
           SELECT XFRMAST ASSIGN TO XFRMAST
           FILE STATUS IS XFRMAST-KEY.

      * Keyed part lookup cluster, loaded nightly by PARTLOAD
           SELECT PARTS-VSAM ASSIGN TO PARTVSAM
           ORGANIZATION IS INDEXED
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
      *04/29 Dock-clock time the receipt was keyed, HHMM - DOCKSCHD
      * measures arrivals against dock appointments with it. Grew
      * the row 21 to 25.
           05  RCPT-RECEIPT-TIME       PIC 9(04).

       FD  ONHAND
           RECORDING MODE IS F
           05  PR-PART-NUMBER          PIC X(23).
           05  PR-FIRST-SEEN           PIC 9(08).

      *04/23 Transfer rows - see XFERTRK.
       FD  XFRMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFRMAST-REC.
       01  XFRMAST-REC.
           05  XF-XFER-NUMBER          PIC X(06).
           05  FILLER                  PIC X(43).
           05  XF-CREATE-DATE          PIC 9(08).
           05  FILLER                  PIC X(24).
           05  XF-STATUS               PIC X(01).
           05  FILLER                  PIC X(08).

      * Same 117-byte record shape PARTLOAD loads, keyed on the part
      * number.
       FD  PARTS-VSAM
       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

       FD  PROCDATE
           RECORDING MODE IS F

       FD  RCPTOUT
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS RCPTOUT-REC.
       01  RCPTOUT-REC     PIC X(25).

       FD  ONHDOUT
           RECORDING MODE IS F
           05 PONUMREG-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PONUMREG-NOT-FOUND       VALUE '35'.
           05 XFRMAST-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 XFRMAST-NOT-FOUND        VALUE '35'.
           05 IN-PARTVSAM-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PART-ON-CATALOG          VALUE '00'.
              88 POSTATUS-EOF                            VALUE 'Y'.
           05 POREG-EOF-WS                    PIC X(01) VALUE 'N'.
              88 POREG-EOF                               VALUE 'Y'.
           05 XFRMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 XFRMAST-EOF                             VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.

       01 WS-BSRCH-MID                      PIC 9(7) VALUE ZERO.
       01 WS-LOOKUP-PO                      PIC X(06) VALUE SPACES.

      *04/23 The transfer numbers on XFRMAST with the day each was
      * raised and its status.
       01 WS-XFER-TABLE.
           05 WS-XFER-ENTRY OCCURS 20000 TIMES.
              10 WS-XFER-NUMBER             PIC X(06).
              10 WS-XFER-CREATE-DATE        PIC 9(08).
              10 WS-XFER-STATUS             PIC X(01).
       01 WS-XFER-MAX                       PIC 9(5) VALUE ZERO.
       01 WS-XFER-IDX                       PIC 9(5) VALUE ZERO.
       01 WS-XFER-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-TRANSFER-FLAG                  PIC X(01) VALUE 'N'.
           88 RECEIPT-IS-TRANSFER                   VALUE 'Y'.
      *04/23 First day the order or transfer existed - a receipt
      * before it is outside the order's life.
       01 WS-ORDER-FIRST-SEEN               PIC 9(08) VALUE ZERO.
      *04/29 Receipt time, hours and minutes apart.
       01 WS-CLOCK-TIME.
           05 WS-CLOCK-HH                   PIC X(02) VALUE SPACES.
           05 WS-CLOCK-MM                   PIC X(02) VALUE SPACES.

       01 WS-PLANT-INDEX                    PIC 9(4) VALUE 1.
       01 WS-PLANT-FOUND-FLAG               PIC X VALUE 'N'.
           88 PLANT-VALID                         VALUE 'Y'.
       100-EditReceipts.
           IF NOT RECEIPTS-EOF
              MOVE 'N' TO WS-REJECT-FLAG
              MOVE 'N' TO WS-TRANSFER-FLAG
              IF RCPT-PO-NUMBER (1:1) = 'T'
                 AND RCPT-PO-NUMBER (2:5) IS NUMERIC
                 MOVE 'Y' TO WS-TRANSFER-FLAG
              END-IF
              IF RECEIPT-IS-TRANSFER
                 PERFORM 205-FindTransfer
                 IF WS-XFER-FOUND-IDX = ZERO
                    MOVE 607 TO RJ-REASON-CODE
                    MOVE
                      'Wrong Data - Transfer not on Transfer Master'
                       TO RJ-MESSAGE
                    MOVE RCPT-PO-NUMBER TO RJ-KEY-FIELD
                    MOVE 'RECEIPTS' TO RJ-FEED
                    PERFORM 290-WriteReject
                 ELSE
                    MOVE WS-XFER-CREATE-DATE (WS-XFER-FOUND-IDX)
                       TO WS-ORDER-FIRST-SEEN
                 END-IF
              ELSE
                 MOVE RCPT-PO-NUMBER TO WS-LOOKUP-PO
                 PERFORM 200-FindRegisteredPo
                 IF NOT POREG-FOUND
                    MOVE 601 TO RJ-REASON-CODE
                    MOVE 'Wrong Data - PO Number not on Registry'
                       TO RJ-MESSAGE
                    MOVE RCPT-PO-NUMBER TO RJ-KEY-FIELD
                    MOVE 'RECEIPTS' TO RJ-FEED
                    PERFORM 290-WriteReject
                 ELSE
                    MOVE WS-POREG-FIRST-SEEN (WS-POREG-FOUND-IDX)
                       TO WS-ORDER-FIRST-SEEN
                 END-IF
              END-IF
              IF NOT ROW-REJECTED
                 AND (RCPT-QUANTITY = ZERO
                    WS-CHECK-DATE-INT, FC
                 IF FC-SEV NOT = ZERO
                    OR RCPT-RECEIPT-DATE > PROCESS-DATE
                    OR RCPT-RECEIPT-DATE < WS-ORDER-FIRST-SEEN
                    MOVE 604 TO RJ-REASON-CODE
                    MOVE
                      'Wrong Data - Receipt Date outside Order Life'
                    PERFORM 290-WriteReject
                 END-IF
              END-IF
      *04/29 The dock clock time must be a real time of day - the
      * dock appointments are judged against it.
              IF NOT ROW-REJECTED
                 MOVE RCPT-RECEIPT-TIME TO WS-CLOCK-TIME
                 IF RCPT-RECEIPT-TIME NOT NUMERIC
                    OR WS-CLOCK-HH > 23
                    OR WS-CLOCK-MM > 59
                    MOVE 608 TO RJ-REASON-CODE
                    MOVE 'Wrong Data - Receipt Time not a Clock Time'
                       TO RJ-MESSAGE
                    MOVE RCPT-PO-NUMBER TO RJ-KEY-FIELD
                    MOVE 'RECEIPTS' TO RJ-FEED
                    PERFORM 290-WriteReject
                 END-IF
              END-IF
              IF NOT ROW-REJECTED
                 MOVE RECEIPTS-REC TO RCPTOUT-REC
                 WRITE RCPTOUT-REC
              END-EVALUATE
           END-PERFORM.

      *04/23 A cancelled transfer is as good as no transfer - the
      * stock should never have left the from-plant.
       205-FindTransfer.
           MOVE ZERO TO WS-XFER-FOUND-IDX.
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
              UNTIL WS-XFER-IDX > WS-XFER-MAX
                 OR WS-XFER-FOUND-IDX > ZERO
                 IF WS-XFER-NUMBER (WS-XFER-IDX) = RCPT-PO-NUMBER
                    AND WS-XFER-STATUS (WS-XFER-IDX) NOT = 'C'
                    MOVE WS-XFER-IDX TO WS-XFER-FOUND-IDX
                 END-IF
           END-PERFORM.

       210-CheckPlant.
           MOVE 'N' TO WS-PLANT-FOUND-FLAG.
           PERFORM VARYING WS-PLANT-INDEX FROM 1 BY 1
              END-IF
           END-IF.

      *04/23 A missing transfer master means XFERTRK has never run
      * - no transfer exists yet for a receipt to be against.
           OPEN INPUT XFRMAST.
           IF XFRMAST-NOT-FOUND
              CONTINUE
           ELSE
              IF XFRMAST-KEY NOT = '00'
                 DISPLAY 'File Problem openning XFRMAST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 315-LoadTransfers UNTIL XFRMAST-EOF
                 CLOSE XFRMAST
              END-IF
           END-IF.

           OPEN INPUT PARTS-VSAM.
           IF IN-PARTVSAM-KEY NOT = '00' THEN
                DISPLAY
                 TO WS-POREG-FIRST-SEEN (WS-POREG-IDX)
           END-IF.

       315-LoadTransfers.
           READ XFRMAST
              AT END
                 MOVE 'Y' TO XFRMAST-EOF-WS
           END-READ.
           IF NOT XFRMAST-EOF
              IF WS-XFER-MAX >= 20000
                 DISPLAY 'OPSEDIT - TRANSFER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN OPSEDIT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-XFER-MAX
              MOVE XF-XFER-NUMBER TO WS-XFER-NUMBER (WS-XFER-MAX)
              MOVE XF-CREATE-DATE TO WS-XFER-CREATE-DATE (WS-XFER-MAX)
              MOVE XF-STATUS TO WS-XFER-STATUS (WS-XFER-MAX)
           END-IF.

       320-LoadPlants.
           INITIALIZE PLANT-TABLE.
           MOVE 1 TO WS-PLANT-INDEX.
