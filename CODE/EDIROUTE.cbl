       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIROUTE.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/28 EDI trading-partner lane routing. Every row on the
      * night's EDIIN and ASNIN went straight into production, so a
      * new partner's first weeks of bad submissions landed in
      * ERRORFILE, on the correction desk and in CHANRPT's quality
      * numbers. Run ahead of PRTSUPP1 and the ASN readers, this
      * program splits both feeds three ways by the sending
      * supplier's trading-partner profile (see TPRFTAB):
      *   production - no profile, or certified and on or past the
      *     go-live date. Written back in the original shapes and
      *     promoted over EDIIN/ASNIN, so EDIXLATE, ASNMATCH,
      *     DOCKMNT, DOCKSCHD, FRTAUDIT and QUALPPM read exactly what
      *     they always did;
      *   test - in testing, or certified with the go-live date still
      *     ahead. Appended to EDIIN.TEST/ASNIN.TEST for the EDITEST
      *     lane, which edits and acknowledges them without reaching
      *     GOODDATA, OPENPO or the correction desk;
      *   held - the partner is suspended (reason 536), or sent a
      *     transaction type its profile does not allow (reason 537).
      *     Not processed; an 'H' acknowledgment row goes to HOLDACK
      *     for EDIACK to return with the night's acknowledgments.
      * An EDIIN row is a parts transaction and, when it carries a PO
      * line, an orders transaction too. A ship notice carries no
      * supplier, so it is the supplier of its order on OPENPO; a
      * notice for an order not on OPENPO stays in production, where
      * ASNMATCH lists it as matching no order.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trading-partner profile list - see TPRFTAB.
           SELECT TPPROF ASSIGN TO TPPROF
           FILE STATUS IS IN-TPPROF-KEY.

      * Input open-PO status file, as written by POMATCH
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input File EDIIN - the night's inbound EDI/portal rows
           SELECT EDIIN ASSIGN TO EDIIN
           FILE STATUS IS IN-EDIIN-KEY.

      * Input advance-ship-notice feed off the EDI channel
           SELECT ASNIN ASSIGN TO ASNIN
           FILE STATUS IS IN-ASNIN-KEY.

      * Production-lane rows, promoted over EDIIN/ASNIN
           SELECT EDIPROD ASSIGN TO EDIPROD
           FILE STATUS IS OUT-EDIPROD-KEY.

           SELECT ASNPROD ASSIGN TO ASNPROD
           FILE STATUS IS OUT-ASNPROD-KEY.

      * Test-lane rows for the EDITEST job
           SELECT EDITEST ASSIGN TO EDITEST
           FILE STATUS IS OUT-EDITEST-KEY.

           SELECT ASNTEST ASSIGN TO ASNTEST
           FILE STATUS IS OUT-ASNTEST-KEY.

      * Acknowledgments for held rows, in EDIACK's layout
           SELECT HOLDACK ASSIGN TO HOLDACK
           FILE STATUS IS OUT-HOLDACK-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  TPPROF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-REC.
       01  TPPROF-REC       PIC X(54).

      * Same OPENPO-REC shape POMATCH writes - only the order and
      * its supplier matter here.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  FILLER                  PIC X(70).
           05  OP-SUPPLIER-CODE        PIC X(10).
           05  FILLER                  PIC X(40).

      * Only the part, supplier and PO number off the 298-byte EDIIN
      * row matter here - see EDIXLATE for the full layout.
       FD  EDIIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 298 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIIN-REC.
       01  EDIIN-REC.
           05  EDI-PART-NUMBER        PIC X(23).
           05  FILLER                 PIC X(85).
           05  EDI-SUPPLIER-CODE      PIC X(10).
           05  FILLER                 PIC X(101).
           05  EDI-PO-NUMBER          PIC X(06).
           05  FILLER                 PIC X(73).

      * Same one-row-per-notice layout ASNMATCH reads.
       FD  ASNIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNIN-REC.
       01  ASNIN-REC.
           05  ASN-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(19).

       FD  EDIPROD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 298 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIPROD-REC.
       01  EDIPROD-REC      PIC X(298).

       FD  ASNPROD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNPROD-REC.
       01  ASNPROD-REC      PIC X(25).

       FD  EDITEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 298 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDITEST-REC.
       01  EDITEST-REC      PIC X(298).

       FD  ASNTEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNTEST-REC.
       01  ASNTEST-REC      PIC X(25).

      * Same 52-byte acknowledgment row EDIACK writes.
       FD  HOLDACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDACK-REC.
       01  HOLDACK-REC.
           05  ACK-PART-NUMBER        PIC X(23).
           05  ACK-STATUS             PIC X(01).
           05  ACK-REASON-CODE OCCURS 5 TIMES
                                      PIC 9(03).
           05  ACK-SUPPLIER-CODE      PIC X(10).
           05  ACK-TXN-TYPE           PIC X(01).
           05  ACK-LANE               PIC X(01).
           05  FILLER                 PIC X(01).

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
           COPY TPRFTAB. *> EDI trading-partner profiles
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-TPPROF-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No profile list yet - every partner is in production.
                88 TPPROF-NOT-FOUND         VALUE '35'.
           05 IN-OPENPO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-EDIIN-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ASNIN-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-EDIPROD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-ASNPROD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-EDITEST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-ASNTEST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-HOLDACK-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 TPPROF-EOF-WS                   PIC X(01) VALUE 'N'.
              88 TPPROF-EOF                              VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-END-OF-FILE                      VALUE 'Y'.
           05 EDIIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 EDIIN-END-OF-FILE                       VALUE 'Y'.
           05 ASNIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 ASNIN-END-OF-FILE                       VALUE 'Y'.

       01 WS-IN-EDIIN-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-ASNIN-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-EDI-PROD-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-EDI-TEST-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-EDI-HELD-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ASN-PROD-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ASN-TEST-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ASN-HELD-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ASN-NO-ORDER-CTR              PIC 9(7) VALUE ZERO.

      *05/28 Reason codes on a held row's acknowledgment - see the
      * RSNCODES control table.
       01 WS-RSN-PARTNER-SUSPENDED         PIC 9(3) VALUE 536.
       01 WS-RSN-TYPE-NOT-ALLOWED          PIC 9(3) VALUE 537.

      *05/28 Order-to-supplier lookup for the ship notices, loaded
      * off OPENPO up front.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 50000 TIMES
              INDEXED BY WS-ORDER-IDX.
              10 WS-ORD-PO-NUMBER         PIC X(06) VALUE SPACES.
              10 WS-ORD-SUPPLIER-CODE     PIC X(10) VALUE SPACES.
       01 WS-ORDER-MAX                    PIC 9(05) VALUE ZERO.
       01 WS-ORDER-FOUND-IDX              PIC 9(05) VALUE ZERO.

       01 WS-PROFILE-INDEX                 PIC 9(5) VALUE 1.
       01 WS-PROFILE-FOUND-IDX             PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.

      *05/28 The decision 220-DecideLane makes for one row. The
      * caller says whether the row's transaction types are all on
      * the profile.
       01 WS-TYPE-ALLOWED-FLAG             PIC X(01) VALUE 'Y'.
           88 TYPE-ALLOWED                         VALUE 'Y'.
       01 WS-LANE                          PIC X(01) VALUE 'P'.
           88 LANE-PRODUCTION                      VALUE 'P'.
           88 LANE-TEST                            VALUE 'T'.
           88 LANE-HELD                            VALUE 'H'.
       01 WS-HOLD-REASON                   PIC 9(3) VALUE ZERO.

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
           05 FILLER              PIC X(52) VALUE
              'Destiny Auto Parts - EDI Trading-Partner Lanes'.
           05 FILLER              PIC X(56)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Txn'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(25)      VALUE 'Part / Order'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(06)      VALUE 'Lane'.
          05 FILLER              PIC X(05)      VALUE 'Rsn'.
          05 FILLER              PIC X(40)      VALUE 'Why'.

       01 WS-ROUTE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 RT-TXN-OUT             PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RT-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RT-KEY-OUT             PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RT-PO-OUT              PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RT-LANE-OUT            PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RT-REASON-OUT          PIC ZZZ        VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RT-WHY-OUT             PIC X(40)      VALUE SPACES.
          05 FILLER                 PIC X(28)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL EDIIN-EOF-WS = 'Y'.
           PERFORM 400-Read-ASNIN.
           PERFORM 150-RouteNotices UNTIL ASNIN-EOF-WS = 'Y'.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-ORDER-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 410-Read-EDIIN.

       100-Main2.
           PERFORM 200-RouteEdiRow.
           PERFORM 410-Read-EDIIN.

       150-RouteNotices.
           PERFORM 250-RouteNotice.
           PERFORM 400-Read-ASNIN.

      *05/28 A row with a PO line is an order as well as a parts
      * submission - the profile must allow both.
       200-RouteEdiRow.
           MOVE EDI-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 245-FindProfile.
           MOVE 'Y' TO WS-TYPE-ALLOWED-FLAG.
           IF WS-PROFILE-FOUND-IDX > ZERO
              IF NOT TP-PARTS-ALLOWED (WS-PROFILE-FOUND-IDX)
                 MOVE 'N' TO WS-TYPE-ALLOWED-FLAG
              END-IF
              IF EDI-PO-NUMBER NOT = SPACES
                 AND NOT TP-ORDERS-ALLOWED (WS-PROFILE-FOUND-IDX)
                 MOVE 'N' TO WS-TYPE-ALLOWED-FLAG
              END-IF
           END-IF.
           PERFORM 220-DecideLane
              THRU 220-DecideLane-Exit.
           EVALUATE TRUE
              WHEN LANE-PRODUCTION
                 WRITE EDIPROD-REC FROM EDIIN-REC
                 IF OUT-EDIPROD-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-EDI-PROD-CTR
              WHEN LANE-TEST
                 WRITE EDITEST-REC FROM EDIIN-REC
                 IF OUT-EDITEST-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-EDI-TEST-CTR
              WHEN OTHER
                 MOVE SPACES TO HOLDACK-REC
                 INITIALIZE HOLDACK-REC
                 MOVE EDI-PART-NUMBER TO ACK-PART-NUMBER
                 MOVE 'P' TO ACK-TXN-TYPE
                 PERFORM 230-WriteHoldAck
                 ADD 1 TO WS-EDI-HELD-CTR
           END-EVALUATE.
           IF NOT LANE-PRODUCTION
              MOVE 'EDI' TO RT-TXN-OUT
              MOVE EDI-PART-NUMBER TO RT-KEY-OUT
              MOVE EDI-PO-NUMBER TO RT-PO-OUT
              PERFORM 240-Write-Route-Line
           END-IF.

      *05/28 Suspension outranks everything; then the types; then
      * testing - or a certification whose go-live date has not yet
      * arrived - keeps the row in the test lane.
       220-DecideLane.
           MOVE 'P' TO WS-LANE.
           MOVE ZERO TO WS-HOLD-REASON.
           IF WS-PROFILE-FOUND-IDX = ZERO
              GO TO 220-DecideLane-Exit
           END-IF.
           EVALUATE TRUE
              WHEN TP-SUSPENDED (WS-PROFILE-FOUND-IDX)
                 MOVE 'H' TO WS-LANE
                 MOVE WS-RSN-PARTNER-SUSPENDED TO WS-HOLD-REASON
                 MOVE 'PARTNER SUSPENDED' TO RT-WHY-OUT
              WHEN NOT TYPE-ALLOWED
                 MOVE 'H' TO WS-LANE
                 MOVE WS-RSN-TYPE-NOT-ALLOWED TO WS-HOLD-REASON
                 MOVE 'TRANSACTION TYPE NOT ON PROFILE'
                    TO RT-WHY-OUT
              WHEN TP-TESTING (WS-PROFILE-FOUND-IDX)
                 MOVE 'T' TO WS-LANE
                 MOVE 'PARTNER IN TESTING' TO RT-WHY-OUT
              WHEN TP-CERTIFIED (WS-PROFILE-FOUND-IDX)
                 AND TP-GO-LIVE-DATE (WS-PROFILE-FOUND-IDX)
                    > PROCESS-DATE
                 MOVE 'T' TO WS-LANE
                 MOVE 'CERTIFIED - BEFORE GO-LIVE DATE'
                    TO RT-WHY-OUT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       220-DecideLane-Exit.
           EXIT.

      *05/28 The held row's acknowledgment goes back to the partner
      * with the night's EDIACK rows.
       230-WriteHoldAck.
           MOVE 'H' TO ACK-STATUS.
           MOVE WS-HOLD-REASON TO ACK-REASON-CODE (1).
           MOVE WS-SEARCH-SUPPLIER-CODE TO ACK-SUPPLIER-CODE.
           MOVE SPACE TO ACK-LANE.
           WRITE HOLDACK-REC.
           IF OUT-HOLDACK-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       240-Write-Route-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-SEARCH-SUPPLIER-CODE TO RT-SUPPLIER-OUT.
           IF LANE-TEST
              MOVE 'TEST' TO RT-LANE-OUT
           ELSE
              MOVE 'HELD' TO RT-LANE-OUT
           END-IF.
           MOVE WS-HOLD-REASON TO RT-REASON-OUT.
           WRITE PRINT-REC FROM WS-ROUTE-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           MOVE SPACES TO WS-ROUTE-LINE-OUT.

      *05/28 The notice's supplier is its order's supplier.
       250-RouteNotice.
           PERFORM 255-FindOrder.
           IF WS-ORDER-FOUND-IDX = ZERO
              ADD 1 TO WS-ASN-NO-ORDER-CTR
              MOVE ZERO TO WS-PROFILE-FOUND-IDX
              MOVE SPACES TO WS-SEARCH-SUPPLIER-CODE
           ELSE
              MOVE WS-ORD-SUPPLIER-CODE (WS-ORDER-FOUND-IDX)
                 TO WS-SEARCH-SUPPLIER-CODE
              PERFORM 245-FindProfile
           END-IF.
           MOVE 'Y' TO WS-TYPE-ALLOWED-FLAG.
           IF WS-PROFILE-FOUND-IDX > ZERO
              IF NOT TP-ASN-ALLOWED (WS-PROFILE-FOUND-IDX)
                 MOVE 'N' TO WS-TYPE-ALLOWED-FLAG
              END-IF
           END-IF.
           PERFORM 220-DecideLane
              THRU 220-DecideLane-Exit.
           EVALUATE TRUE
              WHEN LANE-PRODUCTION
                 WRITE ASNPROD-REC FROM ASNIN-REC
                 IF OUT-ASNPROD-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ASN-PROD-CTR
              WHEN LANE-TEST
                 WRITE ASNTEST-REC FROM ASNIN-REC
                 IF OUT-ASNTEST-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ASN-TEST-CTR
              WHEN OTHER
                 MOVE SPACES TO HOLDACK-REC
                 INITIALIZE HOLDACK-REC
                 MOVE ASN-PO-NUMBER TO ACK-PART-NUMBER
                 MOVE 'N' TO ACK-TXN-TYPE
                 PERFORM 230-WriteHoldAck
                 ADD 1 TO WS-ASN-HELD-CTR
           END-EVALUATE.
           IF NOT LANE-PRODUCTION
              MOVE 'ASN' TO RT-TXN-OUT
              MOVE ASN-PO-NUMBER TO RT-KEY-OUT
              MOVE ASN-PO-NUMBER TO RT-PO-OUT
              PERFORM 240-Write-Route-Line
           END-IF.

       255-FindOrder.
           MOVE ZERO TO WS-ORDER-FOUND-IDX.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
              UNTIL WS-ORDER-IDX > WS-ORDER-MAX
                 OR WS-ORDER-FOUND-IDX > ZERO
                 IF WS-ORD-PO-NUMBER (WS-ORDER-IDX) = ASN-PO-NUMBER
                    SET WS-ORDER-FOUND-IDX TO WS-ORDER-IDX
                 END-IF
           END-PERFORM.

      *05/28 Binary search of the ordered list on supplier.
       245-FindProfile.
           MOVE ZERO TO WS-PROFILE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE PARTNER-PROFILE-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-PROFILE-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN TP-SUPPLIER-CODE (WS-BSRCH-MID)
                    = WS-SEARCH-SUPPLIER-CODE
                 MOVE WS-BSRCH-MID TO WS-PROFILE-FOUND-IDX
              WHEN TP-SUPPLIER-CODE (WS-BSRCH-MID)
                    < WS-SEARCH-SUPPLIER-CODE
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       300-Open-Files.
           OPEN INPUT TPPROF.
           IF TPPROF-NOT-FOUND
              MOVE 'Y' TO TPPROF-EOF-WS
           ELSE
              IF IN-TPPROF-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input TPPROF'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadProfiles
              END-IF
           END-IF.
           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3650-ReadNextOrder UNTIL OPENPO-END-OF-FILE
                CLOSE OPENPO
           END-IF.
           OPEN INPUT EDIIN.
           IF IN-EDIIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input EDIIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT ASNIN.
           IF IN-ASNIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ASNIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT EDIPROD.
           IF OUT-EDIPROD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning EDIPROD'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ASNPROD.
           IF OUT-ASNPROD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ASNPROD'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT EDITEST.
           IF OUT-EDITEST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning EDITEST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ASNTEST.
           IF OUT-ASNTEST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ASNTEST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT HOLDACK.
           IF OUT-HOLDACK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning HOLDACK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       3600-LoadProfiles.
           INITIALIZE PARTNER-PROFILE-TABLE.
           MOVE 1 TO WS-PROFILE-INDEX.
           PERFORM 3610-ReadNextProfile UNTIL TPPROF-EOF.
           COMPUTE PARTNER-PROFILE-MAX = WS-PROFILE-INDEX - 1.
           CLOSE TPPROF.

       3610-ReadNextProfile.
           IF WS-PROFILE-INDEX > 500
              DISPLAY 'EDIROUTE - PROFILE TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN TPRFTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ TPPROF INTO PARTNER-PROFILE-LIST(WS-PROFILE-INDEX)
              AT END
                 MOVE 'Y' TO TPPROF-EOF-WS
           END-READ.
           IF NOT TPPROF-EOF
              ADD 1 TO WS-PROFILE-INDEX
           END-IF.

       3650-ReadNextOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-END-OF-FILE
              IF WS-ORDER-MAX >= 50000
                 DISPLAY 'EDIROUTE - ORDER TABLE FULL AT 50000 '
                    'ROWS - RAISE OCCURS IN EDIROUTE'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ORDER-MAX
              MOVE OP-PO-NUMBER TO WS-ORD-PO-NUMBER (WS-ORDER-MAX)
              MOVE OP-SUPPLIER-CODE
                 TO WS-ORD-SUPPLIER-CODE (WS-ORDER-MAX)
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

       400-Read-ASNIN.
           READ ASNIN
      * Set AT END Switch
                AT END MOVE "Y" TO ASNIN-EOF-WS
                IF IN-ASNIN-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file ASNIN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT ASNIN-END-OF-FILE THEN
              ADD +1 TO WS-IN-ASNIN-CTR
           END-IF.

       410-Read-EDIIN.
           READ EDIIN
      * Set AT END Switch
                AT END MOVE "Y" TO EDIIN-EOF-WS
                IF IN-EDIIN-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file EDIIN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT EDIIN-END-OF-FILE THEN
              ADD +1 TO WS-IN-EDIIN-CTR
           END-IF.

       600-CLOSE-FILES.
           CLOSE  EDIIN, ASNIN, EDIPROD, ASNPROD, EDITEST, ASNTEST,
                  HOLDACK, PRINT-LINE.

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
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTNER PROFILES LOADED' TO WS-SUMMARY-LABEL.
           MOVE PARTNER-PROFILE-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EDI ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-EDIIN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TO PRODUCTION' TO WS-SUMMARY-LABEL.
           MOVE WS-EDI-PROD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TO THE TEST LANE' TO WS-SUMMARY-LABEL.
           MOVE WS-EDI-TEST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HELD' TO WS-SUMMARY-LABEL.
           MOVE WS-EDI-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SHIP NOTICES READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ASNIN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TO PRODUCTION' TO WS-SUMMARY-LABEL.
           MOVE WS-ASN-PROD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TO THE TEST LANE' TO WS-SUMMARY-LABEL.
           MOVE WS-ASN-TEST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HELD' TO WS-SUMMARY-LABEL.
           MOVE WS-ASN-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ORDER NOT ON OPENPO' TO WS-SUMMARY-LABEL.
           MOVE WS-ASN-NO-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
