       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDICERT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/28 EDI trading-partner certification report. A partner in
      * testing (see TPRFMNT) has its submissions edited and
      * acknowledged on the EDITEST lane every night; this program,
      * the lane's last step, reads that night's test-lane
      * acknowledgments and carries each test partner's running
      * counts on CERTHIST - part/order rows and ship notices
      * submitted, and how many of each came back clean. Only an 'A'
      * is clean: a warning, a reject or a row found on no output all
      * count against the partner. The counts start over whenever
      * TPRFMNT puts the partner back into testing (a new test-start
      * date on the profile).
      * The report lists every partner in testing - and every
      * certified partner still short of its go-live date - with its
      * clean-submission rate against the promotion threshold:
      *   READY TO CERTIFY     - rate at or above the threshold over
      *                          at least the minimum submissions,
      *   BELOW THRESHOLD      - enough submissions, rate too low,
      *   TOO FEW SUBMISSIONS  - not yet enough to judge.
      * Threshold percent and minimum submissions come off PARMLOAD
      * (EDICERTP, EDICERTN), defaulting to 95 and 20. A rerun on the
      * same business date counts nothing twice.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trading-partner profile list - see TPRFTAB.
           SELECT TPPROF ASSIGN TO TPPROF
           FILE STATUS IS IN-TPPROF-KEY.

      * Input the test lane's acknowledgments, as written by EDIACK
           SELECT EDIACKIN ASSIGN TO EDIACK
           FILE STATUS IS IN-EDIACK-KEY.

      * Running certification counts, carried night to night
           SELECT CERTHIST ASSIGN TO CERTHIST
           FILE STATUS IS IN-CERTHIST-KEY.

           SELECT CERTHSTO ASSIGN TO CERTHSTO
           FILE STATUS IS OUT-CERTHSTO-KEY.

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

      * Same 52-byte acknowledgment row EDIACK writes.
       FD  EDIACKIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIACK-REC.
       01  EDIACK-REC.
           05  ACK-PART-NUMBER        PIC X(23).
           05  ACK-STATUS             PIC X(01).
               88 ACK-ACCEPTED              VALUE 'A'.
           05  ACK-REASON-CODE OCCURS 5 TIMES
                                      PIC 9(03).
           05  ACK-SUPPLIER-CODE      PIC X(10).
           05  ACK-TXN-TYPE           PIC X(01).
               88 ACK-PART-ORDER-ROW        VALUE 'P'.
               88 ACK-SHIP-NOTICE           VALUE 'N'.
           05  ACK-LANE               PIC X(01).
               88 ACK-TEST-LANE             VALUE 'T'.
           05  FILLER                 PIC X(01).

      * One row per partner under test - see WS-CERT-TABLE.
       FD  CERTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CERTHIST-REC.
       01  CERTHIST-REC     PIC X(60).

       FD  CERTHSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CERTHSTO-REC.
       01  CERTHSTO-REC     PIC X(60).

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
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-TPPROF-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-EDIACK-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-CERTHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no history yet - start empty.
                88 CERTHIST-NOT-FOUND       VALUE '35'.
           05 OUT-CERTHSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 TPPROF-EOF-WS                   PIC X(01) VALUE 'N'.
              88 TPPROF-EOF                              VALUE 'Y'.
           05 EDIACK-EOF-WS                   PIC X(01) VALUE 'N'.
              88 EDIACK-END-OF-FILE                      VALUE 'Y'.
           05 CERTHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CERTHIST-EOF                            VALUE 'Y'.

       01 WS-IN-EDIACK-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-COUNTED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NOT-TEST-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-COUNTED-CTR           PIC 9(7) VALUE ZERO.
       01 WS-RESET-CTR                     PIC 9(5) VALUE ZERO.
       01 WS-READY-CTR                     PIC 9(5) VALUE ZERO.
       01 WS-BELOW-CTR                     PIC 9(5) VALUE ZERO.
       01 WS-TOO-FEW-CTR                   PIC 9(5) VALUE ZERO.
       01 WS-HIST-WRITTEN-CTR              PIC 9(5) VALUE ZERO.

      *05/28 Promotion threshold and the submissions needed before
      * the rate means anything - PARMLOAD EDICERTP and EDICERTN
      * override, keyed as three digits (095, 020).
       01 WS-CERT-THRESHOLD-PCT            PIC 9(3) VALUE 095.
       01 WS-CERT-MIN-SUBMISSIONS          PIC 9(3) VALUE 020.

      *05/28 The carried counts, one row per partner under test, in
      * the CERTHIST row's own shape. WS-CH-COUNTED-TODAY marks a
      * row whose counts already include this business date, so a
      * rerun adds nothing to it.
       01 WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 500 TIMES
              INDEXED BY WS-CERT-IDX.
              10 WS-CH-ROW.
                 15 WS-CH-SUPPLIER-CODE   PIC X(10) VALUE SPACES.
                 15 WS-CH-TEST-START      PIC 9(08) VALUE ZERO.
                 15 WS-CH-EDI-SUBMITTED   PIC 9(07) VALUE ZERO.
                 15 WS-CH-EDI-CLEAN       PIC 9(07) VALUE ZERO.
                 15 WS-CH-ASN-SUBMITTED   PIC 9(07) VALUE ZERO.
                 15 WS-CH-ASN-CLEAN       PIC 9(07) VALUE ZERO.
                 15 WS-CH-LAST-DATE       PIC 9(08) VALUE ZERO.
                 15 WS-CH-NIGHTS          PIC 9(05) VALUE ZERO.
                 15 FILLER                PIC X(01) VALUE SPACES.
              10 WS-CH-COUNTED-TODAY      PIC X(01) VALUE 'N'.
                 88 CH-COUNTED-TODAY               VALUE 'Y'.
              10 WS-CH-SEEN-TONIGHT       PIC X(01) VALUE 'N'.
                 88 CH-SEEN-TONIGHT                VALUE 'Y'.
       01 WS-CERT-MAX                     PIC 9(05) VALUE ZERO.
       01 WS-CERT-INDEX                   PIC 9(05) VALUE ZERO.
       01 WS-CERT-FOUND-IDX               PIC 9(05) VALUE ZERO.

       01 WS-PROFILE-INDEX                 PIC 9(5) VALUE 1.
       01 WS-PROFILE-FOUND-IDX             PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.

       01 WS-TOTAL-SUBMITTED               PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-CLEAN                   PIC 9(08) VALUE ZERO.
       01 WS-CLEAN-RATE                    PIC 9(03)V9 VALUE ZERO.

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
              'Destiny Auto Parts - EDI Partner Certification'.
           05 FILLER              PIC X(56)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER-1.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(10)      VALUE 'Test From'.
          05 FILLER              PIC X(06)      VALUE 'Nites'.
          05 FILLER              PIC X(18)      VALUE
             '---- Parts/Orders'.
          05 FILLER              PIC X(18)      VALUE
             '---- Ship Notices'.
          05 FILLER              PIC X(16)      VALUE
             'Clean    Thresh'.
          05 FILLER              PIC X(28)      VALUE 'Verdict'.
       01 WS-HEADER-2.
          05 FILLER              PIC X(31)      VALUE SPACES.
          05 FILLER              PIC X(09)      VALUE '   Sent'.
          05 FILLER              PIC X(09)      VALUE '  Clean'.
          05 FILLER              PIC X(09)      VALUE '   Sent'.
          05 FILLER              PIC X(09)      VALUE '  Clean'.
          05 FILLER              PIC X(16)      VALUE '  Rate'.

       01 WS-CERT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 CRT-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-TEST-START-OUT     PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-NIGHTS-OUT         PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-EDI-SENT-OUT       PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-EDI-CLEAN-OUT      PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-ASN-SENT-OUT       PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-ASN-CLEAN-OUT      PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-RATE-OUT           PIC ZZ9.9      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '%'.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-THRESHOLD-OUT      PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '%'.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CRT-VERDICT-OUT        PIC X(28)      VALUE SPACES.
          05 FILLER                 PIC X(22)      VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(44)      VALUE
             'NO PARTNERS IN TESTING'.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL EDIACK-EOF-WS = 'Y'.
           PERFORM 500-CountNights.
           PERFORM 700-ReportPartners.
           PERFORM 750-WriteHistory.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-CERT-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.
           PERFORM 350-StartOverRetested.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-EDIACK.

       100-Main2.
           PERFORM 200-CountAcknowledgment
              THRU 200-CountAcknowledgment-Exit.
           PERFORM 400-Read-EDIACK.

      *05/28 Only the test lane's part/order and ship-notice rows
      * count, and only for a partner whose profile still has it
      * under test.
       200-CountAcknowledgment.
           IF NOT ACK-TEST-LANE
              OR NOT (ACK-PART-ORDER-ROW OR ACK-SHIP-NOTICE)
              ADD 1 TO WS-NOT-TEST-CTR
              GO TO 200-CountAcknowledgment-Exit
           END-IF.
           MOVE ACK-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 245-FindProfile.
           IF WS-PROFILE-FOUND-IDX = ZERO
              ADD 1 TO WS-NOT-TEST-CTR
              GO TO 200-CountAcknowledgment-Exit
           END-IF.
           IF NOT TP-TESTING (WS-PROFILE-FOUND-IDX)
              AND NOT TP-CERTIFIED (WS-PROFILE-FOUND-IDX)
              ADD 1 TO WS-NOT-TEST-CTR
              GO TO 200-CountAcknowledgment-Exit
           END-IF.
           PERFORM 250-FindCertRow.
           IF WS-CERT-FOUND-IDX = ZERO
              PERFORM 260-AddCertRow
           END-IF.
           IF CH-COUNTED-TODAY (WS-CERT-FOUND-IDX)
              ADD 1 TO WS-ALREADY-COUNTED-CTR
              GO TO 200-CountAcknowledgment-Exit
           END-IF.
           MOVE 'Y' TO WS-CH-SEEN-TONIGHT (WS-CERT-FOUND-IDX).
           IF ACK-PART-ORDER-ROW
              ADD 1 TO WS-CH-EDI-SUBMITTED (WS-CERT-FOUND-IDX)
              IF ACK-ACCEPTED
                 ADD 1 TO WS-CH-EDI-CLEAN (WS-CERT-FOUND-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-CH-ASN-SUBMITTED (WS-CERT-FOUND-IDX)
              IF ACK-ACCEPTED
                 ADD 1 TO WS-CH-ASN-CLEAN (WS-CERT-FOUND-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-COUNTED-CTR.
       200-CountAcknowledgment-Exit.
           EXIT.

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

       250-FindCertRow.
           MOVE ZERO TO WS-CERT-FOUND-IDX.
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
              UNTIL WS-CERT-IDX > WS-CERT-MAX
                 OR WS-CERT-FOUND-IDX > ZERO
                 IF WS-CH-SUPPLIER-CODE (WS-CERT-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    SET WS-CERT-FOUND-IDX TO WS-CERT-IDX
                 END-IF
           END-PERFORM.

      *05/28 A partner's first night under test.
       260-AddCertRow.
           IF WS-CERT-MAX >= 500
              DISPLAY 'EDICERT - CERTIFICATION TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN EDICERT'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-CERT-MAX.
           MOVE WS-CERT-MAX TO WS-CERT-FOUND-IDX.
           INITIALIZE WS-CERT-ENTRY (WS-CERT-FOUND-IDX).
           MOVE WS-SEARCH-SUPPLIER-CODE
              TO WS-CH-SUPPLIER-CODE (WS-CERT-FOUND-IDX).
           MOVE TP-TEST-START-DATE (WS-PROFILE-FOUND-IDX)
              TO WS-CH-TEST-START (WS-CERT-FOUND-IDX).
           MOVE 'N' TO WS-CH-COUNTED-TODAY (WS-CERT-FOUND-IDX).
           MOVE 'N' TO WS-CH-SEEN-TONIGHT (WS-CERT-FOUND-IDX).

       300-Open-Files.
           OPEN INPUT TPPROF.
           IF IN-TPPROF-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input TPPROF'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3600-LoadProfiles
           END-IF.
           OPEN INPUT CERTHIST.
           IF CERTHIST-NOT-FOUND
              MOVE 'Y' TO CERTHIST-EOF-WS
           ELSE
              IF IN-CERTHIST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input CERTHIST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3650-ReadNextHistory UNTIL CERTHIST-EOF
                 CLOSE CERTHIST
              END-IF
           END-IF.
           OPEN INPUT EDIACKIN.
           IF IN-EDIACK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input EDIACK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT CERTHSTO.
           IF OUT-CERTHSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CERTHSTO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

      *05/28 A partner TPRFMNT has put back into testing since its
      * counts began starts again from zero.
       350-StartOverRetested.
           PERFORM VARYING WS-CERT-INDEX FROM 1 BY 1
              UNTIL WS-CERT-INDEX > WS-CERT-MAX
                 MOVE WS-CH-SUPPLIER-CODE (WS-CERT-INDEX)
                    TO WS-SEARCH-SUPPLIER-CODE
                 PERFORM 245-FindProfile
                 IF WS-PROFILE-FOUND-IDX > ZERO
                    IF TP-TEST-START-DATE (WS-PROFILE-FOUND-IDX)
                          NOT = WS-CH-TEST-START (WS-CERT-INDEX)
                       MOVE TP-TEST-START-DATE (WS-PROFILE-FOUND-IDX)
                          TO WS-CH-TEST-START (WS-CERT-INDEX)
                       MOVE ZERO TO WS-CH-EDI-SUBMITTED (WS-CERT-INDEX)
                       MOVE ZERO TO WS-CH-EDI-CLEAN (WS-CERT-INDEX)
                       MOVE ZERO TO WS-CH-ASN-SUBMITTED (WS-CERT-INDEX)
                       MOVE ZERO TO WS-CH-ASN-CLEAN (WS-CERT-INDEX)
                       MOVE ZERO TO WS-CH-LAST-DATE (WS-CERT-INDEX)
                       MOVE ZERO TO WS-CH-NIGHTS (WS-CERT-INDEX)
                       MOVE 'N' TO WS-CH-COUNTED-TODAY (WS-CERT-INDEX)
                       ADD 1 TO WS-RESET-CTR
                    END-IF
                 END-IF
           END-PERFORM.

       3600-LoadProfiles.
           INITIALIZE PARTNER-PROFILE-TABLE.
           MOVE 1 TO WS-PROFILE-INDEX.
           PERFORM 3610-ReadNextProfile UNTIL TPPROF-EOF.
           COMPUTE PARTNER-PROFILE-MAX = WS-PROFILE-INDEX - 1.
           CLOSE TPPROF.

       3610-ReadNextProfile.
           IF WS-PROFILE-INDEX > 500
              DISPLAY 'EDICERT - PROFILE TABLE FULL AT 500 '
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

      *05/28 A row already stamped with tonight's date was counted by
      * an earlier run of this business date.
       3650-ReadNextHistory.
           READ CERTHIST
              AT END
                 MOVE 'Y' TO CERTHIST-EOF-WS
           END-READ.
           IF NOT CERTHIST-EOF
              IF WS-CERT-MAX >= 500
                 DISPLAY 'EDICERT - CERTIFICATION TABLE FULL AT 500 '
                    'ROWS - RAISE OCCURS IN EDICERT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CERT-MAX
              MOVE CERTHIST-REC TO WS-CH-ROW (WS-CERT-MAX)
              IF WS-CH-LAST-DATE (WS-CERT-MAX) = PROCESS-DATE
                 MOVE 'Y' TO WS-CH-COUNTED-TODAY (WS-CERT-MAX)
              ELSE
                 MOVE 'N' TO WS-CH-COUNTED-TODAY (WS-CERT-MAX)
              END-IF
              MOVE 'N' TO WS-CH-SEEN-TONIGHT (WS-CERT-MAX)
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

      *05/28 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'EDICERTP' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-CERT-THRESHOLD-PCT
           END-IF.
           MOVE 'EDICERTN' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-CERT-MIN-SUBMISSIONS
           END-IF.

       400-Read-EDIACK.
           READ EDIACKIN
      * Set AT END Switch
                AT END MOVE "Y" TO EDIACK-EOF-WS
                IF IN-EDIACK-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file EDIACK reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT EDIACK-END-OF-FILE THEN
              ADD +1 TO WS-IN-EDIACK-CTR
           END-IF.

      *05/28 A night counts once per partner that submitted anything.
       500-CountNights.
           PERFORM VARYING WS-CERT-INDEX FROM 1 BY 1
              UNTIL WS-CERT-INDEX > WS-CERT-MAX
                 IF CH-SEEN-TONIGHT (WS-CERT-INDEX)
                    ADD 1 TO WS-CH-NIGHTS (WS-CERT-INDEX)
                    MOVE PROCESS-DATE
                       TO WS-CH-LAST-DATE (WS-CERT-INDEX)
                 END-IF
           END-PERFORM.

       600-CLOSE-FILES.
           CLOSE  EDIACKIN, CERTHSTO, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/28 One line per partner under test, in supplier order off
      * the profile list - a partner with nothing sent yet still
      * shows, as too few submissions.
       700-ReportPartners.
           MOVE ZERO TO WS-PROFILE-INDEX.
           PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
              UNTIL WS-PROFILE-INDEX > PARTNER-PROFILE-MAX
                 IF TP-TESTING (WS-PROFILE-INDEX)
                    OR (TP-CERTIFIED (WS-PROFILE-INDEX)
                       AND TP-GO-LIVE-DATE (WS-PROFILE-INDEX)
                          > PROCESS-DATE)
                    PERFORM 710-ReportPartner
                 END-IF
           END-PERFORM.
           IF WS-READY-CTR + WS-BELOW-CTR + WS-TOO-FEW-CTR = ZERO
              WRITE PRINT-REC FROM WS-NONE-LINE
              ADD 1 TO WS-LINE-KTR
           END-IF.

       710-ReportPartner.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE TP-SUPPLIER-CODE (WS-PROFILE-INDEX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindCertRow.
           MOVE WS-SEARCH-SUPPLIER-CODE TO CRT-SUPPLIER-OUT.
           MOVE TP-TEST-START-DATE (WS-PROFILE-INDEX)
              TO CRT-TEST-START-OUT.
           MOVE ZERO TO WS-TOTAL-SUBMITTED.
           MOVE ZERO TO WS-TOTAL-CLEAN.
           MOVE ZERO TO WS-CLEAN-RATE.
           IF WS-CERT-FOUND-IDX = ZERO
              MOVE ZERO TO CRT-NIGHTS-OUT
              MOVE ZERO TO CRT-EDI-SENT-OUT
              MOVE ZERO TO CRT-EDI-CLEAN-OUT
              MOVE ZERO TO CRT-ASN-SENT-OUT
              MOVE ZERO TO CRT-ASN-CLEAN-OUT
           ELSE
              MOVE WS-CH-NIGHTS (WS-CERT-FOUND-IDX) TO CRT-NIGHTS-OUT
              MOVE WS-CH-EDI-SUBMITTED (WS-CERT-FOUND-IDX)
                 TO CRT-EDI-SENT-OUT
              MOVE WS-CH-EDI-CLEAN (WS-CERT-FOUND-IDX)
                 TO CRT-EDI-CLEAN-OUT
              MOVE WS-CH-ASN-SUBMITTED (WS-CERT-FOUND-IDX)
                 TO CRT-ASN-SENT-OUT
              MOVE WS-CH-ASN-CLEAN (WS-CERT-FOUND-IDX)
                 TO CRT-ASN-CLEAN-OUT
              COMPUTE WS-TOTAL-SUBMITTED =
                 WS-CH-EDI-SUBMITTED (WS-CERT-FOUND-IDX)
                 + WS-CH-ASN-SUBMITTED (WS-CERT-FOUND-IDX)
              COMPUTE WS-TOTAL-CLEAN =
                 WS-CH-EDI-CLEAN (WS-CERT-FOUND-IDX)
                 + WS-CH-ASN-CLEAN (WS-CERT-FOUND-IDX)
           END-IF.
           IF WS-TOTAL-SUBMITTED > ZERO
              COMPUTE WS-CLEAN-RATE ROUNDED =
                 WS-TOTAL-CLEAN * 100 / WS-TOTAL-SUBMITTED
           END-IF.
           MOVE WS-CLEAN-RATE TO CRT-RATE-OUT.
           MOVE WS-CERT-THRESHOLD-PCT TO CRT-THRESHOLD-OUT.
           EVALUATE TRUE
              WHEN WS-TOTAL-SUBMITTED < WS-CERT-MIN-SUBMISSIONS
                 MOVE 'TOO FEW SUBMISSIONS' TO CRT-VERDICT-OUT
                 ADD 1 TO WS-TOO-FEW-CTR
              WHEN WS-CLEAN-RATE >= WS-CERT-THRESHOLD-PCT
                 MOVE 'READY TO CERTIFY' TO CRT-VERDICT-OUT
                 ADD 1 TO WS-READY-CTR
              WHEN OTHER
                 MOVE 'BELOW THRESHOLD' TO CRT-VERDICT-OUT
                 ADD 1 TO WS-BELOW-CTR
           END-EVALUATE.
      *05/28 Already certified and waiting on its go-live date - the
      * rate still shows, but there is nothing to decide.
           IF TP-CERTIFIED (WS-PROFILE-INDEX)
              MOVE 'CERTIFIED - AWAITING GO-LIVE' TO CRT-VERDICT-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-CERT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *05/28 Rows carry forward only while the partner is still under
      * test - a partner live in production, suspended or removed
      * drops off, and starts fresh if it is ever tested again.
       750-WriteHistory.
           PERFORM VARYING WS-CERT-INDEX FROM 1 BY 1
              UNTIL WS-CERT-INDEX > WS-CERT-MAX
                 MOVE WS-CH-SUPPLIER-CODE (WS-CERT-INDEX)
                    TO WS-SEARCH-SUPPLIER-CODE
                 PERFORM 245-FindProfile
                 IF WS-PROFILE-FOUND-IDX > ZERO
                    IF TP-TESTING (WS-PROFILE-FOUND-IDX)
                       OR (TP-CERTIFIED (WS-PROFILE-FOUND-IDX)
                          AND TP-GO-LIVE-DATE (WS-PROFILE-FOUND-IDX)
                             > PROCESS-DATE)
                       MOVE WS-CH-ROW (WS-CERT-INDEX) TO CERTHSTO-REC
                       WRITE CERTHSTO-REC
                       IF OUT-CERTHSTO-KEY NOT = '00'
                          GO TO 2000-ABEND-RTN
                       END-IF
                       ADD 1 TO WS-HIST-WRITTEN-CTR
                    END-IF
                 END-IF
           END-PERFORM.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER-1.
           WRITE PRINT-REC FROM WS-HEADER-2.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACKNOWLEDGMENTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-EDIACK-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  COUNTED TOWARD CERTIFICATION' TO WS-SUMMARY-LABEL.
           MOVE WS-COUNTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOT A PARTNER UNDER TEST' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-TEST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ALREADY COUNTED THIS DATE' TO WS-SUMMARY-LABEL.
           MOVE WS-ALREADY-COUNTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTNERS RESTARTED IN TESTING' TO WS-SUMMARY-LABEL.
           MOVE WS-RESET-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTNERS READY TO CERTIFY' TO WS-SUMMARY-LABEL.
           MOVE WS-READY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTNERS BELOW THRESHOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-BELOW-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTNERS WITH TOO FEW SUBMISSIONS' TO
              WS-SUMMARY-LABEL.
           MOVE WS-TOO-FEW-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS CARRIED' TO WS-SUMMARY-LABEL.
           MOVE WS-HIST-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
