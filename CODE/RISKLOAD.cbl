       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKLOAD.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/06 Supplier financial-risk score load. Applies the credit
      * agency's RISKIN feed (supplier, score, risk band, score date)
      * to the RISKMST financial-risk master (see RISKTAB) and keeps
      * its watch list: a supplier whose band worsens goes on the
      * watch, and comes off once it scores back at the band it held
      * before. A feed row for a code the supplier master does not
      * know, with a band outside 1-5, or scored earlier than the
      * score already on file is rejected and listed. Every band
      * change and every reject prints. The updated master is staged
      * to RISKMSTN and promoted by the job. Schedule when the
      * agency's feed lands (monthly today), ahead of the weekly
      * RISKWTCH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier financial-risk master - see RISKTAB.
           SELECT RISKMST ASSIGN TO RISKMST
           FILE STATUS IS IN-RISKMST-KEY.

      * Credit agency's financial-risk score feed
           SELECT RISKIN ASSIGN TO RISKIN
           FILE STATUS IS IN-RISKIN-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output updated master, staged for promotion
           SELECT RISKMSTN ASSIGN TO RISKMSTN
           FILE STATUS IS OUT-RISKMSTN-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  RISKMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RISKMST-REC.
       01  RISKMST-REC      PIC X(41).

      * One row per scored supplier, as the agency sends it.
       FD  RISKIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RISKIN-REC.
       01  RISKIN-REC.
           05  RI-SUPPLIER-CODE        PIC X(10).
           05  RI-SCORE                PIC 9(03).
           05  RI-BAND                 PIC 9(01).
           05  RI-SCORE-DATE           PIC 9(08).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  RISKMSTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RISKMSTN-REC.
       01  RISKMSTN-REC     PIC X(41).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY RISKTAB.  *> Supplier financial-risk master table
           COPY SUPMTAB.  *> Supplier master table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * No master yet just means every supplier is scored fresh.
           05 IN-RISKMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RISKMST-NOT-FOUND        VALUE '35'.
           05 IN-RISKIN-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-RISKMSTN-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RISKMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 RISKMST-EOF                             VALUE 'Y'.
           05 RISKIN-EOF-WS                   PIC X(01) VALUE 'N'.
              88 RISKIN-EOF                              VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.

      *05/06 Band at or past which a supplier is high risk - the
      * PARMLOAD RISKHIGH value overrides.
       01 WS-HIGH-BAND                     PIC 9(01) VALUE 4.

       01 WS-RISK-INDEX                    PIC 9(4) VALUE 1.
       01 WS-RISK-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-IDX                     PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-LO                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-OLD-BAND                      PIC 9(01) VALUE ZERO.
       01 WS-NOTE                          PIC X(30) VALUE SPACES.

       01 WS-IN-RISKIN-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-REJECT-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-NEW-SUPPLIER-CTR              PIC 9(7) VALUE ZERO.
       01 WS-WORSENED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IMPROVED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ON-WATCH-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-OFF-WATCH-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-WATCHED-CTR                   PIC 9(7) VALUE ZERO.

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
              'Destiny Auto Parts - Financial-Risk Score Load'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(40)      VALUE
              'BAND CHANGES AND REJECTS LOADED ON'.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(82)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(17)      VALUE 'Name'.
          05 FILLER              PIC X(07)      VALUE 'Score'.
          05 FILLER              PIC X(05)      VALUE 'Was'.
          05 FILLER              PIC X(05)      VALUE 'Now'.
          05 FILLER              PIC X(10)      VALUE 'Scored'.
          05 FILLER              PIC X(30)      VALUE 'Note'.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-NAME-OUT           PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-SCORE-OUT          PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DTL-WAS-OUT            PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DTL-NOW-OUT            PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DTL-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-NOTE-OUT           PIC X(30)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-ApplyScore
              THRU 200-ApplyScore-Exit
              UNTIL RISKIN-EOF.
           PERFORM 500-WriteStaged.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 800-NEW-PAGE.

      *05/06 One agency row against the master.
       200-ApplyScore.
           READ RISKIN
              AT END
                 MOVE 'Y' TO RISKIN-EOF-WS
           END-READ.
           IF RISKIN-EOF
              GO TO 200-ApplyScore-Exit
           END-IF.
           ADD 1 TO WS-IN-RISKIN-CTR.
           MOVE ZERO TO WS-OLD-BAND.
           PERFORM 220-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              MOVE 'REJECTED - NOT ON SUPPMST' TO WS-NOTE
              GO TO 200-ApplyScore-Reject
           END-IF.
           IF RI-SCORE NOT NUMERIC
              OR RI-SCORE-DATE NOT NUMERIC
              OR RI-BAND NOT NUMERIC
              MOVE 'REJECTED - NOT NUMERIC' TO WS-NOTE
              GO TO 200-ApplyScore-Reject
           END-IF.
           IF RI-BAND < 1 OR RI-BAND > 5
              MOVE 'REJECTED - BAND NOT 1-5' TO WS-NOTE
              GO TO 200-ApplyScore-Reject
           END-IF.
           MOVE RI-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindRisk.
           IF WS-RISK-FOUND-IDX = ZERO
              PERFORM 210-FirstScore THRU 210-FirstScore-Exit
              GO TO 200-ApplyScore-Exit
           END-IF.
           IF RI-SCORE-DATE < RK-SCORE-DATE (WS-RISK-FOUND-IDX)
              MOVE RK-BAND (WS-RISK-FOUND-IDX) TO WS-OLD-BAND
              MOVE 'REJECTED - OLDER THAN ON FILE' TO WS-NOTE
              GO TO 200-ApplyScore-Reject
           END-IF.
           PERFORM 230-Rescore THRU 230-Rescore-Exit.
           GO TO 200-ApplyScore-Exit.
       200-ApplyScore-Reject.
           ADD 1 TO WS-REJECT-CTR.
           PERFORM 700-Write-Detail-Line.
       200-ApplyScore-Exit.
           EXIT.

      *05/06 A supplier the agency has not scored for us before. It
      * has no band to worsen from, so it goes on the watch only
      * when it arrives high risk - watched until it scores below
      * the high-risk band.
       210-FirstScore.
           PERFORM 260-InsertRisk.
           MOVE RI-SCORE TO RK-SCORE (WS-RISK-FOUND-IDX).
           MOVE RI-BAND TO RK-BAND (WS-RISK-FOUND-IDX).
           MOVE RI-SCORE-DATE TO RK-SCORE-DATE (WS-RISK-FOUND-IDX).
           ADD 1 TO WS-NEW-SUPPLIER-CTR.
           IF RI-BAND < WS-HIGH-BAND
              GO TO 210-FirstScore-Exit
           END-IF.
           MOVE 'Y' TO RK-WATCH-FLAG (WS-RISK-FOUND-IDX).
           MOVE PROCESS-DATE TO RK-WATCH-DATE (WS-RISK-FOUND-IDX).
           COMPUTE RK-WATCH-FROM-BAND (WS-RISK-FOUND-IDX) =
              WS-HIGH-BAND - 1.
           ADD 1 TO WS-ON-WATCH-CTR.
           MOVE 'FIRST SCORE HIGH - ON WATCH' TO WS-NOTE.
           PERFORM 700-Write-Detail-Line.
       210-FirstScore-Exit.
           EXIT.

      *05/06 A fresh score for a supplier already on file. The band
      * it replaces is kept as the prior band.
       230-Rescore.
           MOVE RK-BAND (WS-RISK-FOUND-IDX) TO WS-OLD-BAND.
           MOVE RI-SCORE TO RK-SCORE (WS-RISK-FOUND-IDX).
           IF RI-BAND = WS-OLD-BAND
              MOVE RI-SCORE-DATE TO RK-SCORE-DATE (WS-RISK-FOUND-IDX)
              GO TO 230-Rescore-Exit
           END-IF.
           MOVE WS-OLD-BAND TO RK-PRIOR-BAND (WS-RISK-FOUND-IDX).
           MOVE RK-SCORE-DATE (WS-RISK-FOUND-IDX)
              TO RK-PRIOR-DATE (WS-RISK-FOUND-IDX).
           MOVE RI-BAND TO RK-BAND (WS-RISK-FOUND-IDX).
           MOVE RI-SCORE-DATE TO RK-SCORE-DATE (WS-RISK-FOUND-IDX).
           IF RI-BAND > WS-OLD-BAND
              ADD 1 TO WS-WORSENED-CTR
              IF RK-ON-WATCH (WS-RISK-FOUND-IDX)
                 MOVE 'WORSENED - STILL ON WATCH' TO WS-NOTE
              ELSE
                 MOVE 'Y' TO RK-WATCH-FLAG (WS-RISK-FOUND-IDX)
                 MOVE PROCESS-DATE TO RK-WATCH-DATE (WS-RISK-FOUND-IDX)
                 MOVE WS-OLD-BAND
                    TO RK-WATCH-FROM-BAND (WS-RISK-FOUND-IDX)
                 ADD 1 TO WS-ON-WATCH-CTR
                 MOVE 'WORSENED - ON WATCH' TO WS-NOTE
              END-IF
           ELSE
              ADD 1 TO WS-IMPROVED-CTR
              IF RK-ON-WATCH (WS-RISK-FOUND-IDX)
                 AND RI-BAND <= RK-WATCH-FROM-BAND (WS-RISK-FOUND-IDX)
                 MOVE 'N' TO RK-WATCH-FLAG (WS-RISK-FOUND-IDX)
                 MOVE ZERO TO RK-WATCH-DATE (WS-RISK-FOUND-IDX)
                 MOVE ZERO TO RK-WATCH-FROM-BAND (WS-RISK-FOUND-IDX)
                 ADD 1 TO WS-OFF-WATCH-CTR
                 MOVE 'IMPROVED - OFF WATCH' TO WS-NOTE
              ELSE
                 IF RK-ON-WATCH (WS-RISK-FOUND-IDX)
                    MOVE 'IMPROVED - STILL ON WATCH' TO WS-NOTE
                 ELSE
                    MOVE 'IMPROVED' TO WS-NOTE
                 END-IF
              END-IF
           END-IF.
           PERFORM 700-Write-Detail-Line.
       230-Rescore-Exit.
           EXIT.

       220-FindSupplier.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR WS-SUPPMST-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                       = RI-SUPPLIER-CODE
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.

      *05/06 Binary search of the ordered master - leaves WS-BSRCH-LO
      * at the insertion point when the supplier is new.
       240-FindRisk.
           MOVE ZERO TO WS-RISK-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE RISK-MAX TO WS-BSRCH-HI.
           PERFORM 245-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-RISK-FOUND-IDX > ZERO.

       245-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN RK-SUPPLIER-CODE (WS-BSRCH-MID)
                    = WS-SEARCH-SUPPLIER-CODE
                 MOVE WS-BSRCH-MID TO WS-RISK-FOUND-IDX
              WHEN RK-SUPPLIER-CODE (WS-BSRCH-MID)
                    < WS-SEARCH-SUPPLIER-CODE
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       260-InsertRisk.
           IF RISK-MAX >= 500
              DISPLAY 'RISKLOAD - RISK TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN RISKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM RISK-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE RISK-LIST (WS-SHIFT-IDX)
                    TO RISK-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO RISK-MAX.
           INITIALIZE RISK-LIST (WS-BSRCH-LO).
           MOVE 'N' TO RK-WATCH-FLAG (WS-BSRCH-LO).
           MOVE WS-SEARCH-SUPPLIER-CODE
              TO RK-SUPPLIER-CODE (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-RISK-FOUND-IDX.

       300-Open-Files.
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-SUPPMST-INDEX
                PERFORM 320-ReadNextSupplier UNTIL SUPPMST-EOF
                COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1
                CLOSE SUPPMST
           END-IF.

           OPEN INPUT RISKMST.
           IF RISKMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-RISKMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input RISKMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-RISK-INDEX
                 PERFORM 310-ReadNextRisk UNTIL RISKMST-EOF
                 COMPUTE RISK-MAX = WS-RISK-INDEX - 1
                 CLOSE RISKMST
              END-IF
           END-IF.

           OPEN INPUT RISKIN.
           IF IN-RISKIN-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input RISKIN'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT RISKMSTN.
           IF OUT-RISKMSTN-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Output RISKMSTN'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-ReadNextRisk.
           IF WS-RISK-INDEX > 500
              DISPLAY 'RISKLOAD - RISK TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN RISKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ RISKMST INTO RISK-LIST (WS-RISK-INDEX)
              AT END
                 MOVE 'Y' TO RISKMST-EOF-WS
           END-READ.
           IF NOT RISKMST-EOF
              ADD 1 TO WS-RISK-INDEX
           END-IF.

       320-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'RISKLOAD - SUPPLIER MASTER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST (WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
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

      *05/06 The PARMMAST master's value, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'RISKHIGH' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:1) IS NUMERIC
              AND PRQ-PARM-VALUE (1:1) NOT = '0'
              MOVE PRQ-PARM-VALUE (1:1) TO WS-HIGH-BAND
           END-IF.

      *05/06 The whole master goes back out, in supplier order, and
      * the watch list left standing is counted on the way.
       500-WriteStaged.
           PERFORM VARYING WS-RISK-INDEX FROM 1 BY 1
              UNTIL WS-RISK-INDEX > RISK-MAX
                 IF RK-ON-WATCH (WS-RISK-INDEX)
                    ADD 1 TO WS-WATCHED-CTR
                 END-IF
                 WRITE RISKMSTN-REC FROM RISK-LIST (WS-RISK-INDEX)
                 IF OUT-RISKMSTN-KEY NOT = '00'
                    DISPLAY 'RISKLOAD - RISKMSTN WRITE FAILED, STATUS '
                       OUT-RISKMSTN-KEY
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.

       600-CLOSE-FILES.
           CLOSE RISKIN.
           CLOSE RISKMSTN.
           CLOSE PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      * WS-NOTE says what happened; WS-OLD-BAND is zero when there
      * was no band before.
       700-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE RI-SUPPLIER-CODE TO DTL-SUPPLIER-OUT.
           IF WS-SUPPMST-FOUND-IDX > ZERO
              MOVE SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX)
                 TO DTL-NAME-OUT
           ELSE
              MOVE SPACES TO DTL-NAME-OUT
           END-IF.
           IF RI-SCORE IS NUMERIC
              MOVE RI-SCORE TO DTL-SCORE-OUT
           ELSE
              MOVE ZERO TO DTL-SCORE-OUT
           END-IF.
           IF WS-OLD-BAND = ZERO
              MOVE '-' TO DTL-WAS-OUT
           ELSE
              MOVE WS-OLD-BAND TO DTL-WAS-OUT
           END-IF.
           MOVE RI-BAND TO DTL-NOW-OUT.
           MOVE RI-SCORE-DATE TO DTL-DATE-OUT.
           MOVE WS-NOTE TO DTL-NOTE-OUT.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 3 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'AGENCY ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RISKIN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  REJECTED' TO WS-SUMMARY-LABEL.
           MOVE WS-REJECT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  FIRST SCORE FOR THE SUPPLIER' TO WS-SUMMARY-LABEL.
           MOVE WS-NEW-SUPPLIER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  BAND WORSENED' TO WS-SUMMARY-LABEL.
           MOVE WS-WORSENED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  BAND IMPROVED' TO WS-SUMMARY-LABEL.
           MOVE WS-IMPROVED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PUT ON THE WATCH LIST' TO WS-SUMMARY-LABEL.
           MOVE WS-ON-WATCH-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TAKEN OFF THE WATCH LIST' TO WS-SUMMARY-LABEL.
           MOVE WS-OFF-WATCH-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS ON THE MASTER' TO WS-SUMMARY-LABEL.
           MOVE RISK-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ON THE WATCH LIST AFTER THE LOAD' TO WS-SUMMARY-LABEL.
           MOVE WS-WATCHED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
