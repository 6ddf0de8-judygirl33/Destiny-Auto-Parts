       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADAPLY.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/11 Bulk load of reviewed planning lead times onto the parts
      * master. LEADMEAS writes a suggested lead time to LEADSUGG for
      * every part and supplier running over its quote; purchasing
      * goes through the file, deletes the rows it will not accept
      * and may key a different figure over LS-SUGGESTED-WEEKS (zero
      * puts the part back on its quoted lead time). This stamps what
      * is left onto PM-PLAN-LEAD-WEEKS and stages the master to
      * PARTMSTO for promotion, the stage-then-promote pattern
      * ABCCLASS uses. A part bought from more than one supplier
      * takes the longest figure - REORDPT has to cover the slowest
      * source it may be ordered from. Each part whose planning lead
      * time changes is listed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input reviewed lead-time suggestions, as LEADMEAS wrote them
           SELECT LEADSUGG ASSIGN TO LEADSUGG
           FILE STATUS IS IN-LEADSUGG-KEY.

      * Input parts master as it stands today
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output parts master, staged for promotion
           SELECT PARTMSTO ASSIGN TO PARTMSTO
           FILE STATUS IS OUT-PARTMSTO-KEY.

      * Output Planning Lead Time Changes Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 80-byte suggestion row LEADMEAS writes.
       FD  LEADSUGG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEADSUGG-REC.
       01  LEADSUGG-REC.
           05  LS-PART-NUMBER          PIC X(23).
           05  LS-SUPPLIER-CODE        PIC X(10).
           05  LS-QUOTED-WEEKS         PIC 9(03).
           05  LS-ACTUAL-WEEKS         PIC 9(03)V9.
           05  LS-SUGGESTED-WEEKS      PIC 9(03).
           05  LS-RECEIPTS             PIC 9(05).
           05  LS-AVG-DAYS             PIC 9(05).
           05  LS-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(19).

      * Same 155-byte master row PARTMUPD maintains. The quoted lead
      * time is the binary field inside the catalog detail.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  PM-CATALOG-DETAIL.
               10  FILLER              PIC X(35).
               10  PM-WEEKS-LEAD-TIME  PIC S9(04) COMP.
               10  FILLER              PIC X(45).
           05  FILLER                  PIC X(47).
           05  PM-PLAN-LEAD-WEEKS      PIC 9(03).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  PARTMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMSTO-REC.
       01  PARTMSTO-REC     PIC X(155).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date

       01 FILE-STATUS-CODES.
           05 IN-LEADSUGG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No suggestions this time round.
                88 LEADSUGG-NOT-FOUND       VALUE '35'.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.
           05 OUT-PARTMSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 LEADSUGG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 LEADSUGG-EOF                            VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.

       01 WS-IN-LEADSUGG-CTR               PIC 9(7) VALUE ZERO.
       01 WS-BAD-SUGG-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-PARTMAST-CTR               PIC 9(7) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-CLEARED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-UNCHANGED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NOT-ON-MASTER-CTR             PIC 9(7) VALUE ZERO.

      *05/11 One row per suggested part, in part order, holding the
      * longest figure across its suppliers and the supplier it came
      * from.
       01 WS-SUGG-TABLE.
           05 WS-SG-ENTRY OCCURS 20000 TIMES.
              10 WS-SG-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-SG-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
              10 WS-SG-WEEKS              PIC 9(03) VALUE ZERO.
              10 WS-SG-APPLIED            PIC X(01) VALUE 'N'.
                 88 SUGG-APPLIED                   VALUE 'Y'.
       01 WS-SG-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-SG-IDX                       PIC 9(05) VALUE 1.

      *05/11 Binary-search bounds, the LEADMEAS pattern - after an
      * unsuccessful search WS-BSRCH-LO is the insertion slot.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-ROW-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PART-NUMBER            PIC X(23) VALUE SPACES.

       01 WS-OLD-PLAN-WEEKS                PIC 9(03) VALUE ZERO.

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
              'Destiny Auto Parts - Planning Lead Time Changes'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(09)      VALUE '  Quoted'.
          05 FILLER              PIC X(09)      VALUE ' Was plan'.
          05 FILLER              PIC X(09)      VALUE ' Now plan'.
          05 FILLER              PIC X(66)      VALUE SPACES.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-QUOTED-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-WAS-OUT            PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-NOW-OUT            PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-NOTE-OUT           PIC X(20)      VALUE SPACES.
          05 FILLER                 PIC X(46)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 700-ApplyMaster.
           PERFORM 750-ListNotOnMaster.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-SUGG-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
           MOVE 'PARTS WHOSE PLANNING LEAD TIME CHANGED'
              TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.

       225-FindSuggestion.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-SG-MAX TO WS-BSRCH-HI.
           PERFORM 226-SuggSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       226-SuggSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-SG-PART-NUMBER (WS-BSRCH-MID)
                    = WS-SEARCH-PART-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-SG-PART-NUMBER (WS-BSRCH-MID)
                    < WS-SEARCH-PART-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       227-InsertSuggestion.
           IF WS-SG-MAX >= 20000
              DISPLAY 'LEADAPLY - SUGGESTION TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN LEADAPLY'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-SG-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-SG-ENTRY (WS-SHIFT-IDX)
                    TO WS-SG-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-SG-MAX.
           MOVE LS-PART-NUMBER TO WS-SG-PART-NUMBER (WS-BSRCH-LO).
           MOVE LS-SUPPLIER-CODE TO WS-SG-SUPPLIER-CODE (WS-BSRCH-LO).
           MOVE LS-SUGGESTED-WEEKS TO WS-SG-WEEKS (WS-BSRCH-LO).
           MOVE 'N' TO WS-SG-APPLIED (WS-BSRCH-LO).

       300-Open-Files.
           OPEN INPUT LEADSUGG.
           IF LEADSUGG-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-LEADSUGG-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input LEADSUGG'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 320-ReadNextSuggestion
                    THRU 320-ReadNextSuggestion-Exit
                    UNTIL LEADSUGG-EOF
                 CLOSE LEADSUGG
              END-IF
           END-IF.

           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PARTMSTO.
           IF OUT-PARTMSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PARTMSTO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/11 A figure purchasing keyed that is not a number is left
      * off and counted rather than guessed at. A second supplier for
      * the same part only wins with a longer figure.
       320-ReadNextSuggestion.
           READ LEADSUGG
              AT END
                 MOVE 'Y' TO LEADSUGG-EOF-WS
           END-READ.
           IF LEADSUGG-EOF
              GO TO 320-ReadNextSuggestion-Exit
           END-IF.
           ADD 1 TO WS-IN-LEADSUGG-CTR.
           IF LS-SUGGESTED-WEEKS IS NOT NUMERIC
              OR LS-PART-NUMBER = SPACES
                 ADD 1 TO WS-BAD-SUGG-CTR
                 GO TO 320-ReadNextSuggestion-Exit
           END-IF.
           MOVE LS-PART-NUMBER TO WS-SEARCH-PART-NUMBER.
           PERFORM 225-FindSuggestion.
           IF WS-ROW-FOUND-IDX > ZERO
              IF LS-SUGGESTED-WEEKS > WS-SG-WEEKS (WS-ROW-FOUND-IDX)
                 MOVE LS-SUPPLIER-CODE
                    TO WS-SG-SUPPLIER-CODE (WS-ROW-FOUND-IDX)
                 MOVE LS-SUGGESTED-WEEKS
                    TO WS-SG-WEEKS (WS-ROW-FOUND-IDX)
              END-IF
           ELSE
              PERFORM 227-InsertSuggestion
           END-IF.
       320-ReadNextSuggestion-Exit.
           EXIT.

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

       410-Read-PARTMAST.
           READ PARTMAST
                AT END MOVE "Y" TO PARTMAST-EOF-WS
           END-READ.
           IF (NOT PARTMAST-EOF) THEN
              ADD +1 TO WS-IN-PARTMAST-CTR
           END-IF.

      *05/11 Every master row is copied through; a part with a
      * suggestion takes it, and the change is listed.
       700-ApplyMaster.
           PERFORM 410-Read-PARTMAST.
           PERFORM 710-ApplyPart UNTIL PARTMAST-EOF.

       710-ApplyPart.
           MOVE PM-PART-NUMBER TO WS-SEARCH-PART-NUMBER.
           PERFORM 225-FindSuggestion.
           IF WS-ROW-FOUND-IDX > ZERO
              PERFORM 720-SetPlanLead
           END-IF.
           MOVE PARTMAST-REC TO PARTMSTO-REC.
           WRITE PARTMSTO-REC.
           IF OUT-PARTMSTO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 410-Read-PARTMAST.

       720-SetPlanLead.
           MOVE 'Y' TO WS-SG-APPLIED (WS-ROW-FOUND-IDX).
           IF PM-PLAN-LEAD-WEEKS IS NUMERIC
              MOVE PM-PLAN-LEAD-WEEKS TO WS-OLD-PLAN-WEEKS
           ELSE
              MOVE ZERO TO WS-OLD-PLAN-WEEKS
           END-IF.
           IF WS-SG-WEEKS (WS-ROW-FOUND-IDX) = WS-OLD-PLAN-WEEKS
              ADD 1 TO WS-UNCHANGED-CTR
           ELSE
              MOVE WS-SG-WEEKS (WS-ROW-FOUND-IDX)
                 TO PM-PLAN-LEAD-WEEKS
              MOVE SPACES TO DTL-NOTE-OUT
              IF PM-PLAN-LEAD-WEEKS = ZERO
                 MOVE 'BACK ON QUOTED' TO DTL-NOTE-OUT
                 ADD 1 TO WS-CLEARED-CTR
              ELSE
                 ADD 1 TO WS-CHANGED-CTR
              END-IF
              MOVE PM-PART-NUMBER TO DTL-PART-OUT
              MOVE WS-SG-SUPPLIER-CODE (WS-ROW-FOUND-IDX)
                 TO DTL-SUPPLIER-OUT
              MOVE PM-WEEKS-LEAD-TIME TO DTL-QUOTED-OUT
              MOVE WS-OLD-PLAN-WEEKS TO DTL-WAS-OUT
              MOVE PM-PLAN-LEAD-WEEKS TO DTL-NOW-OUT
              PERFORM 830-Write-Detail-Line
           END-IF.

      *05/11 A suggestion for a part no longer on the master has
      * nowhere to go - listed so purchasing can see it dropped.
       750-ListNotOnMaster.
           MOVE 'SUGGESTIONS FOR PARTS NOT ON THE MASTER'
              TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
              UNTIL WS-SG-IDX > WS-SG-MAX
                 IF NOT SUGG-APPLIED (WS-SG-IDX)
                    PERFORM 760-Write-Not-On-Master
                 END-IF
           END-PERFORM.

       760-Write-Not-On-Master.
           ADD 1 TO WS-NOT-ON-MASTER-CTR.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE WS-SG-PART-NUMBER (WS-SG-IDX) TO DTL-PART-OUT.
           MOVE WS-SG-SUPPLIER-CODE (WS-SG-IDX) TO DTL-SUPPLIER-OUT.
           MOVE ZERO TO DTL-QUOTED-OUT, DTL-WAS-OUT.
           MOVE WS-SG-WEEKS (WS-SG-IDX) TO DTL-NOW-OUT.
           MOVE 'NOT ON PARTMAST' TO DTL-NOTE-OUT.
           PERFORM 830-Write-Detail-Line.

       600-CLOSE-FILES.
           CLOSE  PARTMAST, PARTMSTO, PRINT-LINE.

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
           MOVE 'SUGGESTION ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LEADSUGG-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO USABLE FIGURE' TO WS-SUMMARY-LABEL.
           MOVE WS-BAD-SUGG-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MASTER PARTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-PARTMAST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PLANNING LEAD TIME SET' TO WS-SUMMARY-LABEL.
           MOVE WS-CHANGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PUT BACK ON QUOTED LEAD TIME' TO WS-SUMMARY-LABEL.
           MOVE WS-CLEARED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ALREADY ON THE SUGGESTED FIGURE' TO
              WS-SUMMARY-LABEL.
           MOVE WS-UNCHANGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUGGESTED PARTS NOT ON MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-ON-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
