       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/21 Quarterly ABC classification of the parts master. A
      * handful of parts carry most of the money tied up in the
      * warehouse and the long tail carries very little, but every
      * part got the same attention - which in practice meant none
      * until REORDPT suggested something absurd. This values each
      * part's annual usage (OH-WEEKLY-USAGE off tonight's cleaned
      * ONHAND balances, summed across the plants, times 52, at the
      * part's SC-STD-COST on STDCOST), ranks the parts by that value
      * and cuts the ranking on the cumulative share of the total:
      *   - 'A' up to the ABCAPCT parameter's percent (default 80),
      *   - 'B' up to the ABCBPCT parameter's percent (default 95),
      *   - 'C' the rest, and any part with no standard cost or no
      *     usage to value.
      * The class is stamped on PM-ABC-CLASS and the master staged
      * to PARTMSTO for promotion, the same stage-then-promote
      * pattern PARTMUPD uses. CYCCOUNT reads the class to decide how
      * often each part is counted.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input standard-cost control file - see STDCTAB.
           SELECT STDCOST ASSIGN TO STDCOST
           FILE STATUS IS IN-STDCOST-KEY.

      * Input on-hand balance feed, as OPSEDIT passed it
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * Input parts master as it stands today
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      *12/17 Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output classified parts master, staged for promotion
           SELECT PARTMSTO ASSIGN TO PARTMSTO
           FILE STATUS IS OUT-PARTMSTO-KEY.

      * Output ABC Classification Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
       01  STDCOST-REC     PIC X(33).

      * Same 38-byte per-plant balance row REORDPT reads.
       FD  ONHAND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-REC.
       01  ONHAND-REC.
           05  OH-PART-NUMBER          PIC X(23).
           05  OH-QTY-ON-HAND          PIC 9(07).
           05  OH-WEEKLY-USAGE         PIC 9(05).
           05  OH-PLANT-CODE           PIC X(03).

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(109).
           05  PM-ABC-CLASS            PIC X(01).
      *04/22 Commodity class - see PARTMUPD. Grew 133 to 137.
           05  FILLER                  PIC X(04).
      *04/25 Shelf life - see PARTMUPD. Grew 137 to 140.
           05  FILLER                  PIC X(03).
      *04/27 Weight and cube - see PARTMUPD. Grew 140 to 152.
           05  FILLER                  PIC X(12).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

      *12/17 Business process-date control card - see PROCDATE.
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
           COPY STDCTAB.  *> Standard-cost control table
           COPY PROCDATE. *> Business process date
           COPY PARMTAB.  *> PARMLOAD central-parameter request block

       01 FILE-STATUS-CODES.
           05 IN-STDCOST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ONHAND-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.
           05 OUT-PARTMSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 STDCOST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 STDCOST-EOF                             VALUE 'Y'.
           05 ONHAND-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ONHAND-END-OF-FILE                      VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.

       01 WS-IN-ONHAND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NO-STANDARD-CTR               PIC 9(7) VALUE ZERO.
       01 WS-IN-PARTMAST-CTR               PIC 9(7) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-STDCOST-INDEX                 PIC 9(4) VALUE 1.

      *04/21 One annual-value row per STDCOST part, built alongside
      * STD-COST-TABLE and then ranked richest first.
       01 WS-VALUE-TABLE.
           05 WS-AV-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-AV-IDX.
              10 WS-AV-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-AV-ANNUAL-VALUE       PIC 9(11)V99 VALUE ZERO.
              10 WS-AV-CUM-PCT            PIC 9(3)V99 VALUE ZERO.
              10 WS-AV-CLASS              PIC X(01) VALUE 'C'.
              10 WS-AV-OLD-CLASS          PIC X(01) VALUE SPACE.
       01 WS-AV-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-AV-WORK-IDX                  PIC 9(04) VALUE ZERO.
       01 WS-AV-FOUND-IDX                 PIC 9(04) VALUE ZERO.
       01 WS-AV-SWAP                      PIC X(43) VALUE SPACES.
       01 WS-SORT-I                       PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(04) VALUE ZERO.

      *04/21 Cut-offs, as percents of the total annual value.
       01 WS-A-PCT                        PIC 9(02) VALUE 80.
       01 WS-B-PCT                        PIC 9(02) VALUE 95.
       01 WS-USAGE-VALUE                  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-VALUE                  PIC 9(13)V99 VALUE ZERO.
       01 WS-CUM-VALUE                    PIC 9(13)V99 VALUE ZERO.
       01 WS-A-CUTOFF                     PIC 9(13)V99 VALUE ZERO.
       01 WS-B-CUTOFF                     PIC 9(13)V99 VALUE ZERO.
       01 WS-NEW-CLASS                    PIC X(01) VALUE 'C'.

      *04/21 Parts and value per class for the summary.
       01 WS-CLASS-TOTALS.
           05 WS-CT-ENTRY OCCURS 3 TIMES.
              10 WS-CT-CLASS              PIC X(01).
              10 WS-CT-PART-CTR           PIC 9(07).
              10 WS-CT-VALUE              PIC 9(13)V99.
       01 WS-CT-IDX                       PIC 9(01) VALUE ZERO.

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
              'Destiny Auto Parts - ABC Classification'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-CLASS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'Class'.
          05 FILLER              PIC X(12)      VALUE '      Parts'.
          05 FILLER              PIC X(22)      VALUE
             '     Annual Value'.
          05 FILLER              PIC X(10)      VALUE '  % Value'.
       01 WS-CLASS-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CLS-CLASS-OUT          PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 CLS-PARTS-OUT          PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 CLS-VALUE-OUT          PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 CLS-PCT-OUT            PIC ZZ9.99     VALUE ZERO.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(22)      VALUE
             '     Annual Value'.
          05 FILLER              PIC X(12)      VALUE '  Cum %'.
          05 FILLER              PIC X(10)      VALUE 'Was'.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-VALUE-OUT          PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-PCT-OUT            PIC ZZ9.99     VALUE ZERO.
          05 FILLER                 PIC X(06)      VALUE SPACES.
          05 DTL-WAS-OUT            PIC X(01)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL ONHAND-END-OF-FILE.
           PERFORM 500-RankParts
              THRU 500-RankParts-Exit.
           PERFORM 550-AssignClasses.
           PERFORM 700-ClassifyMaster.
           PERFORM 750-PrintClasses.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
      *04/21 The PARMMAST master's cut-offs, when in force on the
      * business process date, override the defaults - see PARMTAB.
           MOVE 'ABCAPCT ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:2) TO WS-A-PCT
           END-IF.
           MOVE 'ABCBPCT ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:2) TO WS-B-PCT
           END-IF.
           IF WS-B-PCT < WS-A-PCT
              DISPLAY 'ABCCLASS - ABCBPCT ' WS-B-PCT
                 ' BELOW ABCAPCT ' WS-A-PCT
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'A' TO WS-CT-CLASS (1).
           MOVE 'B' TO WS-CT-CLASS (2).
           MOVE 'C' TO WS-CT-CLASS (3).
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 3
              MOVE ZERO TO WS-CT-PART-CTR (WS-CT-IDX)
              MOVE ZERO TO WS-CT-VALUE (WS-CT-IDX)
           END-PERFORM.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-ONHAND.

       100-Main2.
           PERFORM 200-ValueUsage.
           PERFORM 400-Read-ONHAND.

      *04/21 A year of the plant's usage at standard, added to the
      * part's running value. A part with no standard cannot be
      * valued and stays 'C'.
       200-ValueUsage.
           MOVE ZERO TO WS-AV-FOUND-IDX.
           PERFORM VARYING WS-AV-WORK-IDX FROM 1 BY 1
              UNTIL WS-AV-WORK-IDX > WS-AV-MAX
                 OR WS-AV-FOUND-IDX > ZERO
                 IF WS-AV-PART-NUMBER (WS-AV-WORK-IDX)
                       = OH-PART-NUMBER
                    MOVE WS-AV-WORK-IDX TO WS-AV-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-AV-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-STANDARD-CTR
           ELSE
              COMPUTE WS-USAGE-VALUE ROUNDED =
                 OH-WEEKLY-USAGE * 52
                 * SC-STD-COST (WS-AV-FOUND-IDX)
              ADD WS-USAGE-VALUE
                 TO WS-AV-ANNUAL-VALUE (WS-AV-FOUND-IDX)
              ADD WS-USAGE-VALUE TO WS-TOTAL-VALUE
           END-IF.

       300-Open-Files.
           OPEN INPUT STDCOST.
           IF IN-STDCOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input STDCOST File'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3900-LoadStandardCosts
           END-IF.

           OPEN INPUT ONHAND.
           IF IN-ONHAND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ONHAND File'
                GO TO 2000-ABEND-RTN
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

      *04/21 Loads STD-COST-TABLE from STDCOST, same shape as
      * PPVRPT's, seeding an annual-value row per standard.
       3900-LoadStandardCosts.
           INITIALIZE STD-COST-TABLE.
           MOVE 1 TO WS-STDCOST-INDEX.
           PERFORM 3950-ReadNextStandard UNTIL STDCOST-EOF.
           COMPUTE STD-COST-MAX = WS-STDCOST-INDEX - 1.
           CLOSE STDCOST.
           MOVE STD-COST-MAX TO WS-AV-MAX.
           PERFORM VARYING WS-AV-WORK-IDX FROM 1 BY 1
              UNTIL WS-AV-WORK-IDX > WS-AV-MAX
                 MOVE SC-PART-NUMBER (WS-AV-WORK-IDX)
                    TO WS-AV-PART-NUMBER (WS-AV-WORK-IDX)
                 MOVE ZERO TO WS-AV-ANNUAL-VALUE (WS-AV-WORK-IDX)
                 MOVE 'C' TO WS-AV-CLASS (WS-AV-WORK-IDX)
           END-PERFORM.

       3950-ReadNextStandard.
           READ STDCOST
              AT END
                 MOVE 'Y' TO STDCOST-EOF-WS
           END-READ.
           IF NOT STDCOST-EOF
              IF WS-STDCOST-INDEX > 2000
                 DISPLAY 'ABCCLASS - STDCOST TABLE FULL AT 2000 ROWS'
                    ' - RAISE OCCURS IN COPYBOOK'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE STDCOST-REC TO STD-COST-LIST (WS-STDCOST-INDEX)
              ADD 1 TO WS-STDCOST-INDEX
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

       400-Read-ONHAND.
           READ ONHAND
                AT END MOVE "Y" TO ONHAND-EOF-WS
           END-READ.
           IF (NOT ONHAND-END-OF-FILE) THEN
              ADD +1 TO WS-IN-ONHAND-CTR
           END-IF.

       410-Read-PARTMAST.
           READ PARTMAST
                AT END MOVE "Y" TO PARTMAST-EOF-WS
           END-READ.
           IF (NOT PARTMAST-EOF) THEN
              ADD +1 TO WS-IN-PARTMAST-CTR
           END-IF.

      *04/21 Richest first - the exchange sort EXPEDITE uses for its
      * action list.
       500-RankParts.
           IF WS-AV-MAX < 2
              GO TO 500-RankParts-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-AV-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-AV-MAX
                 IF WS-AV-ANNUAL-VALUE (WS-SORT-J) <
                       WS-AV-ANNUAL-VALUE (WS-SORT-J + 1)
                    MOVE WS-AV-ENTRY (WS-SORT-J) TO WS-AV-SWAP
                    MOVE WS-AV-ENTRY (WS-SORT-J + 1)
                       TO WS-AV-ENTRY (WS-SORT-J)
                    MOVE WS-AV-SWAP TO WS-AV-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-RankParts-Exit.
           EXIT.

      *04/21 A part is in the class whose cut-off the running total
      * had not yet reached when the part was added - so the part
      * that carries the total over the A line is still an A.
       550-AssignClasses.
           COMPUTE WS-A-CUTOFF = WS-TOTAL-VALUE * WS-A-PCT / 100.
           COMPUTE WS-B-CUTOFF = WS-TOTAL-VALUE * WS-B-PCT / 100.
           MOVE ZERO TO WS-CUM-VALUE.
           PERFORM VARYING WS-AV-WORK-IDX FROM 1 BY 1
              UNTIL WS-AV-WORK-IDX > WS-AV-MAX
                 EVALUATE TRUE
                    WHEN WS-AV-ANNUAL-VALUE (WS-AV-WORK-IDX) = ZERO
                       MOVE 'C' TO WS-AV-CLASS (WS-AV-WORK-IDX)
                    WHEN WS-CUM-VALUE < WS-A-CUTOFF
                       MOVE 'A' TO WS-AV-CLASS (WS-AV-WORK-IDX)
                    WHEN WS-CUM-VALUE < WS-B-CUTOFF
                       MOVE 'B' TO WS-AV-CLASS (WS-AV-WORK-IDX)
                    WHEN OTHER
                       MOVE 'C' TO WS-AV-CLASS (WS-AV-WORK-IDX)
                 END-EVALUATE
                 ADD WS-AV-ANNUAL-VALUE (WS-AV-WORK-IDX)
                    TO WS-CUM-VALUE
                 IF WS-TOTAL-VALUE > ZERO
                    COMPUTE WS-AV-CUM-PCT (WS-AV-WORK-IDX) ROUNDED =
                       WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
                 END-IF
           END-PERFORM.

      *04/21 Every master row is copied through with its class - a
      * part STDCOST does not carry is 'C'. The class totals count
      * master parts, so a standard for a part no longer on the
      * master does not inflate them.
       700-ClassifyMaster.
           PERFORM 410-Read-PARTMAST.
           PERFORM 710-ClassifyPart UNTIL PARTMAST-EOF.

       710-ClassifyPart.
           MOVE 'C' TO WS-NEW-CLASS.
           MOVE ZERO TO WS-AV-FOUND-IDX.
           PERFORM VARYING WS-AV-WORK-IDX FROM 1 BY 1
              UNTIL WS-AV-WORK-IDX > WS-AV-MAX
                 OR WS-AV-FOUND-IDX > ZERO
                 IF WS-AV-PART-NUMBER (WS-AV-WORK-IDX)
                       = PM-PART-NUMBER
                    MOVE WS-AV-WORK-IDX TO WS-AV-FOUND-IDX
                    MOVE WS-AV-CLASS (WS-AV-WORK-IDX) TO WS-NEW-CLASS
                 END-IF
           END-PERFORM.
           EVALUATE WS-NEW-CLASS
              WHEN 'A' MOVE 1 TO WS-CT-IDX
              WHEN 'B' MOVE 2 TO WS-CT-IDX
              WHEN OTHER MOVE 3 TO WS-CT-IDX
           END-EVALUATE.
           ADD 1 TO WS-CT-PART-CTR (WS-CT-IDX).
           IF WS-AV-FOUND-IDX > ZERO
              ADD WS-AV-ANNUAL-VALUE (WS-AV-FOUND-IDX)
                 TO WS-CT-VALUE (WS-CT-IDX)
              MOVE PM-ABC-CLASS TO WS-AV-OLD-CLASS (WS-AV-FOUND-IDX)
           END-IF.
           IF PM-ABC-CLASS NOT = WS-NEW-CLASS
              ADD 1 TO WS-CHANGED-CTR
           END-IF.
           MOVE WS-NEW-CLASS TO PM-ABC-CLASS.
           MOVE PARTMAST-REC TO PARTMSTO-REC.
           WRITE PARTMSTO-REC.
           IF OUT-PARTMSTO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 410-Read-PARTMAST.

       600-CLOSE-FILES.
           CLOSE  ONHAND, PARTMAST, PARTMSTO, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       750-PrintClasses.
           MOVE 'PARTS AND ANNUAL USAGE VALUE BY CLASS'
              TO WS-SECTION-TITLE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-CLASS-HEADER.
           ADD 3 TO WS-LINE-KTR.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 3
              MOVE WS-CT-CLASS (WS-CT-IDX) TO CLS-CLASS-OUT
              MOVE WS-CT-PART-CTR (WS-CT-IDX) TO CLS-PARTS-OUT
              MOVE WS-CT-VALUE (WS-CT-IDX) TO CLS-VALUE-OUT
              MOVE ZERO TO CLS-PCT-OUT
              IF WS-TOTAL-VALUE > ZERO
                 COMPUTE CLS-PCT-OUT ROUNDED =
                    WS-CT-VALUE (WS-CT-IDX) * 100 / WS-TOTAL-VALUE
              END-IF
              WRITE PRINT-REC FROM WS-CLASS-LINE-OUT
              ADD 1 TO WS-LINE-KTR
           END-PERFORM.
           MOVE 'A PARTS, RICHEST FIRST' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           PERFORM VARYING WS-AV-WORK-IDX FROM 1 BY 1
              UNTIL WS-AV-WORK-IDX > WS-AV-MAX
                 IF WS-AV-CLASS (WS-AV-WORK-IDX) = 'A'
                    PERFORM 760-Write-A-Part
                 END-IF
           END-PERFORM.

       760-Write-A-Part.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE WS-AV-PART-NUMBER (WS-AV-WORK-IDX) TO DTL-PART-OUT.
           MOVE WS-AV-ANNUAL-VALUE (WS-AV-WORK-IDX) TO DTL-VALUE-OUT.
           MOVE WS-AV-CUM-PCT (WS-AV-WORK-IDX) TO DTL-PCT-OUT.
           MOVE WS-AV-OLD-CLASS (WS-AV-WORK-IDX) TO DTL-WAS-OUT.
           PERFORM 830-Write-Detail-Line.

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
           MOVE 'ONHAND BALANCE ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ONHAND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO STANDARD COST' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-STANDARD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MASTER PARTS CLASSIFIED' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-PARTMAST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  CLASS CHANGED THIS RUN' TO WS-SUMMARY-LABEL.
           MOVE WS-CHANGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'A CUT-OFF PERCENT' TO WS-SUMMARY-LABEL.
           MOVE WS-A-PCT TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'B CUT-OFF PERCENT' TO WS-SUMMARY-LABEL.
           MOVE WS-B-PCT TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
