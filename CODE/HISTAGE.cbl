      *   - ages PO numbers whose first-seen date is past the same
      *     window out of PONUMREG to PONREGARC, so FINALEX's
      *     binary-search load stops growing without bound.
      * 05/15 Legal holds. An aged row that an active hold on the
      * LEGLHOLD register covers (see LHLDTAB) stays in the retained
      * detail instead of archiving and rolling up - legal needs the
      * rows as they were, not a monthly average. Held rows are
      * counted on the summary; they age normally once the hold is
      * released.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      *05/15 Legal-hold register - see LHLDTAB.
           SELECT LEGLHOLD ASSIGN TO LEGLHOLD
           FILE STATUS IS IN-LEGLHOLD-KEY.

      * Retained detail, staged for promotion
           SELECT SUPPHNEW ASSIGN TO SUPPHNEW
           FILE STATUS IS OUT-SUPPHNEW-KEY.
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  LEGLHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEGLHOLD-REC.
       01  LEGLHOLD-REC     PIC X(100).

       FD  SUPPHNEW
           RECORDING MODE IS F
           RECORD CONTAINS 21 CHARACTERS

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card
           COPY LHLDTAB. *> Legal-hold register

       01 FILE-STATUS-CODES.
           05 IN-SUPPHIST-KEY           PIC X(2).
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.
           05 IN-LEGLHOLD-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      *05/15 No register yet means nothing is on hold.
                88 LEGLHOLD-NOT-FOUND       VALUE '35'.
           05 OUT-SUPPHNEW-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-MEASHNEW-KEY          PIC X(2).
              88 MEASHIST-EOF                            VALUE 'Y'.
           05 PONUMREG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PONUMREG-EOF                            VALUE 'Y'.
           05 LEGLHOLD-EOF-WS                 PIC X(01) VALUE 'N'.
              88 LEGLHOLD-EOF                            VALUE 'Y'.

       01 WS-AGE-MONTHS                    PIC 9(3) VALUE 012.
       01 WS-CUTOFF-YYYYMM                 PIC 9(6) VALUE ZERO.
       01 WS-PR-KEPT-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-PR-AGED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-SUM-ROWS-CTR                  PIC 9(7) VALUE ZERO.
      *05/15 Aged rows kept back for a legal hold.
       01 WS-SH-HELD-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-MH-HELD-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-PR-HELD-CTR                   PIC 9(7) VALUE ZERO.

      *05/15 Hold test arguments - the row's date and whichever keys
      * its file carries. A key the file does not carry cannot match
      * a hold that names one.
       01 WS-HOLD-INDEX                    PIC 9(4) VALUE 1.
       01 WS-HM-DATE                       PIC 9(8) VALUE ZERO.
       01 WS-HM-SUPPLIER-CODE              PIC X(10) VALUE SPACES.
       01 WS-HM-SUPP-CARRIED               PIC X(01) VALUE 'N'.
           88 HM-SUPPLIER-CARRIED                  VALUE 'Y'.
       01 WS-HM-PART-NUMBER                PIC X(23) VALUE SPACES.
       01 WS-HM-PART-CARRIED               PIC X(01) VALUE 'N'.
           88 HM-PART-CARRIED                      VALUE 'Y'.
       01 WS-HM-HELD-FLAG                  PIC X(01) VALUE 'N'.
           88 ROW-ON-HOLD                          VALUE 'Y'.

      *03/05 Monthly rollup per supplier - shared by both history
      * files, drained to its summary file between the two passes.

       100-AgeSupplierHistory.
           MOVE SH-RUN-DATE (1:6) TO WS-ROW-YYYYMM.
      *05/15 An aged row under a legal hold stays in the detail.
           MOVE 'N' TO WS-HM-HELD-FLAG.
           IF WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM
              MOVE SH-RUN-DATE TO WS-HM-DATE
              MOVE SH-SUPPLIER-CODE TO WS-HM-SUPPLIER-CODE
              MOVE 'Y' TO WS-HM-SUPP-CARRIED
              MOVE 'N' TO WS-HM-PART-CARRIED
              PERFORM 220-CheckLegalHold
           END-IF.
           IF WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM
              AND NOT ROW-ON-HOLD
              MOVE SUPPHIST-REC TO SUPPHARC-REC
              WRITE SUPPHARC-REC
              IF OUT-SUPPHARC-KEY NOT = '00'
              IF OUT-SUPPHNEW-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              IF ROW-ON-HOLD
                 ADD 1 TO WS-SH-HELD-CTR
              ELSE
                 ADD 1 TO WS-SH-KEPT-CTR
              END-IF
           END-IF.
           PERFORM 400-Read-SUPPHIST.

       110-AgeMeasuredHistory.
           MOVE MH-RUN-DATE (1:6) TO WS-ROW-YYYYMM.
           MOVE 'N' TO WS-HM-HELD-FLAG.
           IF WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM
              MOVE MH-RUN-DATE TO WS-HM-DATE
              MOVE MH-SUPPLIER-CODE TO WS-HM-SUPPLIER-CODE
              MOVE 'Y' TO WS-HM-SUPP-CARRIED
              MOVE 'N' TO WS-HM-PART-CARRIED
              PERFORM 220-CheckLegalHold
           END-IF.
           IF WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM
              AND NOT ROW-ON-HOLD
              MOVE MEASHIST-REC TO MEASHARC-REC
              WRITE MEASHARC-REC
              IF OUT-MEASHARC-KEY NOT = '00'
              IF OUT-MEASHNEW-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              IF ROW-ON-HOLD
                 ADD 1 TO WS-MH-HELD-CTR
              ELSE
                 ADD 1 TO WS-MH-KEPT-CTR
              END-IF
           END-IF.
           PERFORM 410-Read-MEASHIST.

      * the lookback they cannot collide with anything live.
       120-AgeRegistry.
           MOVE PR-FIRST-SEEN (1:6) TO WS-ROW-YYYYMM.
      *05/15 The registry carries the part but no supplier.
           MOVE 'N' TO WS-HM-HELD-FLAG.
           IF WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM
              MOVE PR-FIRST-SEEN TO WS-HM-DATE
              MOVE PR-PART-NUMBER TO WS-HM-PART-NUMBER
              MOVE 'N' TO WS-HM-SUPP-CARRIED
              MOVE 'Y' TO WS-HM-PART-CARRIED
              PERFORM 220-CheckLegalHold
           END-IF.
           IF WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM
              AND NOT ROW-ON-HOLD
              MOVE PONUMREG-REC TO PONRGARC-REC
              WRITE PONRGARC-REC
              IF OUT-PONRGARC-KEY NOT = '00'
              IF OUT-PONRGNEW-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              IF ROW-ON-HOLD
                 ADD 1 TO WS-PR-HELD-CTR
              ELSE
                 ADD 1 TO WS-PR-KEPT-CTR
              END-IF
           END-IF.
           PERFORM 420-Read-PONUMREG.

              MOVE ZERO TO WS-RU-SUM-2 (WS-RU-FOUND-IDX)
           END-IF.

      *05/15 Any active hold whose date range takes in the row and
      * whose named supplier and part (blank for any) the row
      * carries and matches - see LHLDTAB.
       220-CheckLegalHold.
           MOVE 'N' TO WS-HM-HELD-FLAG.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
              UNTIL WS-HOLD-INDEX > LEGAL-HOLD-MAX
                 OR ROW-ON-HOLD
                 IF (LH-FROM-DATE (WS-HOLD-INDEX) = ZERO
                       OR WS-HM-DATE >= LH-FROM-DATE (WS-HOLD-INDEX))
                    AND (LH-TO-DATE (WS-HOLD-INDEX) = ZERO
                       OR WS-HM-DATE <= LH-TO-DATE (WS-HOLD-INDEX))
                    AND (LH-SUPPLIER-CODE (WS-HOLD-INDEX) = SPACES
                       OR (HM-SUPPLIER-CARRIED
                          AND LH-SUPPLIER-CODE (WS-HOLD-INDEX)
                             = WS-HM-SUPPLIER-CODE))
                    AND (LH-PART-NUMBER (WS-HOLD-INDEX) = SPACES
                       OR (HM-PART-CARRIED
                          AND LH-PART-NUMBER (WS-HOLD-INDEX)
                             = WS-HM-PART-NUMBER))
                    MOVE 'Y' TO WS-HM-HELD-FLAG
                 END-IF
           END-PERFORM.

       150-DrainSupplierRollup.
           PERFORM VARYING WS-RU-IDX FROM 1 BY 1
              UNTIL WS-RU-IDX > WS-ROLLUP-MAX
                END-READ
                CLOSE AGEMONS
           END-IF.
      *05/15 Only the holds still in force are loaded.
           OPEN INPUT LEGLHOLD.
           IF LEGLHOLD-NOT-FOUND
              MOVE 'Y' TO LEGLHOLD-EOF-WS
           ELSE
              IF IN-LEGLHOLD-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input LEGLHOLD'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadHolds
              END-IF
           END-IF.
           OPEN OUTPUT SUPPHNEW.
           IF OUT-SUPPHNEW-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning SUPPHNEW'
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       3600-LoadHolds.
           INITIALIZE LEGAL-HOLD-TABLE.
           MOVE 1 TO WS-HOLD-INDEX.
           PERFORM 3610-ReadNextHold UNTIL LEGLHOLD-EOF.
           COMPUTE LEGAL-HOLD-MAX = WS-HOLD-INDEX - 1.
           CLOSE LEGLHOLD.

      *05/15 A released row is read into the next free slot and
      * left there to be overwritten.
       3610-ReadNextHold.
           IF WS-HOLD-INDEX > 500
              DISPLAY 'HISTAGE - LEGAL-HOLD TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN LHLDTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ LEGLHOLD INTO LEGAL-HOLD-LIST(WS-HOLD-INDEX)
              AT END
                 MOVE 'Y' TO LEGLHOLD-EOF-WS
           END-READ.
           IF NOT LEGLHOLD-EOF
              IF LH-HOLD-ACTIVE (WS-HOLD-INDEX)
                 ADD 1 TO WS-HOLD-INDEX
              END-IF
           END-IF.

       370-LoadProcessDate.
           OPEN INPUT PROCDATE.
           IF PROCDATE-KEY = '00'
           MOVE 'MEASHIST ROWS AGED TO ARCHIVE' TO WS-SUMMARY-LABEL.
           MOVE WS-MH-AGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPHIST AGED ROWS ON LEGAL HOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-SH-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MEASHIST AGED ROWS ON LEGAL HOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-MH-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REGISTRY NUMBERS KEPT' TO WS-SUMMARY-LABEL.
           MOVE WS-PR-KEPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REGISTRY NUMBERS AGED OUT' TO WS-SUMMARY-LABEL.
           MOVE WS-PR-AGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REGISTRY NUMBERS ON LEGAL HOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-PR-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MONTHLY SUMMARY ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-SUM-ROWS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
