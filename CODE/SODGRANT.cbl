       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODGRANT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/13 Quarterly segregation-of-duties review of the OPERMST
      * grants. Every console signs its operator on against OPERMST,
      * one program at a time, so nothing ever looked across the
      * grants: one person could hold update on SUPPMNT, supervisor
      * on BANKRLSE and supervisor on POAPPRV. For each rule on
      * SODRULES (see SODTAB) this lists every operator granted both
      * functions at or above the rule's levels, so security can take
      * one of the grants away or sign the exception off. What an
      * operator actually did with such a pair is SODBRCH's nightly
      * report.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Conflict rules - see SODTAB.
           SELECT SODRULES ASSIGN TO SODRULES
           FILE STATUS IS IN-SODRULES-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

       FD  SODRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRULES-REC.
       01  SODRULES-REC     PIC X(80).

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
           COPY OPERTAB.  *> Operator authorization table
           COPY SODTAB.   *> Segregation-of-duties conflict rules
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SODRULES-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.
           05 SODRULES-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SODRULES-EOF                            VALUE 'Y'.

       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-PAIR-INDEX                    PIC 9(4) VALUE 1.
       01 WS-RULE-INDEX                    PIC 9(4) VALUE 1.

       01 WS-RULE-CONFLICT-CTR             PIC 9(5) VALUE ZERO.
       01 WS-CONFLICT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-RULES-BROKEN-CTR              PIC 9(5) VALUE ZERO.

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
              'Destiny Auto Parts - Segregation-of-Duties Grants'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(45)      VALUE
              'Operators granted both sides of a rule as of '.
           05 WS-SECTION-DATE     PIC 9999/99/99 VALUE ZERO.
           05 FILLER              PIC X(75)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE 'Operator'.
          05 FILLER              PIC X(22)      VALUE 'Name'.
          05 FILLER              PIC X(06)      VALUE 'Rule'.
          05 FILLER              PIC X(13)      VALUE 'Function'.
          05 FILLER              PIC X(13)      VALUE 'Function'.
          05 FILLER              PIC X(66)      VALUE 'Conflict'.

      *05/13 One line per rule for an operator holding both sides,
      * with the level actually granted on each.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DL-OPERATOR-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-NAME-OUT            PIC X(20)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-RULE-OUT            PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-FUNCTION-A-OUT      PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE '/'.
          05 DL-LEVEL-A-OUT         PIC 9(01)      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DL-FUNCTION-B-OUT      PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE '/'.
          05 DL-LEVEL-B-OUT         PIC 9(01)      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DL-DESCRIPTION-OUT     PIC X(40)      VALUE SPACES.
          05 FILLER                 PIC X(26)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
              UNTIL WS-RULE-INDEX > SOD-RULE-MAX
                 PERFORM 100-CheckRule THRU 100-CheckRule-Exit
           END-PERFORM.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 300-Open-Files.
           PERFORM 800-NEW-PAGE.

      *05/13 Every grant on the rule's first function at its level is
      * paired with the same operator's grants on the second.
       100-CheckRule.
           IF SR-FUNCTION-A (WS-RULE-INDEX) = SPACES
              OR SR-FUNCTION-B (WS-RULE-INDEX) = SPACES
              OR SR-FUNCTION-A (WS-RULE-INDEX)
                 = SR-FUNCTION-B (WS-RULE-INDEX)
                 DISPLAY 'SODGRANT - RULE ' SR-RULE-ID (WS-RULE-INDEX)
                    ' NEEDS TWO DIFFERENT FUNCTIONS - SKIPPED'
                 GO TO 100-CheckRule-Exit
           END-IF.
           MOVE ZERO TO WS-RULE-CONFLICT-CTR.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 IF OA-FUNCTION (WS-OPER-INDEX)
                       = SR-FUNCTION-A (WS-RULE-INDEX)
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= SR-LEVEL-A (WS-RULE-INDEX)
                    PERFORM 110-FindOtherHalf
                 END-IF
           END-PERFORM.
           IF WS-RULE-CONFLICT-CTR > ZERO
              ADD 1 TO WS-RULES-BROKEN-CTR
           END-IF.
       100-CheckRule-Exit.
           EXIT.

       110-FindOtherHalf.
           PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
              UNTIL WS-PAIR-INDEX > OPERATOR-MAX
                 IF OA-OPERATOR-ID (WS-PAIR-INDEX)
                       = OA-OPERATOR-ID (WS-OPER-INDEX)
                    AND OA-FUNCTION (WS-PAIR-INDEX)
                       = SR-FUNCTION-B (WS-RULE-INDEX)
                    AND OA-AUTH-LEVEL (WS-PAIR-INDEX)
                       >= SR-LEVEL-B (WS-RULE-INDEX)
                    PERFORM 120-WriteConflict
                 END-IF
           END-PERFORM.

       120-WriteConflict.
           ADD 1 TO WS-RULE-CONFLICT-CTR.
           ADD 1 TO WS-CONFLICT-CTR.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE OA-OPERATOR-ID (WS-OPER-INDEX) TO DL-OPERATOR-OUT.
           MOVE OA-OPERATOR-NAME (WS-OPER-INDEX) TO DL-NAME-OUT.
           MOVE SR-RULE-ID (WS-RULE-INDEX) TO DL-RULE-OUT.
           MOVE OA-FUNCTION (WS-OPER-INDEX) TO DL-FUNCTION-A-OUT.
           MOVE OA-AUTH-LEVEL (WS-OPER-INDEX) TO DL-LEVEL-A-OUT.
           MOVE OA-FUNCTION (WS-PAIR-INDEX) TO DL-FUNCTION-B-OUT.
           MOVE OA-AUTH-LEVEL (WS-PAIR-INDEX) TO DL-LEVEL-B-OUT.
           MOVE SR-DESCRIPTION (WS-RULE-INDEX) TO DL-DESCRIPTION-OUT.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       300-Open-Files.
           OPEN INPUT OPERMST.
           IF IN-OPERMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning OPERMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.
           OPEN INPUT SODRULES.
           IF IN-SODRULES-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SODRULES'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3800-LoadRules
           END-IF.
           OPEN OUTPUT PRINT-LINE.

      *05/13 Loads OPERATOR-TABLE from OPERMST, same shape as
      * POAPPRV's 3700-LoadOperators, bounds-checked.
       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'SODGRANT - OPERATOR TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN OPERTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ OPERMST INTO OPERATOR-LIST(WS-OPER-INDEX)
              AT END
                 MOVE 'Y' TO OPERMST-EOF-WS
           END-READ.
           IF NOT OPERMST-EOF
              ADD 1 TO WS-OPER-INDEX
           END-IF.

      *05/13 Loads SOD-RULE-TABLE from SODRULES the same way. A blank
      * or zero level counts any grant at all.
       3800-LoadRules.
           INITIALIZE SOD-RULE-TABLE.
           MOVE 1 TO WS-RULE-INDEX.
           PERFORM 3850-ReadNextRule UNTIL SODRULES-EOF.
           COMPUTE SOD-RULE-MAX = WS-RULE-INDEX - 1.
           CLOSE SODRULES.

       3850-ReadNextRule.
           IF WS-RULE-INDEX > 100
              DISPLAY 'SODGRANT - RULE TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN SODTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SODRULES INTO SOD-RULE-LIST(WS-RULE-INDEX)
              AT END
                 MOVE 'Y' TO SODRULES-EOF-WS
           END-READ.
           IF NOT SODRULES-EOF
              IF SR-LEVEL-A (WS-RULE-INDEX) NOT NUMERIC
                 OR SR-LEVEL-A (WS-RULE-INDEX) = ZERO
                    MOVE 1 TO SR-LEVEL-A (WS-RULE-INDEX)
              END-IF
              IF SR-LEVEL-B (WS-RULE-INDEX) NOT NUMERIC
                 OR SR-LEVEL-B (WS-RULE-INDEX) = ZERO
                    MOVE 1 TO SR-LEVEL-B (WS-RULE-INDEX)
              END-IF
              ADD 1 TO WS-RULE-INDEX
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

       600-CLOSE-FILES.
           CLOSE  PRINT-LINE.

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
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'SEGREGATION-OF-DUTIES SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPERMST GRANTS CHECKED' TO WS-SUMMARY-LABEL.
           MOVE OPERATOR-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CONFLICT RULES' TO WS-SUMMARY-LABEL.
           MOVE SOD-RULE-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RULES WITH A CONFLICTING GRANT' TO WS-SUMMARY-LABEL.
           MOVE WS-RULES-BROKEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CONFLICTING GRANT PAIRS' TO WS-SUMMARY-LABEL.
           MOVE WS-CONFLICT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
