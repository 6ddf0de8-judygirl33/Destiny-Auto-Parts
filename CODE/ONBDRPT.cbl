       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBDRPT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/03 Weekly stuck-in-onboarding report. Lists every prospect
      * on the supplier master (SM-PROSPECT - see SUPMTAB) that was
      * keyed in SUPPMNT at least the ONBSTUCK parameter's days ago
      * (default 7) and is still not activated, with its checklist
      * from ONBDCHK - the same answer ONBDACT gives the purchasing
      * manager - and the step holding it. A prospect with every
      * step done is listed as waiting on activation. The keying
      * date comes off the SUPMAUD trail; a prospect with no 'A' row
      * there is listed regardless of age. Read-only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Supplier maintenance audit trail, as SUPPMNT writes it
           SELECT SUPMAUD ASSIGN TO SUPMAUD
           FILE STATUS IS IN-SUPMAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

      * Same 27-byte row SUPPMNT writes.
       FD  SUPMAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPMAUD-REC.
       01  SUPMAUD-REC.
           05  SA-SUPPLIER-CODE       PIC X(10).
           05  SA-ACTION              PIC X(01).
           05  SA-OPERATOR-ID         PIC X(08).
           05  SA-ACTION-DATE         PIC 9(08).

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
           COPY SUPMTAB.  *> Supplier master table
           COPY ONBDREQ.  *> ONBDCHK onboarding-checklist request
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPMAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 SUPMAUD-NOT-FOUND        VALUE '35'.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 SUPMAUD-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPMAUD-EOF                             VALUE 'Y'.

      *05/03 Days a prospect may sit in onboarding before it is
      * listed - PARMLOAD ONBSTUCK overrides.
       01 WS-STUCK-DAYS                    PIC 9(03) VALUE 007.

      *05/03 Who keyed each supplier, and when - the latest 'A' row
      * per code on the SUPMAUD trail.
       01 WS-ADDED-TABLE.
           05 WS-ADD-ENTRY OCCURS 500 TIMES.
              10 WS-ADD-SUPPLIER          PIC X(10).
              10 WS-ADD-OPERATOR          PIC X(08).
              10 WS-ADD-DATE              PIC 9(08).
       01 WS-ADD-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-ADD-IDX                       PIC 9(4) VALUE 1.
       01 WS-ADD-FOUND-IDX                 PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-DAYS-WAITING                  PIC 9(05) VALUE ZERO.

       01 WS-PROSPECT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-STUCK-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-HELD-DOCS-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-HELD-SCREEN-CTR               PIC 9(7) VALUE ZERO.
       01 WS-HELD-REMIT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-HELD-BANK-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-AWAITING-CTR                  PIC 9(7) VALUE ZERO.

      * CEEDAYS work areas - the same shape POAGERPT uses.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.

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
              'Destiny Auto Parts - Suppliers Stuck in Onboarding'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(34)      VALUE
              'PROSPECTS KEYED AT LEAST      DAYS'.
           05 FILLER              PIC X(10)      VALUE ' AGO AS OF'.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(77)      VALUE SPACES.
       01 WS-SECTION-DAYS-VIEW REDEFINES WS-SECTION-LINE.
           05 FILLER              PIC X(28).
           05 WS-SECTION-DAYS     PIC ZZ9.
           05 FILLER              PIC X(102).

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(17)      VALUE 'Name'.
          05 FILLER              PIC X(10)      VALUE 'Keyed By'.
          05 FILLER              PIC X(10)      VALUE 'Keyed On'.
          05 FILLER              PIC X(06)      VALUE '  Days'.
          05 FILLER              PIC X(06)      VALUE '  Docs'.
          05 FILLER              PIC X(10)      VALUE '  Screen'.
          05 FILLER              PIC X(07)      VALUE ' Remit'.
          05 FILLER              PIC X(07)      VALUE '  Bank'.
          05 FILLER              PIC X(26)      VALUE '  Held By'.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-NAME-OUT           PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-KEYED-BY-OUT       PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-KEYED-ON-OUT       PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DAYS-OUT           PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DOCS-OUT           PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-SCREEN-OUT         PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-REMIT-OUT          PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-BANK-OUT           PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-HOLD-OUT           PIC X(24)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-CheckProspect
              THRU 200-CheckProspect-Exit
              VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT = ZERO
              DISPLAY 'ONBDRPT - PROCESS DATE ' PROCESS-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.
           MOVE WS-STUCK-DAYS TO WS-SECTION-DAYS.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 800-NEW-PAGE.

       200-CheckProspect.
           IF NOT SM-PROSPECT (WS-SUPPMST-INDEX)
              GO TO 200-CheckProspect-Exit
           END-IF.
           ADD 1 TO WS-PROSPECT-CTR.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 220-FindAdder.
           MOVE ZERO TO WS-DAYS-WAITING.
           IF WS-ADD-FOUND-IDX > ZERO
              MOVE WS-ADD-DATE (WS-ADD-FOUND-IDX) TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              IF WS-DAY-INT > ZERO AND WS-DAY-INT <= WS-TODAY-INT
                 COMPUTE WS-DAYS-WAITING = WS-TODAY-INT - WS-DAY-INT
              END-IF
              IF WS-DAYS-WAITING < WS-STUCK-DAYS
                 GO TO 200-CheckProspect-Exit
              END-IF
           END-IF.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
              TO OBQ-SUPPLIER-CODE.
           MOVE SM-SUPPLIER-NAME (WS-SUPPMST-INDEX)
              TO OBQ-SUPPLIER-NAME.
           MOVE SM-PAY-METHOD (WS-SUPPMST-INDEX) TO OBQ-PAY-METHOD.
           MOVE SM-BANK-ROUTING (WS-SUPPMST-INDEX) TO OBQ-BANK-ROUTING.
           MOVE SM-BANK-ACCOUNT (WS-SUPPMST-INDEX) TO OBQ-BANK-ACCOUNT.
           MOVE PROCESS-DATE TO OBQ-AS-OF-DATE.
           CALL 'ONBDCHK' USING ONBOARD-REQUEST.
           ADD 1 TO WS-STUCK-CTR.
           EVALUATE TRUE
              WHEN OBQ-READY
                 MOVE 'AWAITING ACTIVATION' TO OBQ-HOLD-REASON
                 ADD 1 TO WS-AWAITING-CTR
              WHEN NOT OBQ-DOCS-DONE
                 ADD 1 TO WS-HELD-DOCS-CTR
              WHEN NOT OBQ-SCREEN-DONE
                 ADD 1 TO WS-HELD-SCREEN-CTR
              WHEN NOT OBQ-REMIT-DONE
                 ADD 1 TO WS-HELD-REMIT-CTR
              WHEN OTHER
                 ADD 1 TO WS-HELD-BANK-CTR
           END-EVALUATE.
           PERFORM 700-Write-Detail-Line.
       200-CheckProspect-Exit.
           EXIT.

       220-FindAdder.
           MOVE ZERO TO WS-ADD-FOUND-IDX.
           PERFORM VARYING WS-ADD-IDX FROM 1 BY 1
              UNTIL WS-ADD-IDX > WS-ADD-MAX
                 OR WS-ADD-FOUND-IDX > ZERO
                 IF WS-ADD-SUPPLIER (WS-ADD-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-ADD-IDX TO WS-ADD-FOUND-IDX
                 END-IF
           END-PERFORM.

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

           OPEN INPUT SUPMAUD.
           IF SUPMAUD-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-SUPMAUD-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input SUPMAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
              PERFORM 330-ReadAuditRow UNTIL SUPMAUD-EOF
              CLOSE SUPMAUD
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       320-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'ONBDRPT - SUPPLIER MASTER TABLE FULL AT 500 '
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

      *05/03 A later add of the same code replaces the earlier one.
       330-ReadAuditRow.
           READ SUPMAUD
              AT END
                 MOVE 'Y' TO SUPMAUD-EOF-WS
           END-READ.
           IF NOT SUPMAUD-EOF AND SA-ACTION = 'A'
              MOVE SA-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE
              PERFORM 220-FindAdder
              IF WS-ADD-FOUND-IDX = ZERO
                 IF WS-ADD-MAX >= 500
                    DISPLAY 'ONBDRPT - ADDED-BY TABLE FULL AT 500 '
                       'ROWS - RAISE OCCURS IN ONBDRPT'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ADD-MAX
                 MOVE WS-ADD-MAX TO WS-ADD-FOUND-IDX
                 MOVE SA-SUPPLIER-CODE
                    TO WS-ADD-SUPPLIER (WS-ADD-FOUND-IDX)
              END-IF
              MOVE SA-OPERATOR-ID TO WS-ADD-OPERATOR (WS-ADD-FOUND-IDX)
              MOVE SA-ACTION-DATE TO WS-ADD-DATE (WS-ADD-FOUND-IDX)
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

      *05/03 The PARMMAST master's value, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'ONBSTUCK' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-STUCK-DAYS
           END-IF.

      *05/03 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

       600-CLOSE-FILES.
           CLOSE  PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX) TO DTL-SUPPLIER-OUT.
           MOVE SM-SUPPLIER-NAME (WS-SUPPMST-INDEX) TO DTL-NAME-OUT.
           IF WS-ADD-FOUND-IDX > ZERO
              MOVE WS-ADD-OPERATOR (WS-ADD-FOUND-IDX)
                 TO DTL-KEYED-BY-OUT
              MOVE WS-ADD-DATE (WS-ADD-FOUND-IDX) TO DTL-KEYED-ON-OUT
           ELSE
              MOVE 'UNKNOWN' TO DTL-KEYED-BY-OUT
              MOVE SPACES TO DTL-KEYED-ON-OUT
           END-IF.
           MOVE WS-DAYS-WAITING TO DTL-DAYS-OUT.
           IF OBQ-DOCS-DONE
              MOVE 'DONE' TO DTL-DOCS-OUT
           ELSE
              MOVE 'OPEN' TO DTL-DOCS-OUT
           END-IF.
           EVALUATE TRUE
              WHEN OBQ-SCREEN-DONE
                 MOVE 'CLEAN' TO DTL-SCREEN-OUT
              WHEN OBQ-SCREEN-DENIED
                 MOVE 'DENIED' TO DTL-SCREEN-OUT
              WHEN OBQ-SCREEN-NEAR-MISS
                 MOVE 'NEARMISS' TO DTL-SCREEN-OUT
              WHEN OTHER
                 MOVE 'OPEN' TO DTL-SCREEN-OUT
           END-EVALUATE.
           IF OBQ-REMIT-DONE
              MOVE 'DONE' TO DTL-REMIT-OUT
           ELSE
              MOVE 'OPEN' TO DTL-REMIT-OUT
           END-IF.
           IF OBQ-BANK-DONE
              MOVE 'DONE' TO DTL-BANK-OUT
           ELSE
              MOVE 'OPEN' TO DTL-BANK-OUT
           END-IF.
           MOVE OBQ-HOLD-REASON TO DTL-HOLD-OUT.
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
           MOVE 'PROSPECTS ON THE MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-PROSPECT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'STUCK PROSPECTS LISTED' TO WS-SUMMARY-LABEL.
           MOVE WS-STUCK-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HELD ON DOCUMENTS' TO WS-SUMMARY-LABEL.
           MOVE WS-HELD-DOCS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HELD ON DENIED-PARTY SCREEN' TO WS-SUMMARY-LABEL.
           MOVE WS-HELD-SCREEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HELD ON REMIT ADDRESS' TO WS-SUMMARY-LABEL.
           MOVE WS-HELD-REMIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HELD ON BANK DETAILS' TO WS-SUMMARY-LABEL.
           MOVE WS-HELD-BANK-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  AWAITING ACTIVATION' TO WS-SUMMARY-LABEL.
           MOVE WS-AWAITING-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
