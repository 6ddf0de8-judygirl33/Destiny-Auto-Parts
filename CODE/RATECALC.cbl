       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECALC.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/04 Quarterly computed supplier quality rating. The 1/2/3
      * SM-SUPPLIER-RATING on the master was keyed by purchasing years
      * ago, yet it is the rating the edit pipeline now stamps on
      * every record and so the one FINALRPT's review flag and the
      * SUPPRPT scorecard act on. This scores every active supplier
      * on what we actually measure:
      *   ON-TIME - the supplier's latest DLVPERF measured on-time
      *             percent off MEASHIST;
      *   DOCK    - the share of quantity received over the last
      *             QRDOCKDY days (default 91) that DOCKINSP did not
      *             reject, off QUALPPM's QUALHIST lot history;
      *   EDIT    - the share of the supplier's feed records accepted
      *             rather than rejected, REJANAL's ERRORFILE/BADDATA
      *             attribution against the SUPPHIST rows FINALEX
      *             wrote over the last QREDTDAY days (default 14 -
      *             the fortnight the ERRORFILE GDG keeps);
      *   CARS    - 100 less QRCARPTS points (default 25) for each
      *             CAR still open on CARFILE.
      * The composite is the measures' weighted average with the
      * QRWTDLV/QRWTDOCK/QRWTEDIT/QRWTCAR weights off the parameter
      * master (defaults 40/30/15/15) - a measure with no activity
      * behind it drops out of the weighting, and a supplier with no
      * deliveries, lots or records at all is not rated. A composite
      * of QRRATE3 (default 90) or better proposes '3', of QRRATE2
      * (default 75) or better '2', anything less '1'. Nothing is
      * written to the master here: each rating that would change is
      * staged to RATEPEND with the scores behind it, for a
      * purchasing manager to approve, reject or override in
      * RATEAPPR. A supplier under an override still in force (see
      * RATETAB) gets no proposal until it lapses.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Measured-vs-claimed delivery history, as DLVPERF writes it
           SELECT MEASHIST ASSIGN TO MEASHIST
           FILE STATUS IS IN-MEASHIST-KEY.

      * Rolling receipt/inspection lot history, as QUALPPM keeps it
           SELECT QUALHIST ASSIGN TO QUALHIST
           FILE STATUS IS IN-QUALHIST-KEY.

      * Input concatenated ERRORFILE generations
           SELECT ERRFILES ASSIGN TO ERRFILES
           FILE STATUS IS IN-ERRFILES-KEY.

      * Input BADDATA records, for the part-to-supplier attribution
           SELECT BADDATAIN ASSIGN TO BADDATA
           FILE STATUS IS IN-BADDATA-KEY.

      * Supplier-performance history, one row per accepted record
           SELECT SUPPHIST ASSIGN TO SUPPHIST
           FILE STATUS IS IN-SUPPHIST-KEY.

      * Corrective-action register - see CARTAB.
           SELECT CARFILE ASSIGN TO CARFILE
           FILE STATUS IS IN-CARFILE-KEY.

      * Rating overrides in force - see RATETAB.
           SELECT RATEOVR ASSIGN TO RATEOVR
           FILE STATUS IS IN-RATEOVR-KEY.

      * Output rating changes awaiting a purchasing manager
           SELECT RATEPEND ASSIGN TO RATEPEND
           FILE STATUS IS OUT-RATEPEND-KEY.

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

      * Same 24-byte row DLVPERF writes.
       FD  MEASHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MEASHIST-REC.
       01  MEASHIST-REC.
           05  MH-SUPPLIER-CODE        PIC X(10).
           05  MH-RUN-DATE             PIC 9(08).
           05  MH-MEASURED-PERF        PIC 9(03).
           05  MH-CLAIMED-PERF         PIC 9(03).

      * Same 62-byte lot row QUALPPM keeps.
       FD  QUALHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUALHIST-REC.
       01  QUALHIST-REC.
           05  QH-EVENT-DATE           PIC 9(08).
           05  QH-EVENT-TYPE           PIC X(01).
               88  QH-RECEIVED                    VALUE 'R'.
               88  QH-INSPECTED                   VALUE 'I'.
           05  QH-PART-NUMBER          PIC X(23).
           05  QH-SUPPLIER-CODE        PIC X(10).
           05  QH-PO-NUMBER            PIC X(06).
           05  QH-QTY                  PIC 9(07).
           05  QH-QTY-REJECTED         PIC 9(07).

      * Same structured layout FINALEX writes.
       FD  ERRFILES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 500 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERRORFILE-REC.
       01  ERRORFILE-REC.
           05  ERRFILE-PART-NUMBER  PIC X(23).
           05  FILLER               PIC X(01).
           05  ERRFILE-REASON-CODE  PIC 9(03).
           05  FILLER               PIC X(01).
           05  ERRFILE-MESSAGE      PIC X(80).
           05  FILLER               PIC X(392).

       FD  BADDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATAIN-REC.
       01  BADDATAIN-REC.
           05  BAD-PART-NUMBER        PIC X(23).
           05  FILLER                 PIC X(85).
           05  BAD-SUPPLIER-CODE      PIC X(10).
           05  FILLER                 PIC X(919).

      * Same 21-byte row FINALEX's 209-WriteSupplierHistory writes.
       FD  SUPPHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPHIST-REC.
       01  SUPPHIST-REC.
           05  SH-SUPPLIER-CODE        PIC X(10).
           05  SH-RUN-DATE             PIC 9(08).
           05  SH-SUPPLIER-PERF        PIC 9(03).

      * Same 47-byte CAR row CARMNT maintains.
       FD  CARFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARFILE-REC.
       01  CARFILE-REC.
           05  CA-CAR-NUMBER           PIC 9(05).
           05  CA-SUPPLIER-CODE        PIC X(10).
           05  CA-REASON-CODE          PIC 9(03).
           05  CA-OPEN-DATE            PIC 9(08).
           05  CA-DUE-DATE             PIC 9(08).
           05  CA-STATUS               PIC X(01).
               88  CA-STATUS-OPEN             VALUE 'O'.
               88  CA-STATUS-CLOSED           VALUE 'C'.
           05  CA-METRIC-TYPE          PIC X(01).
           05  CA-BASELINE-VALUE       PIC 9(03).
           05  CA-CLOSE-DATE           PIC 9(08).

       FD  RATEOVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEOVR-REC.
       01  RATEOVR-REC      PIC X(65).

      *05/04 One row per rating change awaiting approval, with the
      * scores that drove it. The measured flags say which of the
      * on-time/dock/edit scores had activity behind them ('Y') and
      * so counted toward the composite.
       FD  RATEPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEPEND-REC.
       01  RATEPEND-REC.
           05  RP-SUPPLIER-CODE        PIC X(10).
           05  RP-CURRENT-RATING       PIC X(01).
           05  RP-PROPOSED-RATING      PIC X(01).
           05  RP-DLV-SCORE            PIC 9(03).
           05  RP-DOCK-SCORE           PIC 9(03).
           05  RP-EDIT-SCORE           PIC 9(03).
           05  RP-CAR-SCORE            PIC 9(03).
           05  RP-COMPOSITE            PIC 9(03).
           05  RP-MEASURED-FLAGS.
               10  RP-DLV-MEASURED     PIC X(01).
               10  RP-DOCK-MEASURED    PIC X(01).
               10  RP-EDIT-MEASURED    PIC X(01).
           05  RP-CALC-DATE            PIC 9(08).
           05  FILLER                  PIC X(02).

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
           COPY RATETAB.  *> Rating override table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No history yet on any of these just means nothing measured.
           05 IN-MEASHIST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 MEASHIST-NOT-FOUND       VALUE '35'.
           05 IN-QUALHIST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 QUALHIST-NOT-FOUND       VALUE '35'.
           05 IN-ERRFILES-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BADDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPHIST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 SUPPHIST-NOT-FOUND       VALUE '35'.
           05 IN-CARFILE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CARFILE-NOT-FOUND        VALUE '35'.
           05 IN-RATEOVR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RATEOVR-NOT-FOUND        VALUE '35'.
           05 OUT-RATEPEND-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 MEASHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 MEASHIST-EOF                            VALUE 'Y'.
           05 QUALHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 QUALHIST-EOF                            VALUE 'Y'.
           05 ERRFILES-EOF-WS                 PIC X(01) VALUE 'N'.
              88 ERRFILES-EOF                            VALUE 'Y'.
           05 BADDATA-EOF-WS                  PIC X(01) VALUE 'N'.
              88 BADDATA-EOF                             VALUE 'Y'.
           05 SUPPHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SUPPHIST-EOF                            VALUE 'Y'.
           05 CARFILE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 CARFILE-EOF                             VALUE 'Y'.
           05 RATEOVR-EOF-WS                  PIC X(01) VALUE 'N'.
              88 RATEOVR-EOF                             VALUE 'Y'.

      *05/04 Measure weights - PARMLOAD QRWTDLV, QRWTDOCK, QRWTEDIT
      * and QRWTCAR override. They need not add to 100; the composite
      * divides by the weights actually used.
       01 WS-WEIGHT-DLV                    PIC 9(03) VALUE 040.
       01 WS-WEIGHT-DOCK                   PIC 9(03) VALUE 030.
       01 WS-WEIGHT-EDIT                   PIC 9(03) VALUE 015.
       01 WS-WEIGHT-CAR                    PIC 9(03) VALUE 015.
      *05/04 Lowest composite rated '3' and '2' - PARMLOAD QRRATE3 and
      * QRRATE2 override.
       01 WS-RATE3-MIN                     PIC 9(03) VALUE 090.
       01 WS-RATE2-MIN                     PIC 9(03) VALUE 075.
      *05/04 Points off the CAR score per open CAR - PARMLOAD
      * QRCARPTS overrides.
       01 WS-CAR-POINTS                    PIC 9(03) VALUE 025.
      *05/04 Days of lot history behind the dock score and of
      * SUPPHIST behind the edit score - PARMLOAD QRDOCKDY and
      * QREDTDAY override.
       01 WS-DOCK-DAYS                     PIC 9(03) VALUE 091.
       01 WS-EDIT-DAYS                     PIC 9(03) VALUE 014.

      *05/04 What was measured, one entry per SUPP-MASTER-LIST row.
       01 WS-SCORE-TABLE.
           05 WS-SC-ENTRY OCCURS 500 TIMES.
              10 WS-SC-DLV-DATE           PIC 9(08).
              10 WS-SC-DLV-PERF           PIC 9(03).
              10 WS-SC-RECEIVED           PIC 9(09).
              10 WS-SC-DOCK-REJ           PIC 9(09).
              10 WS-SC-EDIT-GOOD          PIC 9(07).
              10 WS-SC-EDIT-REJ           PIC 9(07).
              10 WS-SC-OPEN-CARS          PIC 9(03).

      *05/04 Part-to-supplier attribution off BADDATA - first row
      * seen for a part wins, as in REJANAL.
       01 WS-PART-SUPP-TABLE.
           05 WS-PS-ENTRY OCCURS 10000 TIMES.
              10 WS-PS-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-PS-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
       01 WS-PS-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-PS-FOUND-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-SCAN-IDX                     PIC 9(05) VALUE ZERO.
       01 WS-PREV-ERR-PART                PIC X(23) VALUE LOW-VALUES.
       01 WS-SEARCH-PART-NUMBER           PIC X(23) VALUE SPACES.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-OVR-INDEX                     PIC 9(4) VALUE 1.
       01 WS-OVR-FOUND-IDX                 PIC 9(4) VALUE ZERO.

      *05/04 This supplier's scores.
       01 WS-DLV-SCORE                     PIC 9(03) VALUE ZERO.
       01 WS-DOCK-SCORE                    PIC 9(03) VALUE ZERO.
       01 WS-EDIT-SCORE                    PIC 9(03) VALUE ZERO.
       01 WS-CAR-SCORE                     PIC 9(03) VALUE ZERO.
       01 WS-COMPOSITE                     PIC 9(03) VALUE ZERO.
       01 WS-DLV-MEASURED                  PIC X(01) VALUE 'N'.
       01 WS-DOCK-MEASURED                 PIC X(01) VALUE 'N'.
       01 WS-EDIT-MEASURED                 PIC X(01) VALUE 'N'.
       01 WS-WEIGHT-USED                   PIC 9(05) VALUE ZERO.
       01 WS-WEIGHTED-SUM                  PIC 9(07) VALUE ZERO.
       01 WS-WORK-QTY                      PIC 9(09) VALUE ZERO.
       01 WS-EDIT-TOTAL                    PIC 9(08) VALUE ZERO.
       01 WS-CAR-DEDUCT                    PIC 9(06) VALUE ZERO.
       01 WS-COMPUTED-RATING               PIC X(01) VALUE SPACE.
       01 WS-SCORE-EDIT                    PIC ZZ9.

       01 WS-RATED-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-PROPOSED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-UNCHANGED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-OVERRIDDEN-CTR                PIC 9(7) VALUE ZERO.
       01 WS-LAPSED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-UNRATED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-PROSPECT-CTR                  PIC 9(7) VALUE ZERO.

      * CEEDAYS work areas - the same shape POAGERPT uses.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
      * CEEDATE hands the date back - the same shape REORDPT uses.
       01 WS-DATE-OUT-CEE.
           05  WS-DATE-OUT-LTH-CEE  PIC S9(4) COMP VALUE 8.
           05  WS-DATE-OUT-STR-CEE  PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-WORK-INT                      PIC 9(9) COMP VALUE ZERO.
       01 WS-DOCK-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
       01 WS-EDIT-CUTOFF-DATE              PIC 9(08) VALUE ZERO.

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
              'Destiny Auto Parts - Supplier Quality Rating'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(40)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(82)      VALUE SPACES.

       01 WS-RATE-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(17)      VALUE 'Name'.
          05 FILLER              PIC X(08)      VALUE 'On-Time'.
          05 FILLER              PIC X(06)      VALUE 'Dock'.
          05 FILLER              PIC X(06)      VALUE 'Edit'.
          05 FILLER              PIC X(06)      VALUE 'CARs'.
          05 FILLER              PIC X(07)      VALUE 'Score'.
          05 FILLER              PIC X(05)      VALUE 'Now'.
          05 FILLER              PIC X(06)      VALUE 'Calc'.
          05 FILLER              PIC X(30)      VALUE 'Action'.
       01 WS-RATE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 RTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RTL-NAME-OUT           PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 RTL-DLV-OUT            PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 RTL-DOCK-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RTL-EDIT-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RTL-CARS-OUT           PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RTL-SCORE-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 RTL-NOW-OUT            PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 RTL-CALC-OUT           PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 RTL-ACTION-OUT         PIC X(30)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-ScoreSupplier THRU 100-ScoreSupplier-Exit
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
              DISPLAY 'RATECALC - PROCESS DATE ' PROCESS-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-DOCK-DAYS.
           PERFORM 515-DateOf.
           MOVE WS-DATE-OUT-STR-CEE TO WS-DOCK-CUTOFF-DATE.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-EDIT-DAYS.
           PERFORM 515-DateOf.
           MOVE WS-DATE-OUT-STR-CEE TO WS-EDIT-CUTOFF-DATE.
           PERFORM 300-Open-Files.
           PERFORM 800-NEW-PAGE.
           MOVE 'SUPPLIER QUALITY SCORES AS OF ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-RATE-HEADER.
           ADD 1 TO WS-LINE-KTR.

      *05/04 Scores one master row and proposes its rating.
       100-ScoreSupplier.
           IF SM-PROSPECT (WS-SUPPMST-INDEX)
              ADD 1 TO WS-PROSPECT-CTR
              GO TO 100-ScoreSupplier-Exit
           END-IF.
           PERFORM 200-ComputeScores.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 245-FindOverride.
           EVALUATE TRUE
              WHEN WS-DLV-MEASURED = 'N' AND WS-DOCK-MEASURED = 'N'
                    AND WS-EDIT-MEASURED = 'N'
                 MOVE SPACE TO WS-COMPUTED-RATING
                 MOVE 'NOT RATED - NO ACTIVITY' TO RTL-ACTION-OUT
                 ADD 1 TO WS-UNRATED-CTR
              WHEN WS-OVR-FOUND-IDX > ZERO
                    AND RO-EXPIRY-DATE (WS-OVR-FOUND-IDX)
                       NOT < PROCESS-DATE
                 MOVE SPACES TO RTL-ACTION-OUT
                 STRING 'OVERRIDE TO '
                    RO-EXPIRY-DATE (WS-OVR-FOUND-IDX)
                    DELIMITED BY SIZE INTO RTL-ACTION-OUT
                 ADD 1 TO WS-OVERRIDDEN-CTR
              WHEN WS-COMPUTED-RATING
                    = SM-SUPPLIER-RATING (WS-SUPPMST-INDEX)
                 MOVE 'NO CHANGE' TO RTL-ACTION-OUT
                 ADD 1 TO WS-UNCHANGED-CTR
              WHEN OTHER
                 PERFORM 250-WriteProposal
                 IF WS-OVR-FOUND-IDX > ZERO
                    MOVE 'PROPOSED - OVERRIDE LAPSED' TO RTL-ACTION-OUT
                    ADD 1 TO WS-LAPSED-CTR
                 ELSE
                    MOVE 'PROPOSED - AWAITS APPROVAL' TO RTL-ACTION-OUT
                 END-IF
                 ADD 1 TO WS-PROPOSED-CTR
           END-EVALUATE.
           ADD 1 TO WS-RATED-CTR.
           PERFORM 710-Write-Rate-Line.
       100-ScoreSupplier-Exit.
           EXIT.

      *05/04 Each measure scores 0-100; the composite is their
      * weighted average over the measures that had activity. The
      * CAR score always counts, but on its own rates nobody.
       200-ComputeScores.
           MOVE ZERO TO WS-DLV-SCORE, WS-DOCK-SCORE, WS-EDIT-SCORE,
              WS-COMPOSITE, WS-WEIGHT-USED, WS-WEIGHTED-SUM.
           MOVE 'N' TO WS-DLV-MEASURED, WS-DOCK-MEASURED,
              WS-EDIT-MEASURED.
           IF WS-SC-DLV-DATE (WS-SUPPMST-INDEX) > ZERO
              MOVE 'Y' TO WS-DLV-MEASURED
              IF WS-SC-DLV-PERF (WS-SUPPMST-INDEX) > 100
                 MOVE 100 TO WS-DLV-SCORE
              ELSE
                 MOVE WS-SC-DLV-PERF (WS-SUPPMST-INDEX) TO WS-DLV-SCORE
              END-IF
              ADD WS-WEIGHT-DLV TO WS-WEIGHT-USED
              COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                 + WS-WEIGHT-DLV * WS-DLV-SCORE
           END-IF.
           IF WS-SC-RECEIVED (WS-SUPPMST-INDEX) > ZERO
              MOVE 'Y' TO WS-DOCK-MEASURED
              IF WS-SC-DOCK-REJ (WS-SUPPMST-INDEX)
                    NOT < WS-SC-RECEIVED (WS-SUPPMST-INDEX)
                 MOVE ZERO TO WS-DOCK-SCORE
              ELSE
                 COMPUTE WS-WORK-QTY = WS-SC-RECEIVED (WS-SUPPMST-INDEX)
                    - WS-SC-DOCK-REJ (WS-SUPPMST-INDEX)
                 COMPUTE WS-DOCK-SCORE = WS-WORK-QTY * 100
                    / WS-SC-RECEIVED (WS-SUPPMST-INDEX)
              END-IF
              ADD WS-WEIGHT-DOCK TO WS-WEIGHT-USED
              COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                 + WS-WEIGHT-DOCK * WS-DOCK-SCORE
           END-IF.
           COMPUTE WS-EDIT-TOTAL = WS-SC-EDIT-GOOD (WS-SUPPMST-INDEX)
              + WS-SC-EDIT-REJ (WS-SUPPMST-INDEX).
           IF WS-EDIT-TOTAL > ZERO
              MOVE 'Y' TO WS-EDIT-MEASURED
              COMPUTE WS-EDIT-SCORE =
                 WS-SC-EDIT-GOOD (WS-SUPPMST-INDEX) * 100
                 / WS-EDIT-TOTAL
              ADD WS-WEIGHT-EDIT TO WS-WEIGHT-USED
              COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                 + WS-WEIGHT-EDIT * WS-EDIT-SCORE
           END-IF.
           COMPUTE WS-CAR-DEDUCT =
              WS-SC-OPEN-CARS (WS-SUPPMST-INDEX) * WS-CAR-POINTS.
           IF WS-CAR-DEDUCT NOT < 100
              MOVE ZERO TO WS-CAR-SCORE
           ELSE
              COMPUTE WS-CAR-SCORE = 100 - WS-CAR-DEDUCT
           END-IF.
           ADD WS-WEIGHT-CAR TO WS-WEIGHT-USED.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
              + WS-WEIGHT-CAR * WS-CAR-SCORE.
           IF WS-WEIGHT-USED > ZERO
              COMPUTE WS-COMPOSITE ROUNDED =
                 WS-WEIGHTED-SUM / WS-WEIGHT-USED
           END-IF.
           EVALUATE TRUE
              WHEN WS-COMPOSITE NOT < WS-RATE3-MIN
                 MOVE '3' TO WS-COMPUTED-RATING
              WHEN WS-COMPOSITE NOT < WS-RATE2-MIN
                 MOVE '2' TO WS-COMPUTED-RATING
              WHEN OTHER
                 MOVE '1' TO WS-COMPUTED-RATING
           END-EVALUATE.

       240-FindSupplier.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > SUPP-MASTER-MAX
                 OR WS-SUPPMST-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SCAN-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-SCAN-IDX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.

       245-FindOverride.
           MOVE ZERO TO WS-OVR-FOUND-IDX.
           PERFORM VARYING WS-OVR-INDEX FROM 1 BY 1
              UNTIL WS-OVR-INDEX > RATE-OVERRIDE-MAX
                 OR WS-OVR-FOUND-IDX > ZERO
                 IF RO-SUPPLIER-CODE (WS-OVR-INDEX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-OVR-INDEX TO WS-OVR-FOUND-IDX
                 END-IF
           END-PERFORM.

       250-WriteProposal.
           MOVE SPACES TO RATEPEND-REC.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
              TO RP-SUPPLIER-CODE.
           MOVE SM-SUPPLIER-RATING (WS-SUPPMST-INDEX)
              TO RP-CURRENT-RATING.
           MOVE WS-COMPUTED-RATING TO RP-PROPOSED-RATING.
           MOVE WS-DLV-SCORE TO RP-DLV-SCORE.
           MOVE WS-DOCK-SCORE TO RP-DOCK-SCORE.
           MOVE WS-EDIT-SCORE TO RP-EDIT-SCORE.
           MOVE WS-CAR-SCORE TO RP-CAR-SCORE.
           MOVE WS-COMPOSITE TO RP-COMPOSITE.
           MOVE WS-DLV-MEASURED TO RP-DLV-MEASURED.
           MOVE WS-DOCK-MEASURED TO RP-DOCK-MEASURED.
           MOVE WS-EDIT-MEASURED TO RP-EDIT-MEASURED.
           MOVE PROCESS-DATE TO RP-CALC-DATE.
           WRITE RATEPEND-REC.
           IF OUT-RATEPEND-KEY NOT = '00'
              DISPLAY 'RATECALC - RATEPEND WRITE FAILED, STATUS '
                 OUT-RATEPEND-KEY
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                INITIALIZE SUPP-MASTER-TABLE
                INITIALIZE WS-SCORE-TABLE
                MOVE 1 TO WS-SUPPMST-INDEX
                PERFORM 320-ReadNextSupplier UNTIL SUPPMST-EOF
                COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1
                CLOSE SUPPMST
           END-IF.

           OPEN INPUT MEASHIST.
           IF MEASHIST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-MEASHIST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input MEASHIST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 330-LoadMeasured THRU 330-LoadMeasured-Exit
                    UNTIL MEASHIST-EOF
                 CLOSE MEASHIST
              END-IF
           END-IF.

           OPEN INPUT QUALHIST.
           IF QUALHIST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-QUALHIST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input QUALHIST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadLot THRU 340-LoadLot-Exit
                    UNTIL QUALHIST-EOF
                 CLOSE QUALHIST
              END-IF
           END-IF.

           OPEN INPUT BADDATAIN.
           IF IN-BADDATA-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input BADDATA'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 350-LoadPartSupplier UNTIL BADDATA-EOF
                CLOSE BADDATAIN
           END-IF.

           OPEN INPUT ERRFILES.
           IF IN-ERRFILES-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input ERRFILES'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 355-LoadEditReject THRU 355-LoadEditReject-Exit
                   UNTIL ERRFILES-EOF
                CLOSE ERRFILES
           END-IF.

           OPEN INPUT SUPPHIST.
           IF SUPPHIST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-SUPPHIST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input SUPPHIST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 360-LoadAccepted THRU 360-LoadAccepted-Exit
                    UNTIL SUPPHIST-EOF
                 CLOSE SUPPHIST
              END-IF
           END-IF.

           OPEN INPUT CARFILE.
           IF CARFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-CARFILE-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input CARFILE'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 365-LoadCar THRU 365-LoadCar-Exit
                    UNTIL CARFILE-EOF
                 CLOSE CARFILE
              END-IF
           END-IF.

           OPEN INPUT RATEOVR.
           IF RATEOVR-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-RATEOVR-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input RATEOVR'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-OVR-INDEX
                 PERFORM 368-ReadNextOverride UNTIL RATEOVR-EOF
                 COMPUTE RATE-OVERRIDE-MAX = WS-OVR-INDEX - 1
                 CLOSE RATEOVR
              END-IF
           END-IF.

           OPEN OUTPUT RATEPEND.
           IF OUT-RATEPEND-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Output RATEPEND'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       320-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'RATECALC - SUPPLIER MASTER TABLE FULL AT 500 '
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

      *05/04 The newest DLVPERF run for each supplier counts.
       330-LoadMeasured.
           READ MEASHIST
              AT END
                 MOVE 'Y' TO MEASHIST-EOF-WS
           END-READ.
           IF MEASHIST-EOF
              GO TO 330-LoadMeasured-Exit
           END-IF.
           MOVE MH-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              GO TO 330-LoadMeasured-Exit
           END-IF.
           IF MH-RUN-DATE NOT < WS-SC-DLV-DATE (WS-SUPPMST-FOUND-IDX)
              MOVE MH-RUN-DATE TO WS-SC-DLV-DATE (WS-SUPPMST-FOUND-IDX)
              MOVE MH-MEASURED-PERF
                 TO WS-SC-DLV-PERF (WS-SUPPMST-FOUND-IDX)
           END-IF.
       330-LoadMeasured-Exit.
           EXIT.

      *05/04 Quantity received and rejected inside the dock window.
       340-LoadLot.
           READ QUALHIST
              AT END
                 MOVE 'Y' TO QUALHIST-EOF-WS
           END-READ.
           IF QUALHIST-EOF
              GO TO 340-LoadLot-Exit
           END-IF.
           IF QH-EVENT-DATE < WS-DOCK-CUTOFF-DATE
              GO TO 340-LoadLot-Exit
           END-IF.
           MOVE QH-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              GO TO 340-LoadLot-Exit
           END-IF.
           IF QH-RECEIVED
              ADD QH-QTY TO WS-SC-RECEIVED (WS-SUPPMST-FOUND-IDX)
           END-IF.
           IF QH-INSPECTED
              ADD QH-QTY-REJECTED
                 TO WS-SC-DOCK-REJ (WS-SUPPMST-FOUND-IDX)
           END-IF.
       340-LoadLot-Exit.
           EXIT.

       350-LoadPartSupplier.
           READ BADDATAIN
              AT END MOVE 'Y' TO BADDATA-EOF-WS
           END-READ.
           IF NOT BADDATA-EOF
              MOVE BAD-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              PERFORM 358-FindPart
              IF WS-PS-FOUND-IDX = ZERO
                 IF WS-PS-MAX >= 10000
                    DISPLAY 'RATECALC - PART/SUPPLIER TABLE FULL AT '
                       '10000 PARTS - RAISE OCCURS IN RATECALC'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-PS-MAX
                 MOVE BAD-PART-NUMBER
                    TO WS-PS-PART-NUMBER (WS-PS-MAX)
                 MOVE BAD-SUPPLIER-CODE
                    TO WS-PS-SUPPLIER-CODE (WS-PS-MAX)
              END-IF
           END-IF.

      *05/04 FINALEX writes one ERRORFILE row per reason, one after
      * another, so a change of part number starts the next rejected
      * record.
       355-LoadEditReject.
           READ ERRFILES
              AT END
                 MOVE 'Y' TO ERRFILES-EOF-WS
           END-READ.
           IF ERRFILES-EOF
              GO TO 355-LoadEditReject-Exit
           END-IF.
           IF ERRFILE-PART-NUMBER = WS-PREV-ERR-PART
              GO TO 355-LoadEditReject-Exit
           END-IF.
           MOVE ERRFILE-PART-NUMBER TO WS-PREV-ERR-PART.
           MOVE ERRFILE-PART-NUMBER TO WS-SEARCH-PART-NUMBER.
           PERFORM 358-FindPart.
           IF WS-PS-FOUND-IDX = ZERO
              GO TO 355-LoadEditReject-Exit
           END-IF.
           MOVE WS-PS-SUPPLIER-CODE (WS-PS-FOUND-IDX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX > ZERO
              ADD 1 TO WS-SC-EDIT-REJ (WS-SUPPMST-FOUND-IDX)
           END-IF.
       355-LoadEditReject-Exit.
           EXIT.

       358-FindPart.
           MOVE ZERO TO WS-PS-FOUND-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-PS-MAX OR WS-PS-FOUND-IDX > ZERO
                 IF WS-PS-PART-NUMBER (WS-SCAN-IDX)
                       = WS-SEARCH-PART-NUMBER
                    MOVE WS-SCAN-IDX TO WS-PS-FOUND-IDX
                 END-IF
           END-PERFORM.

      *05/04 Records accepted inside the edit window.
       360-LoadAccepted.
           READ SUPPHIST
              AT END
                 MOVE 'Y' TO SUPPHIST-EOF-WS
           END-READ.
           IF SUPPHIST-EOF
              GO TO 360-LoadAccepted-Exit
           END-IF.
           IF SH-RUN-DATE < WS-EDIT-CUTOFF-DATE
              GO TO 360-LoadAccepted-Exit
           END-IF.
           MOVE SH-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX > ZERO
              ADD 1 TO WS-SC-EDIT-GOOD (WS-SUPPMST-FOUND-IDX)
           END-IF.
       360-LoadAccepted-Exit.
           EXIT.

       365-LoadCar.
           READ CARFILE
              AT END
                 MOVE 'Y' TO CARFILE-EOF-WS
           END-READ.
           IF CARFILE-EOF
              GO TO 365-LoadCar-Exit
           END-IF.
           IF NOT CA-STATUS-OPEN
              GO TO 365-LoadCar-Exit
           END-IF.
           MOVE CA-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX > ZERO
              AND WS-SC-OPEN-CARS (WS-SUPPMST-FOUND-IDX) < 999
              ADD 1 TO WS-SC-OPEN-CARS (WS-SUPPMST-FOUND-IDX)
           END-IF.
       365-LoadCar-Exit.
           EXIT.

       368-ReadNextOverride.
           IF WS-OVR-INDEX > 500
              DISPLAY 'RATECALC - OVERRIDE TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN RATETAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ RATEOVR INTO RATE-OVERRIDE-LIST (WS-OVR-INDEX)
              AT END
                 MOVE 'Y' TO RATEOVR-EOF-WS
           END-READ.
           IF NOT RATEOVR-EOF
              ADD 1 TO WS-OVR-INDEX
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

      *05/04 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'QRWTDLV ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-WEIGHT-DLV
           END-IF.
           MOVE 'QRWTDOCK' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-WEIGHT-DOCK
           END-IF.
           MOVE 'QRWTEDIT' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-WEIGHT-EDIT
           END-IF.
           MOVE 'QRWTCAR ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-WEIGHT-CAR
           END-IF.
           MOVE 'QRRATE3 ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-RATE3-MIN
           END-IF.
           MOVE 'QRRATE2 ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-RATE2-MIN
           END-IF.
           MOVE 'QRCARPTS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-CAR-POINTS
           END-IF.
           MOVE 'QRDOCKDY' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-DOCK-DAYS
           END-IF.
           MOVE 'QREDTDAY' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-EDIT-DAYS
           END-IF.

      *05/04 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

      *05/04 Calendar date for the Lilian day in WS-WORK-INT.
       515-DateOf.
           CALL "CEEDATE" USING WS-WORK-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'RATECALC - CEEDATE FAILED FOR A CUTOFF BEFORE '
                 PROCESS-DATE
              GO TO 2000-ABEND-RTN
           END-IF.

       600-CLOSE-FILES.
           CLOSE  RATEPEND, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/04 A measure with no activity behind it prints n/a.
       710-Write-Rate-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-RATE-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX) TO RTL-SUPPLIER-OUT.
           MOVE SM-SUPPLIER-NAME (WS-SUPPMST-INDEX) TO RTL-NAME-OUT.
           MOVE 'n/a' TO RTL-DLV-OUT, RTL-DOCK-OUT, RTL-EDIT-OUT,
              RTL-SCORE-OUT.
           IF WS-DLV-MEASURED = 'Y'
              MOVE WS-DLV-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO RTL-DLV-OUT
           END-IF.
           IF WS-DOCK-MEASURED = 'Y'
              MOVE WS-DOCK-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO RTL-DOCK-OUT
           END-IF.
           IF WS-EDIT-MEASURED = 'Y'
              MOVE WS-EDIT-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO RTL-EDIT-OUT
           END-IF.
           IF WS-COMPUTED-RATING NOT = SPACE
              MOVE WS-COMPOSITE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO RTL-SCORE-OUT
           END-IF.
           MOVE WS-SC-OPEN-CARS (WS-SUPPMST-INDEX) TO RTL-CARS-OUT.
           MOVE SM-SUPPLIER-RATING (WS-SUPPMST-INDEX) TO RTL-NOW-OUT.
           MOVE WS-COMPUTED-RATING TO RTL-CALC-OUT.
           WRITE PRINT-REC FROM WS-RATE-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINE-KTR.

       820-Write-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-KTR.

       900-WriteSummary.
           PERFORM 800-NEW-PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'SUPPLIERS ON THE MASTER' TO WS-SUMMARY-LABEL.
           MOVE SUPP-MASTER-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PROSPECTS - NOT YET RATED' TO WS-SUMMARY-LABEL.
           MOVE WS-PROSPECT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  SCORED' TO WS-SUMMARY-LABEL.
           MOVE WS-RATED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    NO ACTIVITY - NOT RATED' TO WS-SUMMARY-LABEL.
           MOVE WS-UNRATED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    RATING UNCHANGED' TO WS-SUMMARY-LABEL.
           MOVE WS-UNCHANGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    OVERRIDE IN FORCE' TO WS-SUMMARY-LABEL.
           MOVE WS-OVERRIDDEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    CHANGE PROPOSED TO RATEPEND' TO WS-SUMMARY-LABEL.
           MOVE WS-PROPOSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '      AFTER AN OVERRIDE LAPSED' TO WS-SUMMARY-LABEL.
           MOVE WS-LAPSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
