       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODBRCH.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/13 Nightly segregation-of-duties breach report. SODGRANT
      * shows who COULD do both halves of a conflicting pair; this
      * shows who DID. Each console trail keyed by supplier or order
      * is read back over the SODLOOK parameter's window (default 90
      * days):
      *   SUPMAUD  - SUPPMNT adds/updates ('A' 'U'), ONBDACT
      *              activations and near-miss clearances ('V' 'M'),
      *   BANKAUD  - the SUPPMNT operator who keyed the bank change
      *              and the BANKRLSE operator who released it,
      *   APPRAUD  - POAPPRV approvals (releases only),
      *   ASLAUD, SRCAUD, RATEAUD, CONTAUD - ASLMNT, SRCRLSE,
      *              RATEAPPR and CONTMNT actions.
      * An action taken on the process date by an operator who also
      * took the other half of a SODRULES pair (see SODTAB) on the
      * same supplier, or the same order, inside the window is a
      * breach, reported once - on the night its second half was
      * taken. CORRAUD, ENGAUD and PARMAUD are keyed by part or by
      * parameter, not by supplier or order, so those functions are
      * only ever checked by SODGRANT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Conflict rules - see SODTAB.
           SELECT SODRULES ASSIGN TO SODRULES
           FILE STATUS IS IN-SODRULES-KEY.

      * Supplier-master audit trail - SUPPMNT and ONBDACT
           SELECT SUPMAUD ASSIGN TO SUPMAUD
           FILE STATUS IS IN-SUPMAUD-KEY.

      * Bank-change release trail - BANKRLSE
           SELECT BANKAUD ASSIGN TO BANKAUD
           FILE STATUS IS IN-BANKAUD-KEY.

      * Large-order approval trail - POAPPRV
           SELECT APPRAUD ASSIGN TO APPRAUD
           FILE STATUS IS IN-APPRAUD-KEY.

      * Approved-supplier-list trail - ASLMNT
           SELECT ASLAUD ASSIGN TO ASLAUD
           FILE STATUS IS IN-ASLAUD-KEY.

      * Source-change release trail - SRCRLSE
           SELECT SRCAUD ASSIGN TO SRCAUD
           FILE STATUS IS IN-SRCAUD-KEY.

      * Supplier-rating approval trail - RATEAPPR
           SELECT RATEAUD ASSIGN TO RATEAUD
           FILE STATUS IS IN-RATEAUD-KEY.

      * Supplier-contact trail - CONTMNT
           SELECT CONTAUD ASSIGN TO CONTAUD
           FILE STATUS IS IN-CONTAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  SODRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRULES-REC.
       01  SODRULES-REC     PIC X(80).

      * Same 27-byte row SUPPMNT and ONBDACT write.
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

      * Same 52-byte row BANKRLSE writes.
       FD  BANKAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKAUD-REC.
       01  BANKAUD-REC.
           05  BA-SUPPLIER-CODE       PIC X(10).
           05  FILLER                 PIC X(10).
           05  BA-KEYED-BY            PIC X(08).
           05  BA-RELEASED-BY         PIC X(08).
           05  BA-RELEASE-DATE        PIC 9(08).
           05  FILLER                 PIC X(08).

      * Same 56-byte row POAPPRV writes.
       FD  APPRAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPRAUD-REC.
       01  APPRAUD-REC.
           05  AP-AUD-PO-NUMBER       PIC X(06).
           05  AP-AUD-PART-NUMBER     PIC X(23).
           05  AP-AUD-DECISION        PIC X(01).
           05  AP-AUD-OPERATOR-ID     PIC X(08).
           05  AP-AUD-DECISION-DATE   PIC 9(08).
           05  AP-AUD-SUPPLIER-CODE   PIC X(10).

      * Same 61-byte row ASLMNT writes.
       FD  ASLAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLAUD-REC.
       01  ASLAUD-REC.
           05  AA-PART-NUMBER         PIC X(23).
           05  AA-SUPPLIER-CODE       PIC X(10).
           05  AA-OLD-STATUS          PIC X(01).
           05  AA-NEW-STATUS          PIC X(01).
           05  AA-FA-REPORT           PIC X(10).
           05  AA-OPERATOR-ID         PIC X(08).
           05  AA-ACTION-DATE         PIC 9(08).

      * Same 50-byte row SRCRLSE writes.
       FD  SRCAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCAUD-REC.
       01  SRCAUD-REC.
           05  RS-PART-NUMBER         PIC X(23).
           05  RS-SUPPLIER-CODE       PIC X(10).
           05  RS-DECISION            PIC X(01).
           05  RS-OPERATOR-ID         PIC X(08).
           05  RS-DECISION-DATE       PIC 9(08).

      * Same 85-byte row RATEAPPR writes.
       FD  RATEAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEAUD-REC.
       01  RATEAUD-REC.
           05  RA-SUPPLIER-CODE       PIC X(10).
           05  RA-ACTION              PIC X(01).
           05  FILLER                 PIC X(20).
           05  RA-OPERATOR-ID         PIC X(08).
           05  RA-ACTION-DATE         PIC 9(08).
           05  FILLER                 PIC X(38).

      * Same 78-byte row CONTMNT writes.
       FD  CONTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 78 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTAUD-REC.
       01  CONTAUD-REC.
           05  CA-SUPPLIER-CODE       PIC X(10).
           05  CA-ROLE                PIC X(01).
           05  CA-ACTION              PIC X(01).
           05  FILLER                 PIC X(50).
           05  CA-OPERATOR-ID         PIC X(08).
           05  CA-ACTION-DATE         PIC 9(08).

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
           COPY SODTAB.   *> Segregation-of-duties conflict rules
           COPY PROCDATE. *> Business process date control card
           COPY PARMTAB.  *> PARMLOAD central-parameter request block

       01 FILE-STATUS-CODES.
           05 IN-SODRULES-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPMAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 SUPMAUD-NOT-FOUND        VALUE '35'.
           05 IN-BANKAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 BANKAUD-NOT-FOUND        VALUE '35'.
           05 IN-APPRAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 APPRAUD-NOT-FOUND        VALUE '35'.
           05 IN-ASLAUD-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ASLAUD-NOT-FOUND         VALUE '35'.
           05 IN-SRCAUD-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 SRCAUD-NOT-FOUND         VALUE '35'.
           05 IN-RATEAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RATEAUD-NOT-FOUND        VALUE '35'.
           05 IN-CONTAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CONTAUD-NOT-FOUND        VALUE '35'.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 SODRULES-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SODRULES-EOF                            VALUE 'Y'.
           05 AUDIT-EOF-WS                    PIC X(01) VALUE 'N'.
              88 AUDIT-EOF                               VALUE 'Y'.

       01 WS-RULE-INDEX                    PIC 9(4) VALUE 1.

      *05/13 Window in days - PARMLOAD SODLOOK.
       01 WS-LOOKBACK-DAYS                 PIC 9(03) VALUE 90.

      *05/13 CEEDAYS turns a YYYYMMDD date into a Lilian day number,
      * the same call POAGERPT ages orders with.
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
       01 WS-PROCESS-INT                   PIC 9(9) COMP VALUE ZERO.
       01 WS-ACTION-INT                    PIC 9(9) COMP VALUE ZERO.

      *05/13 Every supplier- or order-keyed console action inside
      * the window, whichever trail it came off.
       01 WS-ACTION-TABLE.
           05 WS-AC-ENTRY OCCURS 20000 TIMES.
              10 WS-AC-OPERATOR-ID        PIC X(08) VALUE SPACES.
              10 WS-AC-FUNCTION           PIC X(08) VALUE SPACES.
              10 WS-AC-TRAIL              PIC X(08) VALUE SPACES.
              10 WS-AC-ACTION             PIC X(01) VALUE SPACES.
              10 WS-AC-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
              10 WS-AC-PO-NUMBER          PIC X(06) VALUE SPACES.
              10 WS-AC-ACTION-DATE        PIC 9(08) VALUE ZERO.
       01 WS-AC-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-AC-IDX                       PIC 9(05) VALUE 1.
       01 WS-OTHER-IDX                    PIC 9(05) VALUE 1.
       01 WS-NEW-ACTION.
           05 WS-NA-OPERATOR-ID            PIC X(08) VALUE SPACES.
           05 WS-NA-FUNCTION               PIC X(08) VALUE SPACES.
           05 WS-NA-TRAIL                  PIC X(08) VALUE SPACES.
           05 WS-NA-ACTION                 PIC X(01) VALUE SPACES.
           05 WS-NA-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
           05 WS-NA-PO-NUMBER              PIC X(06) VALUE SPACES.
           05 WS-NA-ACTION-DATE            PIC 9(08) VALUE ZERO.

      *05/13 The other half tonight's action is checked against.
       01 WS-OTHER-FUNCTION                PIC X(08) VALUE SPACES.
       01 WS-ANCHOR-SIDE                   PIC X(01) VALUE SPACE.
           88 ANCHOR-IS-FIRST                      VALUE 'A'.
           88 ANCHOR-IS-SECOND                     VALUE 'B'.
       01 WS-OTHER-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-OTHER-LAST-IDX                PIC 9(05) VALUE ZERO.
       01 WS-MATCH-FLAG                    PIC X(01) VALUE 'N'.
           88 OTHER-HALF-MATCHES                   VALUE 'Y'.

       01 WS-TRAIL-CTRS.
           05 WS-SUPMAUD-CTR               PIC 9(7) VALUE ZERO.
           05 WS-BANKAUD-CTR               PIC 9(7) VALUE ZERO.
           05 WS-APPRAUD-CTR               PIC 9(7) VALUE ZERO.
           05 WS-ASLAUD-CTR                PIC 9(7) VALUE ZERO.
           05 WS-SRCAUD-CTR                PIC 9(7) VALUE ZERO.
           05 WS-RATEAUD-CTR               PIC 9(7) VALUE ZERO.
           05 WS-CONTAUD-CTR               PIC 9(7) VALUE ZERO.
       01 WS-TONIGHT-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-BREACH-CTR                    PIC 9(7) VALUE ZERO.

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
              'Destiny Auto Parts - Segregation-of-Duties Breaches'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(34)      VALUE
              'Both halves of a rule, completed '.
           05 WS-SECTION-DATE     PIC 9999/99/99 VALUE ZERO.
           05 FILLER              PIC X(09)      VALUE ', window '.
           05 WS-SECTION-DAYS     PIC ZZ9        VALUE ZERO.
           05 FILLER              PIC X(74)      VALUE ' days'.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE 'Operator'.
          05 FILLER              PIC X(06)      VALUE 'Rule'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(22)      VALUE 'Tonight'.
          05 FILLER              PIC X(32)      VALUE
             'Other half (latest)'.
          05 FILLER              PIC X(40)      VALUE 'Conflict'.

      *05/13 One line per tonight's action per rule it completes.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DL-OPERATOR-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-RULE-OUT            PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-PO-OUT              PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-FUNCTION-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DL-TRAIL-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DL-ACTION-OUT          PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DL-OTHER-FUNCTION-OUT  PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DL-OTHER-TRAIL-OUT     PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DL-OTHER-DATE-OUT      PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE 'x'.
          05 DL-OTHER-CTR-OUT       PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-DESCRIPTION-OUT     PIC X(40)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 400-LoadTrails.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-MAX
                 IF WS-AC-ACTION-DATE (WS-AC-IDX) = PROCESS-DATE
                    ADD 1 TO WS-TONIGHT-CTR
                    PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                       UNTIL WS-RULE-INDEX > SOD-RULE-MAX
                          PERFORM 500-CheckRule THRU 500-CheckRule-Exit
                    END-PERFORM
                 END-IF
           END-PERFORM.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadParms.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-PROCESS-INT, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'SODBRCH - PROCESS DATE ' PROCESS-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE WS-LOOKBACK-DAYS TO WS-SECTION-DAYS.
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
           PERFORM 800-NEW-PAGE.

      *05/13 Each trail is optional - a console that has never run
      * has never written one - and is read whole, then closed.
       400-LoadTrails.
           OPEN INPUT SUPMAUD.
           IF IN-SUPMAUD-KEY = '00'
              MOVE 'N' TO AUDIT-EOF-WS
              PERFORM 410-ReadSupmaud UNTIL AUDIT-EOF
              CLOSE SUPMAUD
           ELSE
              IF NOT SUPMAUD-NOT-FOUND
                 DISPLAY 'File Problem openning SUPMAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT BANKAUD.
           IF IN-BANKAUD-KEY = '00'
              MOVE 'N' TO AUDIT-EOF-WS
              PERFORM 420-ReadBankaud UNTIL AUDIT-EOF
              CLOSE BANKAUD
           ELSE
              IF NOT BANKAUD-NOT-FOUND
                 DISPLAY 'File Problem openning BANKAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT APPRAUD.
           IF IN-APPRAUD-KEY = '00'
              MOVE 'N' TO AUDIT-EOF-WS
              PERFORM 430-ReadAppraud UNTIL AUDIT-EOF
              CLOSE APPRAUD
           ELSE
              IF NOT APPRAUD-NOT-FOUND
                 DISPLAY 'File Problem openning APPRAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT ASLAUD.
           IF IN-ASLAUD-KEY = '00'
              MOVE 'N' TO AUDIT-EOF-WS
              PERFORM 440-ReadAslaud UNTIL AUDIT-EOF
              CLOSE ASLAUD
           ELSE
              IF NOT ASLAUD-NOT-FOUND
                 DISPLAY 'File Problem openning ASLAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT SRCAUD.
           IF IN-SRCAUD-KEY = '00'
              MOVE 'N' TO AUDIT-EOF-WS
              PERFORM 450-ReadSrcaud UNTIL AUDIT-EOF
              CLOSE SRCAUD
           ELSE
              IF NOT SRCAUD-NOT-FOUND
                 DISPLAY 'File Problem openning SRCAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT RATEAUD.
           IF IN-RATEAUD-KEY = '00'
              MOVE 'N' TO AUDIT-EOF-WS
              PERFORM 460-ReadRateaud UNTIL AUDIT-EOF
              CLOSE RATEAUD
           ELSE
              IF NOT RATEAUD-NOT-FOUND
                 DISPLAY 'File Problem openning RATEAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT CONTAUD.
           IF IN-CONTAUD-KEY = '00'
              MOVE 'N' TO AUDIT-EOF-WS
              PERFORM 470-ReadContaud UNTIL AUDIT-EOF
              CLOSE CONTAUD
           ELSE
              IF NOT CONTAUD-NOT-FOUND
                 DISPLAY 'File Problem openning CONTAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

       410-ReadSupmaud.
           READ SUPMAUD
              AT END
                 MOVE 'Y' TO AUDIT-EOF-WS
           END-READ.
           IF NOT AUDIT-EOF
              ADD 1 TO WS-SUPMAUD-CTR
              MOVE SPACES TO WS-NEW-ACTION
              MOVE SA-OPERATOR-ID TO WS-NA-OPERATOR-ID
              IF SA-ACTION = 'M' OR SA-ACTION = 'V'
                 MOVE 'ONBDACT' TO WS-NA-FUNCTION
              ELSE
                 MOVE 'SUPPMNT' TO WS-NA-FUNCTION
              END-IF
              MOVE 'SUPMAUD' TO WS-NA-TRAIL
              MOVE SA-ACTION TO WS-NA-ACTION
              MOVE SA-SUPPLIER-CODE TO WS-NA-SUPPLIER-CODE
              MOVE SA-ACTION-DATE TO WS-NA-ACTION-DATE
              PERFORM 480-AddAction THRU 480-AddAction-Exit
           END-IF.

      *05/13 A released bank change is two actions on the supplier:
      * keying it on SUPPMNT and releasing it on BANKRLSE.
       420-ReadBankaud.
           READ BANKAUD
              AT END
                 MOVE 'Y' TO AUDIT-EOF-WS
           END-READ.
           IF NOT AUDIT-EOF
              ADD 1 TO WS-BANKAUD-CTR
              MOVE SPACES TO WS-NEW-ACTION
              MOVE BA-KEYED-BY TO WS-NA-OPERATOR-ID
              MOVE 'SUPPMNT' TO WS-NA-FUNCTION
              MOVE 'BANKAUD' TO WS-NA-TRAIL
              MOVE 'K' TO WS-NA-ACTION
              MOVE BA-SUPPLIER-CODE TO WS-NA-SUPPLIER-CODE
              MOVE BA-RELEASE-DATE TO WS-NA-ACTION-DATE
              PERFORM 480-AddAction THRU 480-AddAction-Exit
              MOVE BA-RELEASED-BY TO WS-NA-OPERATOR-ID
              MOVE 'BANKRLSE' TO WS-NA-FUNCTION
              MOVE 'R' TO WS-NA-ACTION
              PERFORM 480-AddAction THRU 480-AddAction-Exit
           END-IF.

      *05/13 Only a release puts an order in front of a supplier.
       430-ReadAppraud.
           READ APPRAUD
              AT END
                 MOVE 'Y' TO AUDIT-EOF-WS
           END-READ.
           IF NOT AUDIT-EOF
              ADD 1 TO WS-APPRAUD-CTR
              IF AP-AUD-DECISION = 'A'
                 MOVE SPACES TO WS-NEW-ACTION
                 MOVE AP-AUD-OPERATOR-ID TO WS-NA-OPERATOR-ID
                 MOVE 'POAPPRV' TO WS-NA-FUNCTION
                 MOVE 'APPRAUD' TO WS-NA-TRAIL
                 MOVE AP-AUD-DECISION TO WS-NA-ACTION
                 MOVE AP-AUD-SUPPLIER-CODE TO WS-NA-SUPPLIER-CODE
                 MOVE AP-AUD-PO-NUMBER TO WS-NA-PO-NUMBER
                 MOVE AP-AUD-DECISION-DATE TO WS-NA-ACTION-DATE
                 PERFORM 480-AddAction THRU 480-AddAction-Exit
              END-IF
           END-IF.

       440-ReadAslaud.
           READ ASLAUD
              AT END
                 MOVE 'Y' TO AUDIT-EOF-WS
           END-READ.
           IF NOT AUDIT-EOF
              ADD 1 TO WS-ASLAUD-CTR
              MOVE SPACES TO WS-NEW-ACTION
              MOVE AA-OPERATOR-ID TO WS-NA-OPERATOR-ID
              MOVE 'ASLMNT' TO WS-NA-FUNCTION
              MOVE 'ASLAUD' TO WS-NA-TRAIL
              MOVE AA-NEW-STATUS TO WS-NA-ACTION
              MOVE AA-SUPPLIER-CODE TO WS-NA-SUPPLIER-CODE
              MOVE AA-ACTION-DATE TO WS-NA-ACTION-DATE
              PERFORM 480-AddAction THRU 480-AddAction-Exit
           END-IF.

       450-ReadSrcaud.
           READ SRCAUD
              AT END
                 MOVE 'Y' TO AUDIT-EOF-WS
           END-READ.
           IF NOT AUDIT-EOF
              ADD 1 TO WS-SRCAUD-CTR
              MOVE SPACES TO WS-NEW-ACTION
              MOVE RS-OPERATOR-ID TO WS-NA-OPERATOR-ID
              MOVE 'SRCRLSE' TO WS-NA-FUNCTION
              MOVE 'SRCAUD' TO WS-NA-TRAIL
              MOVE RS-DECISION TO WS-NA-ACTION
              MOVE RS-SUPPLIER-CODE TO WS-NA-SUPPLIER-CODE
              MOVE RS-DECISION-DATE TO WS-NA-ACTION-DATE
              PERFORM 480-AddAction THRU 480-AddAction-Exit
           END-IF.

       460-ReadRateaud.
           READ RATEAUD
              AT END
                 MOVE 'Y' TO AUDIT-EOF-WS
           END-READ.
           IF NOT AUDIT-EOF
              ADD 1 TO WS-RATEAUD-CTR
              MOVE SPACES TO WS-NEW-ACTION
              MOVE RA-OPERATOR-ID TO WS-NA-OPERATOR-ID
              MOVE 'RATEAPPR' TO WS-NA-FUNCTION
              MOVE 'RATEAUD' TO WS-NA-TRAIL
              MOVE RA-ACTION TO WS-NA-ACTION
              MOVE RA-SUPPLIER-CODE TO WS-NA-SUPPLIER-CODE
              MOVE RA-ACTION-DATE TO WS-NA-ACTION-DATE
              PERFORM 480-AddAction THRU 480-AddAction-Exit
           END-IF.

       470-ReadContaud.
           READ CONTAUD
              AT END
                 MOVE 'Y' TO AUDIT-EOF-WS
           END-READ.
           IF NOT AUDIT-EOF
              ADD 1 TO WS-CONTAUD-CTR
              MOVE SPACES TO WS-NEW-ACTION
              MOVE CA-OPERATOR-ID TO WS-NA-OPERATOR-ID
              MOVE 'CONTMNT' TO WS-NA-FUNCTION
              MOVE 'CONTAUD' TO WS-NA-TRAIL
              MOVE CA-ACTION TO WS-NA-ACTION
              MOVE CA-SUPPLIER-CODE TO WS-NA-SUPPLIER-CODE
              MOVE CA-ACTION-DATE TO WS-NA-ACTION-DATE
              PERFORM 480-AddAction THRU 480-AddAction-Exit
           END-IF.

      *05/13 Kept when it is inside the window and on or before the
      * process date - a row with no operator or a bad date is no
      * use to anyone here.
       480-AddAction.
           IF WS-NA-OPERATOR-ID = SPACES
              OR WS-NA-ACTION-DATE NOT NUMERIC
              OR WS-NA-ACTION-DATE > PROCESS-DATE
                 GO TO 480-AddAction-Exit
           END-IF.
           MOVE WS-NA-ACTION-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-ACTION-INT, FC.
           IF FC-SEV NOT = ZERO
              OR WS-ACTION-INT + WS-LOOKBACK-DAYS < WS-PROCESS-INT
                 GO TO 480-AddAction-Exit
           END-IF.
           IF WS-AC-MAX >= 20000
              DISPLAY 'SODBRCH - ACTION TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN SODBRCH'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-AC-MAX.
           MOVE WS-NEW-ACTION TO WS-AC-ENTRY (WS-AC-MAX).
       480-AddAction-Exit.
           EXIT.

      *05/13 Tonight's action is one half of the rule; the other
      * half is any action in the window by the same operator on the
      * other function against the same supplier or order. When both
      * halves are tonight the pair is reported from the first-half
      * side only.
       500-CheckRule.
           IF SR-FUNCTION-A (WS-RULE-INDEX)
                 = SR-FUNCTION-B (WS-RULE-INDEX)
              GO TO 500-CheckRule-Exit
           END-IF.
           EVALUATE WS-AC-FUNCTION (WS-AC-IDX)
              WHEN SR-FUNCTION-A (WS-RULE-INDEX)
                 MOVE 'A' TO WS-ANCHOR-SIDE
                 MOVE SR-FUNCTION-B (WS-RULE-INDEX)
                    TO WS-OTHER-FUNCTION
              WHEN SR-FUNCTION-B (WS-RULE-INDEX)
                 MOVE 'B' TO WS-ANCHOR-SIDE
                 MOVE SR-FUNCTION-A (WS-RULE-INDEX)
                    TO WS-OTHER-FUNCTION
              WHEN OTHER
                 GO TO 500-CheckRule-Exit
           END-EVALUATE.
           MOVE ZERO TO WS-OTHER-CTR, WS-OTHER-LAST-IDX.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
              UNTIL WS-OTHER-IDX > WS-AC-MAX
                 PERFORM 510-MatchOtherHalf
                 IF OTHER-HALF-MATCHES
                    ADD 1 TO WS-OTHER-CTR
                    IF WS-OTHER-LAST-IDX = ZERO
                       OR WS-AC-ACTION-DATE (WS-OTHER-IDX) >
                          WS-AC-ACTION-DATE (WS-OTHER-LAST-IDX)
                       MOVE WS-OTHER-IDX TO WS-OTHER-LAST-IDX
                    END-IF
                 END-IF
           END-PERFORM.
           IF WS-OTHER-CTR > ZERO
              PERFORM 520-WriteBreach
           END-IF.
       500-CheckRule-Exit.
           EXIT.

       510-MatchOtherHalf.
           MOVE 'N' TO WS-MATCH-FLAG.
           IF WS-AC-FUNCTION (WS-OTHER-IDX) = WS-OTHER-FUNCTION
              AND WS-AC-OPERATOR-ID (WS-OTHER-IDX)
                 = WS-AC-OPERATOR-ID (WS-AC-IDX)
              IF (WS-AC-SUPPLIER-CODE (WS-OTHER-IDX) NOT = SPACES
                 AND WS-AC-SUPPLIER-CODE (WS-OTHER-IDX)
                    = WS-AC-SUPPLIER-CODE (WS-AC-IDX))
                 OR (WS-AC-PO-NUMBER (WS-OTHER-IDX) NOT = SPACES
                 AND WS-AC-PO-NUMBER (WS-OTHER-IDX)
                    = WS-AC-PO-NUMBER (WS-AC-IDX))
                    MOVE 'Y' TO WS-MATCH-FLAG
              END-IF
           END-IF.
           IF OTHER-HALF-MATCHES
              AND ANCHOR-IS-SECOND
              AND WS-AC-ACTION-DATE (WS-OTHER-IDX) = PROCESS-DATE
                 MOVE 'N' TO WS-MATCH-FLAG
           END-IF.

       520-WriteBreach.
           ADD 1 TO WS-BREACH-CTR.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-AC-OPERATOR-ID (WS-AC-IDX) TO DL-OPERATOR-OUT.
           MOVE SR-RULE-ID (WS-RULE-INDEX) TO DL-RULE-OUT.
           MOVE WS-AC-SUPPLIER-CODE (WS-AC-IDX) TO DL-SUPPLIER-OUT.
           MOVE WS-AC-PO-NUMBER (WS-AC-IDX) TO DL-PO-OUT.
           MOVE WS-AC-FUNCTION (WS-AC-IDX) TO DL-FUNCTION-OUT.
           MOVE WS-AC-TRAIL (WS-AC-IDX) TO DL-TRAIL-OUT.
           MOVE WS-AC-ACTION (WS-AC-IDX) TO DL-ACTION-OUT.
           MOVE WS-AC-FUNCTION (WS-OTHER-LAST-IDX)
              TO DL-OTHER-FUNCTION-OUT.
           MOVE WS-AC-TRAIL (WS-OTHER-LAST-IDX) TO DL-OTHER-TRAIL-OUT.
           MOVE WS-AC-ACTION-DATE (WS-OTHER-LAST-IDX)
              TO DL-OTHER-DATE-OUT.
           MOVE WS-OTHER-CTR TO DL-OTHER-CTR-OUT.
           MOVE SR-DESCRIPTION (WS-RULE-INDEX) TO DL-DESCRIPTION-OUT.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *05/13 Loads SOD-RULE-TABLE from SODRULES, as SODGRANT does.
       3800-LoadRules.
           INITIALIZE SOD-RULE-TABLE.
           MOVE 1 TO WS-RULE-INDEX.
           PERFORM 3850-ReadNextRule UNTIL SODRULES-EOF.
           COMPUTE SOD-RULE-MAX = WS-RULE-INDEX - 1.
           CLOSE SODRULES.

       3850-ReadNextRule.
           IF WS-RULE-INDEX > 100
              DISPLAY 'SODBRCH - RULE TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN SODTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SODRULES INTO SOD-RULE-LIST(WS-RULE-INDEX)
              AT END
                 MOVE 'Y' TO SODRULES-EOF-WS
           END-READ.
           IF NOT SODRULES-EOF
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

       380-LoadParms.
           MOVE 'SODLOOK' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:3) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:3) TO WS-LOOKBACK-DAYS
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
           MOVE 'SUPMAUD ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-SUPMAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BANKAUD ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-BANKAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'APPRAUD ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-APPRAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ASLAUD ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-ASLAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SRCAUD ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-SRCAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RATEAUD ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-RATEAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CONTAUD ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-CONTAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACTIONS INSIDE THE WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-AC-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TAKEN ON THE PROCESS DATE' TO WS-SUMMARY-LABEL.
           MOVE WS-TONIGHT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BREACHES' TO WS-SUMMARY-LABEL.
           MOVE WS-BREACH-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
