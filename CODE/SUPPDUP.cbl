       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPDUP.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/07 Duplicate supplier scan. SUPPMIGR merges two codes once
      * we know they are the same company, but every acquisition
      * leaves us trading with "ACME BRAKE" and "ACME BRAKE CO"
      * under separate codes and nobody notices until the spend
      * splits. This compares every pair of suppliers on SUPPMST
      * (prospects included - a duplicate is cheapest to catch in
      * onboarding) on four kinds of evidence:
      *   NAME  - the names match once upper-cased, punctuation
      *           dropped and the company suffix (CO, INC, CORP,
      *           LLC and the like) taken off;
      *   REMIT - the remit-to rows on ADDRMST match once run
      *           through the same abbreviation rules ADDRSTD
      *           applies, so a row loaded before ADDRSTD was in the
      *           schedule still compares;
      *   BANK  - the same routing and account number;
      *   TAXID - the same taxpayer id on the SUPPTIN file kept
      *           with the 1099 filing (optional - no file, no
      *           tax-id evidence).
      * Each kind carries a weight; every pair with any evidence is
      * a candidate, listed highest score first with the evidence
      * marked. Purchasing reviews the list and keys the pairs it
      * accepts on the DUPACCPT card file (old code, new code - the
      * MIGRMAP layout). Each card that is still a candidate this
      * run is written to MIGROUT, ready to feed SUPPMIGR; the rest
      * are listed with the reason they were refused. Read-only
      * against the masters.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Supplier address master, as maintained by ADDRMSTR
           SELECT ADDRMST ASSIGN TO ADDRMST
           FILE STATUS IS IN-ADDRMST-KEY.

      * Supplier taxpayer ids off the W-9s behind the 1099 filing
           SELECT SUPPTIN ASSIGN TO SUPPTIN
           FILE STATUS IS IN-SUPPTIN-KEY.

      * Pairs purchasing accepted off an earlier candidate list
           SELECT DUPACCPT ASSIGN TO DUPACCPT
           FILE STATUS IS IN-DUPACCPT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Accepted pairs in the MIGRMAP layout SUPPMIGR reads
           SELECT MIGROUT ASSIGN TO MIGROUT
           FILE STATUS IS OUT-MIGROUT-KEY.

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

      * Same 78-byte master row ADDRMSTR writes.
       FD  ADDRMST
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS ADDRMST-REC.
       01  ADDRMST-REC.
           05  AM-SUPPLIER-CODE        PIC X(10).
           05  AM-ADDRESS-TYPE         PIC X(01).
           05  AM-ADDRESS-1            PIC X(15).
           05  AM-ADDRESS-2            PIC X(15).
           05  AM-ADDRESS-3            PIC X(15).
           05  AM-CITY                 PIC X(15).
           05  AM-STATE                PIC X(02).
           05  AM-ZIP                  PIC X(05).

      * One row per supplier: code and the nine-digit taxpayer id.
       FD  SUPPTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPTIN-REC.
       01  SUPPTIN-REC.
           05  ST-SUPPLIER-CODE        PIC X(10).
           05  ST-TAX-ID               PIC X(09).

      * Same 20-byte layout as SUPPMIGR's MIGRMAP.
       FD  DUPACCPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPACCPT-REC.
       01  DUPACCPT-REC.
           05  DA-OLD-CODE             PIC X(10).
           05  DA-NEW-CODE             PIC X(10).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  MIGROUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MIGROUT-REC.
       01  MIGROUT-REC.
           05  MO-OLD-CODE             PIC X(10).
           05  MO-NEW-CODE             PIC X(10).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY SUPMTAB.  *> Supplier master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ADDRMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPTIN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-DUPACCPT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-MIGROUT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 ADDRMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 ADDRMST-EOF                             VALUE 'Y'.
           05 SUPPTIN-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPTIN-EOF                             VALUE 'Y'.
           05 DUPACCPT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 DUPACCPT-EOF                            VALUE 'Y'.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-PAIR-A                        PIC 9(4) VALUE ZERO.
       01 WS-PAIR-B                        PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-IDX                     PIC 9(4) VALUE ZERO.
       01 WS-INSERT-IDX                    PIC 9(4) VALUE ZERO.
       01 WS-RANK                          PIC 9(4) VALUE ZERO.
       01 WS-TIN-FILE-FLAG                 PIC X(01) VALUE 'N'.
           88 TIN-FILE-PRESENT                   VALUE 'Y'.

      *05/07 Evidence weights. Name or remit address alone is worth
      * a look; a shared bank account or taxpayer id on two codes is
      * hard to explain any other way. A pair scoring at or past the
      * probable mark carries more than one kind of evidence, or a
      * tax-id match on its own.
       01 WS-WEIGHT-NAME                   PIC 9(3) VALUE 030.
       01 WS-WEIGHT-REMIT                  PIC 9(3) VALUE 030.
       01 WS-WEIGHT-BANK                   PIC 9(3) VALUE 040.
       01 WS-WEIGHT-TAX-ID                 PIC 9(3) VALUE 050.
       01 WS-PROBABLE-SCORE                PIC 9(3) VALUE 050.
       01 WS-PAIR-SCORE                    PIC 9(3) VALUE ZERO.
       01 WS-PAIR-EVIDENCE.
           05 WS-PAIR-NAME-HIT             PIC X(01) VALUE 'N'.
           05 WS-PAIR-REMIT-HIT            PIC X(01) VALUE 'N'.
           05 WS-PAIR-BANK-HIT             PIC X(01) VALUE 'N'.
           05 WS-PAIR-TAX-ID-HIT           PIC X(01) VALUE 'N'.

      *05/07 Comparison keys, one row per SUPPMST row, same index.
       01 WS-DUP-KEY-TABLE.
           05 WS-DUP-KEY OCCURS 500 TIMES.
              10 WS-DK-NAME-KEY            PIC X(15).
              10 WS-DK-REMIT-KEY.
                 15 WS-DK-REMIT-ADDR-1     PIC X(15).
                 15 WS-DK-REMIT-ADDR-2     PIC X(15).
                 15 WS-DK-REMIT-CITY       PIC X(15).
                 15 WS-DK-REMIT-STATE      PIC X(02).
                 15 WS-DK-REMIT-ZIP        PIC X(05).
              10 WS-DK-TAX-ID              PIC X(09).

      *05/07 Candidate pairs, kept highest score first as they are
      * found - equal scores stay in master order.
       01 WS-CAND-MAX                      PIC 9(4) VALUE ZERO.
       01 WS-CAND-IDX                      PIC 9(4) VALUE ZERO.
       01 WS-CAND-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-CAND-TABLE.
           05 WS-CAND OCCURS 3000 TIMES.
              10 WS-CAND-SUPP-A            PIC 9(4).
              10 WS-CAND-SUPP-B            PIC 9(4).
              10 WS-CAND-SCORE             PIC 9(3).
              10 WS-CAND-EVIDENCE.
                 15 WS-CAND-NAME-HIT       PIC X(01).
                 15 WS-CAND-REMIT-HIT      PIC X(01).
                 15 WS-CAND-BANK-HIT       PIC X(01).
                 15 WS-CAND-TAX-ID-HIT     PIC X(01).

      *05/07 Old and new codes already written to MIGROUT this run,
      * so one code is not mapped twice or chained through another.
       01 WS-ACC-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-ACC-IDX                       PIC 9(4) VALUE ZERO.
       01 WS-ACC-TABLE.
           05 WS-ACC OCCURS 500 TIMES.
              10 WS-ACC-OLD-CODE           PIC X(10).
              10 WS-ACC-NEW-CODE           PIC X(10).
       01 WS-REFUSE-REASON                 PIC X(30) VALUE SPACES.

      *05/07 Company suffixes dropped before names are compared.
       01 WS-SUFFIX-CONSTANTS.
           05 FILLER  PIC X(12) VALUE 'CO          '.
           05 FILLER  PIC X(12) VALUE 'COMPANY     '.
           05 FILLER  PIC X(12) VALUE 'CORP        '.
           05 FILLER  PIC X(12) VALUE 'CORPORATION '.
           05 FILLER  PIC X(12) VALUE 'INC         '.
           05 FILLER  PIC X(12) VALUE 'INCORPORATED'.
           05 FILLER  PIC X(12) VALUE 'LLC         '.
           05 FILLER  PIC X(12) VALUE 'LTD         '.
           05 FILLER  PIC X(12) VALUE 'LIMITED     '.
           05 FILLER  PIC X(12) VALUE 'THE         '.
       01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-CONSTANTS.
           05 WS-SUFFIX-WORD OCCURS 10 TIMES
              INDEXED BY WS-SUFFIX-IDX   PIC X(12).

      *05/07 The abbreviations ADDRSTD applies - kept in step with
      * its table.
       01 WS-ABBREV-CONSTANTS.
           05 FILLER  PIC X(18) VALUE 'STREET      ST    '.
           05 FILLER  PIC X(18) VALUE 'AVENUE      AVE   '.
           05 FILLER  PIC X(18) VALUE 'ROAD        RD    '.
           05 FILLER  PIC X(18) VALUE 'BOULEVARD   BLVD  '.
           05 FILLER  PIC X(18) VALUE 'DRIVE       DR    '.
           05 FILLER  PIC X(18) VALUE 'LANE        LN    '.
           05 FILLER  PIC X(18) VALUE 'COURT       CT    '.
           05 FILLER  PIC X(18) VALUE 'PLACE       PL    '.
           05 FILLER  PIC X(18) VALUE 'HIGHWAY     HWY   '.
           05 FILLER  PIC X(18) VALUE 'PARKWAY     PKWY  '.
           05 FILLER  PIC X(18) VALUE 'SUITE       STE   '.
           05 FILLER  PIC X(18) VALUE 'BUILDING    BLDG  '.
           05 FILLER  PIC X(18) VALUE 'FLOOR       FL    '.
           05 FILLER  PIC X(18) VALUE 'NORTH       N     '.
           05 FILLER  PIC X(18) VALUE 'SOUTH       S     '.
           05 FILLER  PIC X(18) VALUE 'EAST        E     '.
           05 FILLER  PIC X(18) VALUE 'WEST        W     '.
       01 WS-ABBREV-TABLE REDEFINES WS-ABBREV-CONSTANTS.
           05 WS-ABBREV-ENTRY OCCURS 17 TIMES
              INDEXED BY WS-ABBREV-IDX.
              10 WS-ABBREV-WORD          PIC X(12).
              10 WS-ABBREV-REPL          PIC X(06).

      * Word-splitting work areas - a 15-byte field holds at most
      * 8 blank-separated words.
       01 WS-WORD-TABLE.
           05 WS-WORD OCCURS 8 TIMES    PIC X(15).
       01 WS-WORD-IDX                   PIC 9(02) VALUE ZERO.
       01 WS-WORD-WORK                  PIC X(15) VALUE SPACES.
       01 WS-WORD-LEN                   PIC 9(02) VALUE ZERO.
       01 WS-FIELD-IN                   PIC X(15) VALUE SPACES.
       01 WS-FIELD-OUT                  PIC X(15) VALUE SPACES.
       01 WS-OUT-PTR                    PIC 9(02) VALUE 1.
       01 WS-SEPARATOR                  PIC X(01) VALUE SPACE.

       01 WS-SUPPLIER-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-REMIT-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-ADDR-UNKNOWN-CTR              PIC 9(7) VALUE ZERO.
       01 WS-TIN-CTR                       PIC 9(7) VALUE ZERO.
       01 WS-TIN-REJECT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PAIRS-COMPARED-CTR            PIC 9(9) VALUE ZERO.
       01 WS-PROBABLE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-POSSIBLE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-NAME-HIT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-REMIT-HIT-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-BANK-HIT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-TAX-ID-HIT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-ACCEPT-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ACCEPT-WRITTEN-CTR            PIC 9(7) VALUE ZERO.
       01 WS-ACCEPT-REFUSED-CTR            PIC 9(7) VALUE ZERO.

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
              'Destiny Auto Parts - Probable Duplicate Suppliers'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(35)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(87)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(6)       VALUE 'Rank'.
          05 FILLER              PIC X(28)      VALUE 'Supplier'.
          05 FILLER              PIC X(28)      VALUE 'Supplier'.
          05 FILLER              PIC X(7)       VALUE 'Score'.
          05 FILLER              PIC X(31)      VALUE
             'Evidence'.
          05 FILLER              PIC X(10)      VALUE 'Grade'.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-RANK-OUT           PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-CODE-A-OUT         PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-NAME-A-OUT         PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-CODE-B-OUT         PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-NAME-B-OUT         PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-SCORE-OUT          PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DTL-NAME-HIT-OUT       PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-REMIT-HIT-OUT      PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-BANK-HIT-OUT       PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-TAX-ID-HIT-OUT     PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DTL-GRADE-OUT          PIC X(08)      VALUE SPACES.

       01 WS-ACCEPT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(28)      VALUE
             'Old code (retired)'.
          05 FILLER              PIC X(28)      VALUE
             'New code (kept)'.
          05 FILLER              PIC X(30)      VALUE 'Result'.
       01 WS-ACCEPT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 ACC-OLD-CODE-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ACC-OLD-NAME-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ACC-NEW-CODE-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ACC-NEW-NAME-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ACC-RESULT-OUT         PIC X(30)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-ComparePairs
              VARYING WS-PAIR-A FROM 1 BY 1
              UNTIL WS-PAIR-A >= SUPP-MASTER-MAX.
           PERFORM 700-Write-Detail-Line
              VARYING WS-CAND-IDX FROM 1 BY 1
              UNTIL WS-CAND-IDX > WS-CAND-MAX.
           PERFORM 400-ApplyAcceptedPairs
              THRU 400-ApplyAcceptedPairs-Exit.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           MOVE 'CANDIDATE PAIRS, HIGHEST FIRST, AS OF'
              TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 800-NEW-PAGE.

       200-ComparePairs.
           COMPUTE WS-PAIR-B = WS-PAIR-A + 1.
           PERFORM 210-ComparePair
              THRU 210-ComparePair-Exit
              VARYING WS-PAIR-B FROM WS-PAIR-B BY 1
              UNTIL WS-PAIR-B > SUPP-MASTER-MAX.

      *05/07 One pair: score each kind of evidence present on both
      * sides, and keep the pair if anything matched.
       210-ComparePair.
           ADD 1 TO WS-PAIRS-COMPARED-CTR.
           MOVE ZERO TO WS-PAIR-SCORE.
           MOVE 'NNNN' TO WS-PAIR-EVIDENCE.
           IF WS-DK-NAME-KEY (WS-PAIR-A) NOT = SPACES
              AND WS-DK-NAME-KEY (WS-PAIR-A)
                  = WS-DK-NAME-KEY (WS-PAIR-B)
              MOVE 'Y' TO WS-PAIR-NAME-HIT
              ADD WS-WEIGHT-NAME TO WS-PAIR-SCORE
           END-IF.
           IF WS-DK-REMIT-ADDR-1 (WS-PAIR-A) NOT = SPACES
              AND WS-DK-REMIT-KEY (WS-PAIR-A)
                  = WS-DK-REMIT-KEY (WS-PAIR-B)
              MOVE 'Y' TO WS-PAIR-REMIT-HIT
              ADD WS-WEIGHT-REMIT TO WS-PAIR-SCORE
           END-IF.
           IF SM-BANK-ROUTING (WS-PAIR-A) IS NUMERIC
              AND SM-BANK-ROUTING (WS-PAIR-A) > ZERO
              AND SM-BANK-ACCOUNT (WS-PAIR-A) NOT = SPACES
              AND SM-BANK-ROUTING (WS-PAIR-A)
                  = SM-BANK-ROUTING (WS-PAIR-B)
              AND SM-BANK-ACCOUNT (WS-PAIR-A)
                  = SM-BANK-ACCOUNT (WS-PAIR-B)
              MOVE 'Y' TO WS-PAIR-BANK-HIT
              ADD WS-WEIGHT-BANK TO WS-PAIR-SCORE
           END-IF.
           IF WS-DK-TAX-ID (WS-PAIR-A) NOT = SPACES
              AND WS-DK-TAX-ID (WS-PAIR-A)
                  = WS-DK-TAX-ID (WS-PAIR-B)
              MOVE 'Y' TO WS-PAIR-TAX-ID-HIT
              ADD WS-WEIGHT-TAX-ID TO WS-PAIR-SCORE
           END-IF.
           IF WS-PAIR-SCORE = ZERO
              GO TO 210-ComparePair-Exit
           END-IF.
           PERFORM 220-InsertCandidate.
       210-ComparePair-Exit.
           EXIT.

      *05/07 Slot the pair in after every candidate scoring the same
      * or higher, shifting the lower scores down one.
       220-InsertCandidate.
           IF WS-CAND-MAX >= 3000
              DISPLAY 'SUPPDUP - CANDIDATE TABLE FULL AT 3000 '
                 'ROWS - RAISE OCCURS IN WS-CAND-TABLE'
              GO TO 2000-ABEND-RTN
           END-IF.
           COMPUTE WS-INSERT-IDX = WS-CAND-MAX + 1.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-CAND-MAX BY -1
              UNTIL WS-SHIFT-IDX < 1
                 OR WS-CAND-SCORE (WS-SHIFT-IDX) >= WS-PAIR-SCORE
                 MOVE WS-CAND (WS-SHIFT-IDX)
                    TO WS-CAND (WS-SHIFT-IDX + 1)
                 MOVE WS-SHIFT-IDX TO WS-INSERT-IDX
           END-PERFORM.
           ADD 1 TO WS-CAND-MAX.
           MOVE WS-PAIR-A TO WS-CAND-SUPP-A (WS-INSERT-IDX).
           MOVE WS-PAIR-B TO WS-CAND-SUPP-B (WS-INSERT-IDX).
           MOVE WS-PAIR-SCORE TO WS-CAND-SCORE (WS-INSERT-IDX).
           MOVE WS-PAIR-EVIDENCE TO WS-CAND-EVIDENCE (WS-INSERT-IDX).
           IF WS-PAIR-SCORE >= WS-PROBABLE-SCORE
              ADD 1 TO WS-PROBABLE-CTR
           ELSE
              ADD 1 TO WS-POSSIBLE-CTR
           END-IF.
           IF WS-PAIR-NAME-HIT = 'Y'
              ADD 1 TO WS-NAME-HIT-CTR
           END-IF.
           IF WS-PAIR-REMIT-HIT = 'Y'
              ADD 1 TO WS-REMIT-HIT-CTR
           END-IF.
           IF WS-PAIR-BANK-HIT = 'Y'
              ADD 1 TO WS-BANK-HIT-CTR
           END-IF.
           IF WS-PAIR-TAX-ID-HIT = 'Y'
              ADD 1 TO WS-TAX-ID-HIT-CTR
           END-IF.

       250-FindSupplier.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR WS-SUPPMST-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
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
           MOVE SUPP-MASTER-MAX TO WS-SUPPLIER-CTR.
           INITIALIZE WS-DUP-KEY-TABLE.
           PERFORM 325-BuildNameKey
              VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX.

           OPEN INPUT ADDRMST.
           IF IN-ADDRMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input ADDRMST'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 330-ReadNextAddress
              THRU 330-ReadNextAddress-Exit
              UNTIL ADDRMST-EOF.
           CLOSE ADDRMST.

      * No SUPPTIN dataset (status 35) means no tax-id evidence.
           OPEN INPUT SUPPTIN.
           IF IN-SUPPTIN-KEY = '00'
              MOVE 'Y' TO WS-TIN-FILE-FLAG
              PERFORM 340-ReadNextTaxId
                 THRU 340-ReadNextTaxId-Exit
                 UNTIL SUPPTIN-EOF
              CLOSE SUPPTIN
           ELSE
              IF IN-SUPPTIN-KEY NOT = '35'
                 DISPLAY 'File Problem openning Input SUPPTIN'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

           OPEN OUTPUT MIGROUT.
           IF OUT-MIGROUT-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning MIGROUT'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       320-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'SUPPDUP - SUPPLIER MASTER TABLE FULL AT 500 '
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

       325-BuildNameKey.
           MOVE SM-SUPPLIER-NAME (WS-SUPPMST-INDEX) TO WS-FIELD-IN.
           PERFORM 500-NormalizeName.
           MOVE WS-FIELD-OUT TO WS-DK-NAME-KEY (WS-SUPPMST-INDEX).

      *05/07 Only the remit-to row ('3') is compared - order and
      * schedule addresses are shared warehouses often enough.
       330-ReadNextAddress.
           READ ADDRMST
              AT END
                 MOVE 'Y' TO ADDRMST-EOF-WS
                 GO TO 330-ReadNextAddress-Exit
           END-READ.
           IF AM-ADDRESS-TYPE NOT = '3'
              GO TO 330-ReadNextAddress-Exit
           END-IF.
           MOVE AM-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              ADD 1 TO WS-ADDR-UNKNOWN-CTR
              GO TO 330-ReadNextAddress-Exit
           END-IF.
           ADD 1 TO WS-REMIT-CTR.
           MOVE AM-ADDRESS-1 TO WS-FIELD-IN.
           PERFORM 510-StandardizeField.
           MOVE WS-FIELD-OUT
              TO WS-DK-REMIT-ADDR-1 (WS-SUPPMST-FOUND-IDX).
           MOVE AM-ADDRESS-2 TO WS-FIELD-IN.
           PERFORM 510-StandardizeField.
           MOVE WS-FIELD-OUT
              TO WS-DK-REMIT-ADDR-2 (WS-SUPPMST-FOUND-IDX).
           MOVE AM-CITY TO WS-FIELD-IN.
           PERFORM 510-StandardizeField.
           MOVE WS-FIELD-OUT
              TO WS-DK-REMIT-CITY (WS-SUPPMST-FOUND-IDX).
           MOVE FUNCTION UPPER-CASE (AM-STATE)
              TO WS-DK-REMIT-STATE (WS-SUPPMST-FOUND-IDX).
           MOVE AM-ZIP TO WS-DK-REMIT-ZIP (WS-SUPPMST-FOUND-IDX).
       330-ReadNextAddress-Exit.
           EXIT.

       340-ReadNextTaxId.
           READ SUPPTIN
              AT END
                 MOVE 'Y' TO SUPPTIN-EOF-WS
                 GO TO 340-ReadNextTaxId-Exit
           END-READ.
           MOVE ST-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              OR ST-TAX-ID NOT NUMERIC
              OR ST-TAX-ID = ZEROS
              ADD 1 TO WS-TIN-REJECT-CTR
              GO TO 340-ReadNextTaxId-Exit
           END-IF.
           ADD 1 TO WS-TIN-CTR.
           MOVE ST-TAX-ID TO WS-DK-TAX-ID (WS-SUPPMST-FOUND-IDX).
       340-ReadNextTaxId-Exit.
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

      *05/07 Accepted pairs. No DUPACCPT dataset (status 35) means
      * nothing was accepted - the run is the candidate list only.
       400-ApplyAcceptedPairs.
           OPEN INPUT DUPACCPT.
           IF IN-DUPACCPT-KEY = '35'
              GO TO 400-ApplyAcceptedPairs-Exit
           END-IF.
           IF IN-DUPACCPT-KEY NOT = '00'
              DISPLAY 'File Problem openning Input DUPACCPT'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'ACCEPTED PAIRS KEYED FOR SUPPMIGR'
              TO WS-SECTION-TITLE.
           PERFORM 820-NEW-ACCEPT-PAGE.
           PERFORM 410-ApplyAcceptCard
              THRU 410-ApplyAcceptCard-Exit
              UNTIL DUPACCPT-EOF.
           CLOSE DUPACCPT.
       400-ApplyAcceptedPairs-Exit.
           EXIT.

      *05/07 A card is written to MIGROUT only when the pair is a
      * candidate on this run's list - evidence can go away between
      * the review and the run - and neither code is already mapped.
       410-ApplyAcceptCard.
           READ DUPACCPT
              AT END
                 MOVE 'Y' TO DUPACCPT-EOF-WS
                 GO TO 410-ApplyAcceptCard-Exit
           END-READ.
           ADD 1 TO WS-ACCEPT-READ-CTR.
           MOVE SPACES TO WS-REFUSE-REASON, ACC-OLD-NAME-OUT,
              ACC-NEW-NAME-OUT.
           MOVE DA-OLD-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindSupplier.
           MOVE WS-SUPPMST-FOUND-IDX TO WS-PAIR-A.
           IF WS-PAIR-A > ZERO
              MOVE SM-SUPPLIER-NAME (WS-PAIR-A) TO ACC-OLD-NAME-OUT
           END-IF.
           MOVE DA-NEW-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 250-FindSupplier.
           MOVE WS-SUPPMST-FOUND-IDX TO WS-PAIR-B.
           IF WS-PAIR-B > ZERO
              MOVE SM-SUPPLIER-NAME (WS-PAIR-B) TO ACC-NEW-NAME-OUT
           END-IF.

           EVALUATE TRUE
              WHEN DA-OLD-CODE = DA-NEW-CODE
                 MOVE 'REFUSED - SAME CODE TWICE'
                    TO WS-REFUSE-REASON
              WHEN WS-PAIR-A = ZERO
                 MOVE 'REFUSED - OLD CODE NOT ON FILE'
                    TO WS-REFUSE-REASON
              WHEN WS-PAIR-B = ZERO
                 MOVE 'REFUSED - NEW CODE NOT ON FILE'
                    TO WS-REFUSE-REASON
              WHEN OTHER
                 PERFORM 420-FindCandidate
                 IF WS-CAND-FOUND-IDX = ZERO
                    MOVE 'REFUSED - NOT A CANDIDATE NOW'
                       TO WS-REFUSE-REASON
                 ELSE
                    PERFORM 430-CheckAlreadyMapped
                 END-IF
           END-EVALUATE.

           MOVE DA-OLD-CODE TO ACC-OLD-CODE-OUT.
           MOVE DA-NEW-CODE TO ACC-NEW-CODE-OUT.
           IF WS-REFUSE-REASON NOT = SPACES
              ADD 1 TO WS-ACCEPT-REFUSED-CTR
              MOVE WS-REFUSE-REASON TO ACC-RESULT-OUT
              PERFORM 720-Write-Accept-Line
              GO TO 410-ApplyAcceptCard-Exit
           END-IF.

           MOVE DA-OLD-CODE TO MO-OLD-CODE.
           MOVE DA-NEW-CODE TO MO-NEW-CODE.
           WRITE MIGROUT-REC.
           IF OUT-MIGROUT-KEY NOT = '00'
              DISPLAY 'SUPPDUP - WRITE FAILED ON MIGROUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-ACCEPT-WRITTEN-CTR.
           ADD 1 TO WS-ACC-MAX.
           MOVE DA-OLD-CODE TO WS-ACC-OLD-CODE (WS-ACC-MAX).
           MOVE DA-NEW-CODE TO WS-ACC-NEW-CODE (WS-ACC-MAX).
           MOVE 'WRITTEN TO MIGRMAP' TO ACC-RESULT-OUT.
           PERFORM 720-Write-Accept-Line.
       410-ApplyAcceptCard-Exit.
           EXIT.

      * Candidates are held lower master row first; a card may name
      * the pair either way round.
       420-FindCandidate.
           MOVE ZERO TO WS-CAND-FOUND-IDX.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
              UNTIL WS-CAND-IDX > WS-CAND-MAX
                 OR WS-CAND-FOUND-IDX > ZERO
                 IF (WS-CAND-SUPP-A (WS-CAND-IDX) = WS-PAIR-A
                     AND WS-CAND-SUPP-B (WS-CAND-IDX) = WS-PAIR-B)
                 OR (WS-CAND-SUPP-A (WS-CAND-IDX) = WS-PAIR-B
                     AND WS-CAND-SUPP-B (WS-CAND-IDX) = WS-PAIR-A)
                    MOVE WS-CAND-IDX TO WS-CAND-FOUND-IDX
                 END-IF
           END-PERFORM.

      * SUPPMIGR re-keys in one pass, so an old code mapped twice,
      * or a new code that is itself being retired, would leave
      * history stranded under a dead code.
       430-CheckAlreadyMapped.
           IF WS-ACC-MAX >= 500
              DISPLAY 'SUPPDUP - ACCEPTED PAIR TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN WS-ACC-TABLE'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-MAX
                 OR WS-REFUSE-REASON NOT = SPACES
                 EVALUATE TRUE
                    WHEN WS-ACC-OLD-CODE (WS-ACC-IDX) = DA-OLD-CODE
                       MOVE 'REFUSED - OLD CODE MAPPED TWICE'
                          TO WS-REFUSE-REASON
                    WHEN WS-ACC-OLD-CODE (WS-ACC-IDX) = DA-NEW-CODE
                       MOVE 'REFUSED - NEW CODE BEING RETIRED'
                          TO WS-REFUSE-REASON
                    WHEN WS-ACC-NEW-CODE (WS-ACC-IDX) = DA-OLD-CODE
                       MOVE 'REFUSED - OLD CODE IS KEPT CODE'
                          TO WS-REFUSE-REASON
                 END-EVALUATE
           END-PERFORM.

      *05/07 Name key: upper case, punctuation to blanks, company
      * suffix words dropped, the rest run together - "Acme Brake
      * Co." and "ACME BRAKE" both come out ACMEBRAKE.
       500-NormalizeName.
           MOVE FUNCTION UPPER-CASE (WS-FIELD-IN) TO WS-FIELD-IN.
           INSPECT WS-FIELD-IN CONVERTING '.,&-/' TO '     '.
           INITIALIZE WS-WORD-TABLE.
           UNSTRING WS-FIELD-IN DELIMITED BY ALL ' '
              INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
                   WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
           END-UNSTRING.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
              UNTIL WS-WORD-IDX > 8
                 PERFORM VARYING WS-SUFFIX-IDX FROM 1 BY 1
                    UNTIL WS-SUFFIX-IDX > 10
                       IF WS-WORD (WS-WORD-IDX)
                             = WS-SUFFIX-WORD (WS-SUFFIX-IDX)
                          MOVE SPACES TO WS-WORD (WS-WORD-IDX)
                       END-IF
                 END-PERFORM
           END-PERFORM.
           MOVE LOW-VALUE TO WS-SEPARATOR.
           PERFORM 520-RebuildField.

      *05/07 One free-text address line, the way ADDRSTD's
      * 500-StandardizeField does it: upper-case, split into words,
      * abbreviate each word, rebuild with single spacing.
       510-StandardizeField.
           MOVE FUNCTION UPPER-CASE (WS-FIELD-IN) TO WS-FIELD-IN.
           INITIALIZE WS-WORD-TABLE.
           UNSTRING WS-FIELD-IN DELIMITED BY ALL ' '
              INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
                   WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
           END-UNSTRING.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
              UNTIL WS-WORD-IDX > 8
                 IF WS-WORD (WS-WORD-IDX) NOT = SPACES
                    PERFORM 530-StandardizeWord
                 END-IF
           END-PERFORM.
           MOVE SPACE TO WS-SEPARATOR.
           PERFORM 520-RebuildField.

      * Words back into WS-FIELD-OUT - single-spaced for addresses,
      * run together (LOW-VALUE separator, never written) for names.
       520-RebuildField.
           MOVE SPACES TO WS-FIELD-OUT.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
              UNTIL WS-WORD-IDX > 8
                 IF WS-WORD (WS-WORD-IDX) NOT = SPACES
                    IF WS-OUT-PTR > 1
                       AND WS-SEPARATOR = SPACE
                       STRING ' ' DELIMITED BY SIZE
                          INTO WS-FIELD-OUT
                          WITH POINTER WS-OUT-PTR
                       END-STRING
                    END-IF
                    STRING WS-WORD (WS-WORD-IDX) DELIMITED BY ' '
                       INTO WS-FIELD-OUT
                       WITH POINTER WS-OUT-PTR
                    END-STRING
                 END-IF
           END-PERFORM.

      * A trailing period counts the same as the bare word -
      * "ST." and "STREET" both come out "ST".
       530-StandardizeWord.
           MOVE WS-WORD (WS-WORD-IDX) TO WS-WORD-WORK.
           MOVE ZERO TO WS-WORD-LEN.
           INSPECT FUNCTION REVERSE (WS-WORD-WORK)
              TALLYING WS-WORD-LEN FOR LEADING SPACES.
           COMPUTE WS-WORD-LEN = 15 - WS-WORD-LEN.
           IF WS-WORD-LEN > 1
              AND WS-WORD-WORK (WS-WORD-LEN:1) = '.'
              MOVE SPACE TO WS-WORD-WORK (WS-WORD-LEN:1)
           END-IF.
           PERFORM VARYING WS-ABBREV-IDX FROM 1 BY 1
              UNTIL WS-ABBREV-IDX > 17
                 IF WS-WORD-WORK = WS-ABBREV-WORD (WS-ABBREV-IDX)
                    MOVE WS-ABBREV-REPL (WS-ABBREV-IDX)
                       TO WS-WORD-WORK
                 END-IF
           END-PERFORM.
           MOVE WS-WORD-WORK TO WS-WORD (WS-WORD-IDX).

       600-CLOSE-FILES.
           CLOSE  MIGROUT, PRINT-LINE.

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
           MOVE WS-CAND-SUPP-A (WS-CAND-IDX) TO WS-PAIR-A.
           MOVE WS-CAND-SUPP-B (WS-CAND-IDX) TO WS-PAIR-B.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO DTL-RANK-OUT.
           MOVE SM-SUPPLIER-CODE (WS-PAIR-A) TO DTL-CODE-A-OUT.
           MOVE SM-SUPPLIER-NAME (WS-PAIR-A) TO DTL-NAME-A-OUT.
           MOVE SM-SUPPLIER-CODE (WS-PAIR-B) TO DTL-CODE-B-OUT.
           MOVE SM-SUPPLIER-NAME (WS-PAIR-B) TO DTL-NAME-B-OUT.
           MOVE WS-CAND-SCORE (WS-CAND-IDX) TO DTL-SCORE-OUT.
           MOVE SPACES TO DTL-NAME-HIT-OUT, DTL-REMIT-HIT-OUT,
              DTL-BANK-HIT-OUT, DTL-TAX-ID-HIT-OUT.
           IF WS-CAND-NAME-HIT (WS-CAND-IDX) = 'Y'
              MOVE 'NAME' TO DTL-NAME-HIT-OUT
           END-IF.
           IF WS-CAND-REMIT-HIT (WS-CAND-IDX) = 'Y'
              MOVE 'REMIT' TO DTL-REMIT-HIT-OUT
           END-IF.
           IF WS-CAND-BANK-HIT (WS-CAND-IDX) = 'Y'
              MOVE 'BANK' TO DTL-BANK-HIT-OUT
           END-IF.
           IF WS-CAND-TAX-ID-HIT (WS-CAND-IDX) = 'Y'
              MOVE 'TAXID' TO DTL-TAX-ID-HIT-OUT
           END-IF.
           IF WS-CAND-SCORE (WS-CAND-IDX) >= WS-PROBABLE-SCORE
              MOVE 'PROBABLE' TO DTL-GRADE-OUT
           ELSE
              MOVE 'POSSIBLE' TO DTL-GRADE-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       720-Write-Accept-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 820-NEW-ACCEPT-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-ACCEPT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 3 TO WS-LINE-KTR.

       820-NEW-ACCEPT-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-ACCEPT-HEADER.
           MOVE 3 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS ON MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-SUPPLIER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REMIT-TO ADDRESSES COMPARED' TO WS-SUMMARY-LABEL.
           MOVE WS-REMIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REMIT-TO ROWS FOR UNKNOWN CODES' TO WS-SUMMARY-LABEL.
           MOVE WS-ADDR-UNKNOWN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           IF TIN-FILE-PRESENT
              MOVE 'TAX IDS COMPARED' TO WS-SUMMARY-LABEL
              MOVE WS-TIN-CTR TO WS-SUMMARY-COUNT
              WRITE PRINT-REC FROM WS-SUMMARY-LINE
              MOVE 'TAX ID ROWS SKIPPED (BAD/UNKNOWN)'
                 TO WS-SUMMARY-LABEL
              MOVE WS-TIN-REJECT-CTR TO WS-SUMMARY-COUNT
              WRITE PRINT-REC FROM WS-SUMMARY-LINE
           ELSE
              MOVE 'NO SUPPTIN FILE - TAX IDS SKIPPED'
                 TO WS-SUMMARY-LABEL
              MOVE ZERO TO WS-SUMMARY-COUNT
              WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-IF.
           MOVE 'SUPPLIER PAIRS COMPARED' TO WS-SUMMARY-LABEL.
           MOVE WS-PAIRS-COMPARED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CANDIDATE PAIRS' TO WS-SUMMARY-LABEL.
           MOVE WS-CAND-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PROBABLE' TO WS-SUMMARY-LABEL.
           MOVE WS-PROBABLE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  POSSIBLE' TO WS-SUMMARY-LABEL.
           MOVE WS-POSSIBLE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAIRS MATCHING ON NAME' TO WS-SUMMARY-LABEL.
           MOVE WS-NAME-HIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAIRS MATCHING ON REMIT-TO' TO WS-SUMMARY-LABEL.
           MOVE WS-REMIT-HIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAIRS MATCHING ON BANK ACCOUNT' TO WS-SUMMARY-LABEL.
           MOVE WS-BANK-HIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAIRS MATCHING ON TAX ID' TO WS-SUMMARY-LABEL.
           MOVE WS-TAX-ID-HIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACCEPT CARDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-ACCEPT-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WRITTEN TO MIGRMAP' TO WS-SUMMARY-LABEL.
           MOVE WS-ACCEPT-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  REFUSED' TO WS-SUMMARY-LABEL.
           MOVE WS-ACCEPT-REFUSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
