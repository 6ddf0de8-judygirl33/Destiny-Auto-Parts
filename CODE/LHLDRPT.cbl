       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDRPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/15 Monthly legal-hold report. Lists every hold in force on
      * the LEGLHOLD register (see LHLDTAB), matter by matter, with
      * what each is protecting: the SUPPHIST, MEASHIST and PONUMREG
      * detail rows it covers on the live files (the rows HISTAGE
      * keeps back instead of rolling up), and, per matter, the
      * archive generations LHLDCHK has flagged for the PRTSUPP.HOLD
      * bases off the HOLDLOG trail. A last section lists held copies
      * for matters with no active hold left, so operations can clear
      * them once legal confirms the matter is closed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Legal-hold register - see LHLDTAB.
           SELECT LEGLHOLD ASSIGN TO LEGLHOLD
           FILE STATUS IS IN-LEGLHOLD-KEY.

      * The live history files HISTAGE ages
           SELECT SUPPHIST ASSIGN TO SUPPHIST
           FILE STATUS IS IN-SUPPHIST-KEY.

           SELECT MEASHIST ASSIGN TO MEASHIST
           FILE STATUS IS IN-MEASHIST-KEY.

           SELECT PONUMREG ASSIGN TO PONUMREG
           FILE STATUS IS IN-PONUMREG-KEY.

      * Held-generation trail LHLDCHK writes
           SELECT HOLDLOG ASSIGN TO HOLDLOG
           FILE STATUS IS IN-HOLDLOG-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGLHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEGLHOLD-REC.
       01  LEGLHOLD-REC     PIC X(100).

      * Same 21-byte row FINALEX appends.
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

      * Same 24-byte row DLVPERF appends.
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

      * Same 37-byte registry row FINALEX keeps.
       FD  PONUMREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PONUMREG-REC.
       01  PONUMREG-REC.
           05  PR-PO-NUMBER            PIC X(06).
           05  PR-PART-NUMBER          PIC X(23).
           05  PR-FIRST-SEEN           PIC 9(08).

      * Same 40-byte trail row LHLDCHK writes.
       FD  HOLDLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDLOG-REC.
       01  HOLDLOG-REC.
           05  HL-MATTER-ID            PIC X(10).
           05  HL-FAMILY               PIC X(10).
           05  HL-RUN-DATE             PIC 9(08).
           05  HL-ROWS-HELD            PIC 9(07).
           05  FILLER                  PIC X(05).

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
           COPY PROCDATE. *> Business process date control card
           COPY LHLDTAB. *> Legal-hold register

       01 FILE-STATUS-CODES.
           05 IN-LEGLHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No register means nothing is on hold.
                88 LEGLHOLD-NOT-FOUND       VALUE '35'.
           05 IN-SUPPHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-MEASHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PONUMREG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-HOLDLOG-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * Nothing has been held off an archive base yet.
                88 HOLDLOG-NOT-FOUND        VALUE '35'.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 LEGLHOLD-EOF-WS                 PIC X(01) VALUE 'N'.
              88 LEGLHOLD-EOF                            VALUE 'Y'.
           05 SUPPHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SUPPHIST-EOF                            VALUE 'Y'.
           05 MEASHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 MEASHIST-EOF                            VALUE 'Y'.
           05 PONUMREG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PONUMREG-EOF                            VALUE 'Y'.
           05 HOLDLOG-EOF-WS                  PIC X(01) VALUE 'N'.
              88 HOLDLOG-EOF                             VALUE 'Y'.

       01 WS-HOLD-INDEX                    PIC 9(4) VALUE 1.
       01 WS-LOG-IDX                       PIC 9(4) VALUE ZERO.
       01 WS-LOG-FOUND-IDX                 PIC 9(4) VALUE ZERO.
       01 WS-PREV-MATTER                   PIC X(10) VALUE SPACES.
       01 WS-MATTER-ACTIVE-FLAG            PIC X(01) VALUE 'N'.
           88 MATTER-HAS-ACTIVE-HOLD               VALUE 'Y'.
       01 WS-COPIES-PRINTED-CTR            PIC 9(3) VALUE ZERO.

      *05/15 Rows each active hold covers on the live files, kept
      * alongside LHLDTAB.
       01 WS-HOLD-COUNT-TABLE.
           05 WS-HC-ENTRY OCCURS 500 TIMES.
              10 WS-HC-SH-ROWS            PIC 9(07) VALUE ZERO.
              10 WS-HC-MH-ROWS            PIC 9(07) VALUE ZERO.
              10 WS-HC-PR-ROWS            PIC 9(07) VALUE ZERO.

      *05/15 HOLDLOG rolled up per matter per family.
       01 WS-LOG-TABLE.
           05 WS-LG-ENTRY OCCURS 2000 TIMES.
              10 WS-LG-MATTER-ID          PIC X(10) VALUE SPACES.
              10 WS-LG-FAMILY             PIC X(10) VALUE SPACES.
              10 WS-LG-GENERATIONS        PIC 9(05) VALUE ZERO.
              10 WS-LG-ROWS               PIC 9(09) VALUE ZERO.
              10 WS-LG-LAST-DATE          PIC 9(08) VALUE ZERO.
       01 WS-LOG-MAX                       PIC 9(4) VALUE ZERO.

      *05/15 Hold test arguments - see HISTAGE's 220-CheckLegalHold,
      * the same rule.
       01 WS-HM-DATE                       PIC 9(8) VALUE ZERO.
       01 WS-HM-SUPPLIER-CODE              PIC X(10) VALUE SPACES.
       01 WS-HM-SUPP-CARRIED               PIC X(01) VALUE 'N'.
           88 HM-SUPPLIER-CARRIED                  VALUE 'Y'.
       01 WS-HM-PART-NUMBER                PIC X(23) VALUE SPACES.
       01 WS-HM-PART-CARRIED               PIC X(01) VALUE 'N'.
           88 HM-PART-CARRIED                      VALUE 'Y'.
       01 WS-HM-FILE                       PIC X(01) VALUE SPACES.
           88 HM-SUPPHIST-ROW                      VALUE 'S'.
           88 HM-MEASHIST-ROW                      VALUE 'M'.
           88 HM-PONUMREG-ROW                      VALUE 'P'.
       01 WS-ROW-HELD-FLAG                 PIC X(01) VALUE 'N'.
           88 ROW-ON-HOLD                          VALUE 'Y'.

       01 WS-RUN-TOTALS.
           05 WS-RN-HOLDS                  PIC 9(05) VALUE ZERO.
           05 WS-RN-MATTERS                PIC 9(05) VALUE ZERO.
           05 WS-RN-SH-ROWS                PIC 9(07) VALUE ZERO.
           05 WS-RN-MH-ROWS                PIC 9(07) VALUE ZERO.
           05 WS-RN-PR-ROWS                PIC 9(07) VALUE ZERO.
           05 WS-RN-ACTIVE-GENS            PIC 9(07) VALUE ZERO.
           05 WS-RN-RELEASED-GENS          PIC 9(07) VALUE ZERO.

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
              'Destiny Auto Parts - Legal Holds in Force'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
           05 FILLER              PIC X(13)      VALUE SPACES.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TEXT     PIC X(50)      VALUE
              'Active holds and what they protect as of'.
           05 WS-SECTION-DATE     PIC 9999/99/99 VALUE ZERO.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Matter'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(10)      VALUE 'From'.
          05 FILLER              PIC X(10)      VALUE 'To'.
          05 FILLER              PIC X(10)      VALUE 'Placed'.
          05 FILLER              PIC X(10)      VALUE 'By'.
          05 FILLER              PIC X(09)      VALUE ' SUPPHIST'.
          05 FILLER              PIC X(09)      VALUE ' MEASHIST'.
          05 FILLER              PIC X(09)      VALUE ' PONUMREG'.
          05 FILLER              PIC X(14)      VALUE SPACES.

       01 WS-HOLD-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 HD-MATTER-OUT          PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-FROM-OUT            PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-TO-OUT              PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-PLACED-OUT          PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-PLACED-BY-OUT       PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-SH-ROWS-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-MH-ROWS-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 HD-PR-ROWS-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(14)      VALUE SPACES.

       01 WS-COPY-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 CP-MATTER-OUT          PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(12)      VALUE
             'HELD COPIES '.
          05 CP-FAMILY-OUT          PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CP-GENS-OUT            PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(13)      VALUE
             ' generations '.
          05 CP-ROWS-OUT            PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(12)      VALUE
             ' rows, last '.
          05 CP-LAST-DATE-OUT       PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(46)      VALUE SPACES.

       01 WS-NO-COPY-LINE-OUT.
          05 FILLER                 PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(40)      VALUE
             'NO ARCHIVE GENERATIONS HELD YET'.
          05 FILLER                 PIC X(78)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           IF LEGAL-HOLD-MAX > ZERO
              PERFORM 100-Count-SUPPHIST UNTIL SUPPHIST-EOF
              PERFORM 110-Count-MEASHIST UNTIL MEASHIST-EOF
              PERFORM 120-Count-PONUMREG UNTIL PONUMREG-EOF
           END-IF.
           PERFORM 130-Load-HoldLog UNTIL HOLDLOG-EOF.
           PERFORM 800-NEW-PAGE.
           PERFORM 700-PrintHolds.
           PERFORM 750-PrintReleasedCopies.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-HOLD-COUNT-TABLE.
           INITIALIZE WS-LOG-TABLE.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 300-Open-Files.

       100-Count-SUPPHIST.
           READ SUPPHIST
              AT END MOVE 'Y' TO SUPPHIST-EOF-WS
           END-READ.
           IF NOT SUPPHIST-EOF
              MOVE SH-RUN-DATE TO WS-HM-DATE
              MOVE SH-SUPPLIER-CODE TO WS-HM-SUPPLIER-CODE
              MOVE 'Y' TO WS-HM-SUPP-CARRIED
              MOVE 'N' TO WS-HM-PART-CARRIED
              MOVE 'S' TO WS-HM-FILE
              PERFORM 200-CheckRow
              IF ROW-ON-HOLD
                 ADD 1 TO WS-RN-SH-ROWS
              END-IF
           END-IF.

       110-Count-MEASHIST.
           READ MEASHIST
              AT END MOVE 'Y' TO MEASHIST-EOF-WS
           END-READ.
           IF NOT MEASHIST-EOF
              MOVE MH-RUN-DATE TO WS-HM-DATE
              MOVE MH-SUPPLIER-CODE TO WS-HM-SUPPLIER-CODE
              MOVE 'Y' TO WS-HM-SUPP-CARRIED
              MOVE 'N' TO WS-HM-PART-CARRIED
              MOVE 'M' TO WS-HM-FILE
              PERFORM 200-CheckRow
              IF ROW-ON-HOLD
                 ADD 1 TO WS-RN-MH-ROWS
              END-IF
           END-IF.

       120-Count-PONUMREG.
           READ PONUMREG
              AT END MOVE 'Y' TO PONUMREG-EOF-WS
           END-READ.
           IF NOT PONUMREG-EOF
              MOVE PR-FIRST-SEEN TO WS-HM-DATE
              MOVE PR-PART-NUMBER TO WS-HM-PART-NUMBER
              MOVE 'N' TO WS-HM-SUPP-CARRIED
              MOVE 'Y' TO WS-HM-PART-CARRIED
              MOVE 'P' TO WS-HM-FILE
              PERFORM 200-CheckRow
              IF ROW-ON-HOLD
                 ADD 1 TO WS-RN-PR-ROWS
              END-IF
           END-IF.

       130-Load-HoldLog.
           READ HOLDLOG
              AT END MOVE 'Y' TO HOLDLOG-EOF-WS
           END-READ.
           IF NOT HOLDLOG-EOF
              PERFORM 210-FindLogSlot
              ADD 1 TO WS-LG-GENERATIONS (WS-LOG-FOUND-IDX)
              ADD HL-ROWS-HELD TO WS-LG-ROWS (WS-LOG-FOUND-IDX)
              IF HL-RUN-DATE > WS-LG-LAST-DATE (WS-LOG-FOUND-IDX)
                 MOVE HL-RUN-DATE
                    TO WS-LG-LAST-DATE (WS-LOG-FOUND-IDX)
              END-IF
           END-IF.

      *05/15 Counts the row against every active hold that covers
      * it; the run totals count it once.
       200-CheckRow.
           MOVE 'N' TO WS-ROW-HELD-FLAG.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
              UNTIL WS-HOLD-INDEX > LEGAL-HOLD-MAX
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
                    MOVE 'Y' TO WS-ROW-HELD-FLAG
                    EVALUATE TRUE
                       WHEN HM-SUPPHIST-ROW
                          ADD 1 TO WS-HC-SH-ROWS (WS-HOLD-INDEX)
                       WHEN HM-MEASHIST-ROW
                          ADD 1 TO WS-HC-MH-ROWS (WS-HOLD-INDEX)
                       WHEN OTHER
                          ADD 1 TO WS-HC-PR-ROWS (WS-HOLD-INDEX)
                    END-EVALUATE
                 END-IF
           END-PERFORM.

      *05/15 Slot keyed matter+family off the trail row.
       210-FindLogSlot.
           MOVE ZERO TO WS-LOG-FOUND-IDX.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-MAX
                 OR WS-LOG-FOUND-IDX > ZERO
                 IF WS-LG-MATTER-ID (WS-LOG-IDX) = HL-MATTER-ID
                    AND WS-LG-FAMILY (WS-LOG-IDX) = HL-FAMILY
                    MOVE WS-LOG-IDX TO WS-LOG-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-LOG-FOUND-IDX = ZERO
              IF WS-LOG-MAX >= 2000
                 DISPLAY 'LHLDRPT - HOLD LOG TABLE FULL AT 2000 '
                    'SLOTS - RAISE OCCURS IN LHLDRPT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-LOG-MAX
              MOVE WS-LOG-MAX TO WS-LOG-FOUND-IDX
              MOVE HL-MATTER-ID TO WS-LG-MATTER-ID (WS-LOG-FOUND-IDX)
              MOVE HL-FAMILY TO WS-LG-FAMILY (WS-LOG-FOUND-IDX)
           END-IF.

       300-Open-Files.
           OPEN INPUT LEGLHOLD.
           IF LEGLHOLD-NOT-FOUND
              MOVE 'Y' TO LEGLHOLD-EOF-WS
           ELSE
              IF IN-LEGLHOLD-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input LEGLHOLD'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadHolds
              END-IF
           END-IF.
           OPEN INPUT SUPPHIST.
           IF IN-SUPPHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPHIST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT MEASHIST.
           IF IN-MEASHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input MEASHIST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PONUMREG.
           IF IN-PONUMREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PONUMREG'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT HOLDLOG.
           IF HOLDLOG-NOT-FOUND
              MOVE 'Y' TO HOLDLOG-EOF-WS
           ELSE
              IF IN-HOLDLOG-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input HOLDLOG'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       3600-LoadHolds.
           INITIALIZE LEGAL-HOLD-TABLE.
           MOVE 1 TO WS-HOLD-INDEX.
           PERFORM 3610-ReadNextHold UNTIL LEGLHOLD-EOF.
           COMPUTE LEGAL-HOLD-MAX = WS-HOLD-INDEX - 1.
           CLOSE LEGLHOLD.

      *05/15 Only holds in force are kept - a released row is read
      * into the next free slot and left there to be overwritten.
      * The register's matter order carries through.
       3610-ReadNextHold.
           IF WS-HOLD-INDEX > 500
              DISPLAY 'LHLDRPT - LEGAL-HOLD TABLE FULL AT 500 '
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
              READ PROCDATE INTO PROCESS-DATE
                 AT END CONTINUE
              END-READ
              CLOSE PROCDATE
           END-IF.
           IF PROCESS-DATE = ZERO
              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *05/15 One line per hold; each matter closes with the archive
      * generations held for it.
       700-PrintHolds.
           MOVE SPACES TO WS-PREV-MATTER.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
              UNTIL WS-HOLD-INDEX > LEGAL-HOLD-MAX
                 IF LH-MATTER-ID (WS-HOLD-INDEX) NOT = WS-PREV-MATTER
                    IF WS-PREV-MATTER NOT = SPACES
                       PERFORM 720-MatterCopies
                    END-IF
                    MOVE LH-MATTER-ID (WS-HOLD-INDEX)
                       TO WS-PREV-MATTER
                    ADD 1 TO WS-RN-MATTERS
                 END-IF
                 PERFORM 710-PrintHold
           END-PERFORM.
           IF WS-PREV-MATTER NOT = SPACES
              PERFORM 720-MatterCopies
           END-IF.

       710-PrintHold.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE LH-MATTER-ID (WS-HOLD-INDEX) TO HD-MATTER-OUT.
           IF LH-SUPPLIER-CODE (WS-HOLD-INDEX) = SPACES
              MOVE 'ANY' TO HD-SUPPLIER-OUT
           ELSE
              MOVE LH-SUPPLIER-CODE (WS-HOLD-INDEX) TO HD-SUPPLIER-OUT
           END-IF.
           IF LH-PART-NUMBER (WS-HOLD-INDEX) = SPACES
              MOVE 'ANY' TO HD-PART-OUT
           ELSE
              MOVE LH-PART-NUMBER (WS-HOLD-INDEX) TO HD-PART-OUT
           END-IF.
           IF LH-FROM-DATE (WS-HOLD-INDEX) = ZERO
              MOVE 'OPEN' TO HD-FROM-OUT
           ELSE
              MOVE LH-FROM-DATE (WS-HOLD-INDEX) TO HD-FROM-OUT
           END-IF.
           IF LH-TO-DATE (WS-HOLD-INDEX) = ZERO
              MOVE 'OPEN' TO HD-TO-OUT
           ELSE
              MOVE LH-TO-DATE (WS-HOLD-INDEX) TO HD-TO-OUT
           END-IF.
           MOVE LH-PLACED-DATE (WS-HOLD-INDEX) TO HD-PLACED-OUT.
           MOVE LH-PLACED-BY (WS-HOLD-INDEX) TO HD-PLACED-BY-OUT.
           MOVE WS-HC-SH-ROWS (WS-HOLD-INDEX) TO HD-SH-ROWS-OUT.
           MOVE WS-HC-MH-ROWS (WS-HOLD-INDEX) TO HD-MH-ROWS-OUT.
           MOVE WS-HC-PR-ROWS (WS-HOLD-INDEX) TO HD-PR-ROWS-OUT.
           WRITE PRINT-REC FROM WS-HOLD-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-RN-HOLDS.

      *05/15 The matter's held copies, one line per family.
       720-MatterCopies.
           MOVE ZERO TO WS-COPIES-PRINTED-CTR.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-MAX
                 IF WS-LG-MATTER-ID (WS-LOG-IDX) = WS-PREV-MATTER
                    MOVE SPACES TO CP-MATTER-OUT
                    PERFORM 730-PrintCopy
                    ADD WS-LG-GENERATIONS (WS-LOG-IDX)
                       TO WS-RN-ACTIVE-GENS
                 END-IF
           END-PERFORM.
           IF WS-COPIES-PRINTED-CTR = ZERO
              WRITE PRINT-REC FROM WS-NO-COPY-LINE-OUT
              ADD 1 TO WS-LINE-KTR
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 1 TO WS-LINE-KTR.

       730-PrintCopy.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-LG-FAMILY (WS-LOG-IDX) TO CP-FAMILY-OUT.
           MOVE WS-LG-GENERATIONS (WS-LOG-IDX) TO CP-GENS-OUT.
           MOVE WS-LG-ROWS (WS-LOG-IDX) TO CP-ROWS-OUT.
           MOVE WS-LG-LAST-DATE (WS-LOG-IDX) TO CP-LAST-DATE-OUT.
           WRITE PRINT-REC FROM WS-COPY-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-COPIES-PRINTED-CTR.

      *05/15 Trail rows for matters with nothing left in force - the
      * copies outlive the hold until operations clears them.
       750-PrintReleasedCopies.
           MOVE 'Held copies for matters with no active hold'
              TO WS-SECTION-TEXT.
           PERFORM 800-NEW-PAGE.
           MOVE ZERO TO WS-COPIES-PRINTED-CTR.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-MAX
                 PERFORM 760-CheckMatterActive
                 IF NOT MATTER-HAS-ACTIVE-HOLD
                    MOVE WS-LG-MATTER-ID (WS-LOG-IDX) TO CP-MATTER-OUT
                    PERFORM 730-PrintCopy
                    ADD WS-LG-GENERATIONS (WS-LOG-IDX)
                       TO WS-RN-RELEASED-GENS
                 END-IF
           END-PERFORM.
           IF WS-COPIES-PRINTED-CTR = ZERO
              WRITE PRINT-REC FROM WS-NO-COPY-LINE-OUT
              ADD 1 TO WS-LINE-KTR
           END-IF.

       760-CheckMatterActive.
           MOVE 'N' TO WS-MATTER-ACTIVE-FLAG.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
              UNTIL WS-HOLD-INDEX > LEGAL-HOLD-MAX
                 OR MATTER-HAS-ACTIVE-HOLD
                 IF LH-MATTER-ID (WS-HOLD-INDEX)
                       = WS-LG-MATTER-ID (WS-LOG-IDX)
                    MOVE 'Y' TO WS-MATTER-ACTIVE-FLAG
                 END-IF
           END-PERFORM.

       600-CLOSE-FILES.
           CLOSE  SUPPHIST, MEASHIST, PONUMREG, PRINT-LINE.
           IF NOT HOLDLOG-NOT-FOUND
              CLOSE HOLDLOG
           END-IF.

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
           MOVE 'LEGAL-HOLD SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACTIVE HOLDS' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-HOLDS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MATTERS WITH ACTIVE HOLDS' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-MATTERS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPHIST ROWS UNDER HOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-SH-ROWS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MEASHIST ROWS UNDER HOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-MH-ROWS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PONUMREG ROWS UNDER HOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-PR-ROWS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GENERATIONS HELD - ACTIVE MATTERS' TO
              WS-SUMMARY-LABEL.
           MOVE WS-RN-ACTIVE-GENS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GENERATIONS HELD - NO ACTIVE HOLD' TO
              WS-SUMMARY-LABEL.
           MOVE WS-RN-RELEASED-GENS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
