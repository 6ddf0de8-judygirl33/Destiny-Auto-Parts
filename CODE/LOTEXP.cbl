       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXP.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/25 Weekly lot expiry report off the LOTMAST lot master
      * LOTTRK keeps. Two sections:
      *   - lots with stock left that expire inside the LOTWARN
      *     parameter's days (default 60), in first-expiry-first-out
      *     order so the warehouse picks and the planners use up the
      *     oldest first;
      *   - lots with stock left already past their expiry, valued
      *     at the STDCOST standard for the write-off, with a total
      *     by plant and for the company.
      * Read only - LOTMAST is not touched.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input lot master, as LOTTRK writes it
           SELECT LOTMAST ASSIGN TO LOTMAST
           FILE STATUS IS IN-LOTMAST-KEY.

      * Input standard-cost control file - see STDCTAB.
           SELECT STDCOST ASSIGN TO STDCOST
           FILE STATUS IS IN-STDCOST-KEY.

      *12/17 Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output Lot Expiry Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 109-byte lot row LOTTRK writes.
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 109 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
       01  LOTMAST-REC.
           05  LT-PLANT-CODE           PIC X(03).
           05  LT-PART-NUMBER          PIC X(23).
           05  LT-LOT-NUMBER           PIC X(12).
           05  LT-PO-NUMBER            PIC X(06).
           05  LT-SUPPLIER-CODE        PIC X(10).
           05  LT-RECEIPT-DATE         PIC 9(08).
           05  LT-MFG-DATE             PIC 9(08).
           05  LT-EXPIRY-DATE          PIC 9(08).
           05  LT-QTY-RECEIVED         PIC 9(07).
           05  LT-QTY-ON-HAND          PIC 9(07).
           05  LT-SHORT-LIFE-FLAG      PIC X(01).
           05  LT-EMPTIED-DATE         PIC 9(08).
           05  LT-LAST-RUN-DATE        PIC 9(08).

       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
       01  STDCOST-REC     PIC X(33).

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
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
           COPY STDCTAB.  *> Standard-cost control table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File LOTMAST
           05 IN-LOTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 LOTMAST-NOT-FOUND        VALUE '35'.

      * File status key for input File STDCOST
           05 IN-STDCOST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 LOTMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 LOTMAST-EOF                             VALUE 'Y'.
           05 STDCOST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 STDCOST-EOF                             VALUE 'Y'.

      *04/25 Days ahead a lot's expiry puts it on the report -
      * PARMLOAD LOTWARN overrides.
       01 WS-WARN-DAYS                     PIC 9(03) VALUE 060.

       01 WS-IN-LOT-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-NEARING-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-COST-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-STDCOST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-STD-COST                      PIC 9(7)V99 VALUE ZERO.

      *04/25 The lots worth reporting. The leading expiry, plant and
      * part make a sort key for FEFO order.
       01 WS-EXPIRY-TABLE.
           05 WS-EX-ENTRY OCCURS 5000 TIMES.
              10 WS-EX-KEY.
                 15 WS-EX-EXPIRY-DATE     PIC 9(08).
                 15 WS-EX-PLANT-CODE      PIC X(03).
                 15 WS-EX-PART-NUMBER     PIC X(23).
                 15 WS-EX-LOT-NUMBER      PIC X(12).
              10 WS-EX-SUPPLIER-CODE      PIC X(10).
              10 WS-EX-RECEIPT-DATE       PIC 9(08).
              10 WS-EX-QTY-ON-HAND        PIC 9(07).
              10 WS-EX-DAYS-LEFT          PIC S9(05).
              10 WS-EX-STATE              PIC X(01).
                 88 WS-EX-EXPIRED               VALUE 'X'.
                 88 WS-EX-NEARING               VALUE 'N'.
       01 WS-EX-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-EX-IDX                       PIC 9(04) VALUE 1.
       01 WS-EX-SWAP                      PIC X(77) VALUE SPACES.
       01 WS-SORT-I                       PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(04) VALUE ZERO.

      *04/25 Write-off value, by plant and for the company.
       01 WS-WRITE-OFF-VALUE               PIC 9(11)V99 VALUE ZERO.
       01 WS-PLANT-WRITE-OFF               PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-WRITE-OFF               PIC 9(11)V99 VALUE ZERO.
       01 WS-PREV-PLANT                    PIC X(03) VALUE SPACES.
       01 WS-NEXT-PLANT                    PIC X(03) VALUE SPACES.

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
       01 WS-DAYS-LEFT                     PIC S9(7) VALUE ZERO.

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
              'Destiny Auto Parts - Lot Expiry and Write-Off'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-NEARING-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE 'Expires'.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(14)      VALUE 'Lot'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(10)      VALUE 'Received'.
          05 FILLER              PIC X(10)      VALUE '   On Hand'.
          05 FILLER              PIC X(10)      VALUE ' Days Left'.
       01 WS-NEARING-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 NR-EXPIRY-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NR-PLANT-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 NR-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NR-LOT-OUT             PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NR-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NR-RECEIVED-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 NR-QTY-OUT             PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 NR-DAYS-OUT            PIC ZZ,ZZ9     VALUE ZERO.

       01 WS-EXPIRED-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(10)      VALUE 'Expired'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(14)      VALUE 'Lot'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(10)      VALUE '   On Hand'.
          05 FILLER              PIC X(14)      VALUE '     Std Cost'.
          05 FILLER              PIC X(18)      VALUE
             '   Write-Off Value'.
       01 WS-EXPIRED-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 XP-PLANT-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 XP-EXPIRY-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 XP-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 XP-LOT-OUT             PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 XP-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 XP-QTY-OUT             PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 XP-COST-OUT            PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 XP-VALUE-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 XP-NOTE-OUT            PIC X(07)      VALUE SPACES.
       01 WS-PLANT-TOTAL-LINE.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(16)      VALUE
             'TOTAL FOR PLANT '.
          05 PT-PLANT-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(71)      VALUE SPACES.
          05 PT-VALUE-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                                   VALUE ZERO.
       01 WS-COMPANY-TOTAL-LINE.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(32)      VALUE
             'TOTAL EXPIRED STOCK TO WRITE OFF'.
          05 FILLER                 PIC X(58)      VALUE SPACES.
          05 CT-VALUE-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                                   VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 500-SortLots
              THRU 500-SortLots-Exit.
           PERFORM 700-PrintNearing.
           PERFORM 750-PrintExpired.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.

      *04/25 A lot with stock left goes on the table when it has
      * expired or will inside the warning window.
       200-TakeLot.
           READ LOTMAST
              AT END
                 MOVE 'Y' TO LOTMAST-EOF-WS
           END-READ.
           IF LOTMAST-EOF
              OR LT-QTY-ON-HAND = ZERO
              GO TO 200-TakeLot-Exit
           END-IF.
           ADD 1 TO WS-IN-LOT-CTR.
           MOVE LT-EXPIRY-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT = ZERO
              GO TO 200-TakeLot-Exit
           END-IF.
           COMPUTE WS-DAYS-LEFT = WS-DAY-INT - WS-TODAY-INT.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
              GO TO 200-TakeLot-Exit
           END-IF.
           IF WS-EX-MAX >= 5000
              DISPLAY 'LOTEXP - EXPIRY TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN LOTEXP'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-EX-MAX.
           MOVE LT-EXPIRY-DATE TO WS-EX-EXPIRY-DATE (WS-EX-MAX).
           MOVE LT-PLANT-CODE TO WS-EX-PLANT-CODE (WS-EX-MAX).
           MOVE LT-PART-NUMBER TO WS-EX-PART-NUMBER (WS-EX-MAX).
           MOVE LT-LOT-NUMBER TO WS-EX-LOT-NUMBER (WS-EX-MAX).
           MOVE LT-SUPPLIER-CODE TO WS-EX-SUPPLIER-CODE (WS-EX-MAX).
           MOVE LT-RECEIPT-DATE TO WS-EX-RECEIPT-DATE (WS-EX-MAX).
           MOVE LT-QTY-ON-HAND TO WS-EX-QTY-ON-HAND (WS-EX-MAX).
           MOVE WS-DAYS-LEFT TO WS-EX-DAYS-LEFT (WS-EX-MAX).
           IF WS-DAYS-LEFT < ZERO
              MOVE 'X' TO WS-EX-STATE (WS-EX-MAX)
              ADD 1 TO WS-EXPIRED-CTR
           ELSE
              MOVE 'N' TO WS-EX-STATE (WS-EX-MAX)
              ADD 1 TO WS-NEARING-CTR
           END-IF.
       200-TakeLot-Exit.
           EXIT.

       300-Open-Files.
           OPEN INPUT STDCOST.
      *    Input File Status Checking for STDCOST
           IF IN-STDCOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input STDCOST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3900-LoadStandardCosts
           END-IF.

           OPEN INPUT LOTMAST.
           IF LOTMAST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-LOTMAST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input LOTMAST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 200-TakeLot
                    THRU 200-TakeLot-Exit
                    UNTIL LOTMAST-EOF
                 CLOSE LOTMAST
              END-IF
           END-IF.

           OPEN OUTPUT PRINT-LINE.

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

      *04/25 The PARMMAST master's value, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'LOTWARN ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-WARN-DAYS
           END-IF.

      *04/25 Loads STD-COST-TABLE from STDCOST, same shape as
      * CYCCOUNT's.
       3900-LoadStandardCosts.
           INITIALIZE STD-COST-TABLE.
           MOVE 1 TO WS-STDCOST-INDEX.
           PERFORM 3950-ReadNextStandard UNTIL STDCOST-EOF.
           COMPUTE STD-COST-MAX = WS-STDCOST-INDEX - 1.
           CLOSE STDCOST.

       3950-ReadNextStandard.
           READ STDCOST
              AT END
                 MOVE 'Y' TO STDCOST-EOF-WS
           END-READ.
           IF NOT STDCOST-EOF
              IF WS-STDCOST-INDEX > 2000
                 DISPLAY 'LOTEXP - STDCOST TABLE FULL AT 2000 ROWS'
                    ' - RAISE OCCURS IN COPYBOOK'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE STDCOST-REC TO STD-COST-LIST (WS-STDCOST-INDEX)
              ADD 1 TO WS-STDCOST-INDEX
           END-IF.

      *04/25 Earliest expiry first, then plant, part and lot.
       500-SortLots.
           IF WS-EX-MAX < 2
              GO TO 500-SortLots-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-EX-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-EX-MAX
                 IF WS-EX-KEY (WS-SORT-J) >
                       WS-EX-KEY (WS-SORT-J + 1)
                    MOVE WS-EX-ENTRY (WS-SORT-J) TO WS-EX-SWAP
                    MOVE WS-EX-ENTRY (WS-SORT-J + 1)
                       TO WS-EX-ENTRY (WS-SORT-J)
                    MOVE WS-EX-SWAP TO WS-EX-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-SortLots-Exit.
           EXIT.

      *04/25 Lilian day number for the date in WS-DATE-IN-STR-CEE -
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

       700-PrintNearing.
           MOVE 'LOTS NEARING EXPIRY - USE FIRST EXPIRY FIRST'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-NEARING-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
              UNTIL WS-EX-IDX > WS-EX-MAX
                 IF WS-EX-NEARING (WS-EX-IDX)
                    PERFORM 710-Write-Nearing-Line
                 END-IF
           END-PERFORM.

       710-Write-Nearing-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-NEARING-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE WS-EX-EXPIRY-DATE (WS-EX-IDX) TO NR-EXPIRY-OUT.
           MOVE WS-EX-PLANT-CODE (WS-EX-IDX) TO NR-PLANT-OUT.
           MOVE WS-EX-PART-NUMBER (WS-EX-IDX) TO NR-PART-OUT.
           MOVE WS-EX-LOT-NUMBER (WS-EX-IDX) TO NR-LOT-OUT.
           MOVE WS-EX-SUPPLIER-CODE (WS-EX-IDX) TO NR-SUPPLIER-OUT.
           MOVE WS-EX-RECEIPT-DATE (WS-EX-IDX) TO NR-RECEIVED-OUT.
           MOVE WS-EX-QTY-ON-HAND (WS-EX-IDX) TO NR-QTY-OUT.
           MOVE WS-EX-DAYS-LEFT (WS-EX-IDX) TO NR-DAYS-OUT.
           WRITE PRINT-REC FROM WS-NEARING-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *04/25 The expired lots plant by plant, each at standard, with
      * a total for each plant and one for the company. A part with
      * no standard is listed at zero and marked for costing.
       750-PrintExpired.
           MOVE 'EXPIRED STOCK - WRITE-OFF AT STANDARD'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-EXPIRED-HEADER.
           ADD 1 TO WS-LINE-KTR.
           MOVE LOW-VALUES TO WS-PREV-PLANT.
           PERFORM 760-NextPlant.
           PERFORM 770-PrintPlant
              UNTIL WS-NEXT-PLANT = HIGH-VALUES.
           MOVE WS-TOTAL-WRITE-OFF TO CT-VALUE-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-COMPANY-TOTAL-LINE.
           ADD 2 TO WS-LINE-KTR.

      *04/25 The lowest plant code above the one just printed that
      * holds an expired lot - HIGH-VALUES once there is none.
       760-NextPlant.
           MOVE HIGH-VALUES TO WS-NEXT-PLANT.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
              UNTIL WS-EX-IDX > WS-EX-MAX
                 IF WS-EX-EXPIRED (WS-EX-IDX)
                    AND WS-EX-PLANT-CODE (WS-EX-IDX) > WS-PREV-PLANT
                    AND WS-EX-PLANT-CODE (WS-EX-IDX) < WS-NEXT-PLANT
                    MOVE WS-EX-PLANT-CODE (WS-EX-IDX) TO WS-NEXT-PLANT
                 END-IF
           END-PERFORM.

      *04/25 One plant's expired lots, still in expiry order, and its
      * total.
       770-PrintPlant.
           MOVE ZERO TO WS-PLANT-WRITE-OFF.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
              UNTIL WS-EX-IDX > WS-EX-MAX
                 IF WS-EX-EXPIRED (WS-EX-IDX)
                    AND WS-EX-PLANT-CODE (WS-EX-IDX) = WS-NEXT-PLANT
                    PERFORM 780-Write-Expired-Line
                 END-IF
           END-PERFORM.
           MOVE WS-NEXT-PLANT TO PT-PLANT-OUT.
           MOVE WS-PLANT-WRITE-OFF TO PT-VALUE-OUT.
           WRITE PRINT-REC FROM WS-PLANT-TOTAL-LINE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-KTR.
           ADD WS-PLANT-WRITE-OFF TO WS-TOTAL-WRITE-OFF.
           MOVE WS-NEXT-PLANT TO WS-PREV-PLANT.
           PERFORM 760-NextPlant.

       780-Write-Expired-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-EXPIRED-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE ZERO TO WS-STD-COST.
           PERFORM VARYING WS-STDCOST-INDEX FROM 1 BY 1
              UNTIL WS-STDCOST-INDEX > STD-COST-MAX
                 OR WS-STD-COST > ZERO
                 IF SC-PART-NUMBER (WS-STDCOST-INDEX)
                       = WS-EX-PART-NUMBER (WS-EX-IDX)
                    MOVE SC-STD-COST (WS-STDCOST-INDEX)
                       TO WS-STD-COST
                 END-IF
           END-PERFORM.
           COMPUTE WS-WRITE-OFF-VALUE =
              WS-EX-QTY-ON-HAND (WS-EX-IDX) * WS-STD-COST.
           ADD WS-WRITE-OFF-VALUE TO WS-PLANT-WRITE-OFF.
           MOVE SPACES TO XP-NOTE-OUT.
           IF WS-STD-COST = ZERO
              MOVE 'NO STD' TO XP-NOTE-OUT
              ADD 1 TO WS-NO-COST-CTR
           END-IF.
           MOVE WS-EX-PLANT-CODE (WS-EX-IDX) TO XP-PLANT-OUT.
           MOVE WS-EX-EXPIRY-DATE (WS-EX-IDX) TO XP-EXPIRY-OUT.
           MOVE WS-EX-PART-NUMBER (WS-EX-IDX) TO XP-PART-OUT.
           MOVE WS-EX-LOT-NUMBER (WS-EX-IDX) TO XP-LOT-OUT.
           MOVE WS-EX-SUPPLIER-CODE (WS-EX-IDX) TO XP-SUPPLIER-OUT.
           MOVE WS-EX-QTY-ON-HAND (WS-EX-IDX) TO XP-QTY-OUT.
           MOVE WS-STD-COST TO XP-COST-OUT.
           MOVE WS-WRITE-OFF-VALUE TO XP-VALUE-OUT.
           WRITE PRINT-REC FROM WS-EXPIRED-LINE-OUT.
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
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOTS WITH STOCK READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LOT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOTS NEARING EXPIRY' TO WS-SUMMARY-LABEL.
           MOVE WS-NEARING-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOTS EXPIRED' TO WS-SUMMARY-LABEL.
           MOVE WS-EXPIRED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO STANDARD COST' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-COST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
