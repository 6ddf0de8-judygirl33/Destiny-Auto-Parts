       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDCHK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/15 Legal-hold check of an archive generation about to roll
      * off. ARCHPRGE runs it once per archive family against the
      * generation the night's (+1) is about to push past the base's
      * LIMIT; if any row in it falls under an active hold on the
      * LEGLHOLD register (see LHLDTAB) the step ends RC=4 and the
      * job copies the generation to the family's PRTSUPP.HOLD base,
      * which never expires. RC=0 means nothing in it is held and it
      * scratches as before.
      * The generation comes in on whichever of three DDs fits its
      * layout - HOLDPURC (PURCFILE orders), HOLDPSAP (full
      * PART-SUPP-ADDR-PO records: GOODDATA, WARNFILE, PARTSUPP) or
      * HOLDAPX (AP extract rows); the step supplies one, and the
      * other two come up not found and are skipped. The HOLDFAM
      * card names the family for the HOLDLOG trail, one row per
      * hold the generation touched, which LHLDRPT counts. Row keys:
      *   PURCFILE  order's supplier, part, order date;
      *   GOODDATA  record's supplier and part, any of its purchase
      *   et al.    orders' order dates (WARNFILE's message lines
      *             carry no valid keys and never match);
      *   APEXTRCT  supplier by name off SUPPMST (the row carries no
      *             code), part, the night the row went to AP.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Legal-hold register - see LHLDTAB.
           SELECT LEGLHOLD ASSIGN TO LEGLHOLD
           FILE STATUS IS IN-LEGLHOLD-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * The generation being checked - one of the three per step.
           SELECT HOLDPURC ASSIGN TO HOLDPURC
           FILE STATUS IS IN-HOLDPURC-KEY.

           SELECT HOLDPSAP ASSIGN TO HOLDPSAP
           FILE STATUS IS IN-HOLDPSAP-KEY.

           SELECT HOLDAPX ASSIGN TO HOLDAPX
           FILE STATUS IS IN-HOLDAPX-KEY.

           SELECT HOLDFAM ASSIGN TO HOLDFAM
           FILE STATUS IS IN-HOLDFAM-KEY.

      * Held-generation trail, accumulating across runs - EXTEND.
           SELECT HOLDLOG ASSIGN TO HOLDLOG
           FILE STATUS IS OUT-HOLDLOG-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGLHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEGLHOLD-REC.
       01  LEGLHOLD-REC     PIC X(100).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

      * Same 128-byte order row FINALEX writes to PURCFILE.
       FD  HOLDPURC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDPURC-REC.
       01  HOLDPURC-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  REC-BUYER-CODE          PIC X(03).
           05  REC-QUANTITY            PIC S9(8) COMP.
           05  REC-UNIT-PRICE          PIC S9(7)V99 COMP-3.
           05  REC-ORDER-DATE          PIC X(08).
           05  REC-DELIVERY-DATE       PIC X(08).
           05  REC-CURRENCY-CODE       PIC X(03).
           05  REC-PO-COMMENTS         PIC X(20).
           05  REC-PO-PART-NUMBER      PIC X(23).
           05  REC-PO-SUPPLIER-CODE    PIC X(10).
           05  FILLER                  PIC X(38).
       01  HOLDPURC-TRAILER.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

       FD  HOLDPSAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDPSAP-REC.
       01  HOLDPSAP-REC     PIC X(1029).

      * Same 178-byte row APEXTRCT writes.
       FD  HOLDAPX
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 178 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDAPX-REC.
       01  HOLDAPX-REC.
           05  FILLER                  PIC X(73).
           05  APX-PART-NUMBER         PIC X(23).
           05  APX-SUPPLIER-NAME       PIC X(15).
           05  FILLER                  PIC X(43).
           05  APX-RUN-DATE            PIC 9(08).
           05  APX-RUN-SEQ             PIC 9(03).
      *05/22 Company the payable books to and the intercompany
      * flag - see COMPANY-CODE-PO in PARTSUB. Grew the row 165 to
      * 168.
           05  APX-COMPANY-CODE        PIC X(02).
           05  APX-INTERCO-FLAG        PIC X(01).
      *06/02 The supplier's invoice number the row pays - see
      * 262-PayMatchedLine in APEXTRCT. Grew the row 168 to 178.
           05  FILLER                  PIC X(10).

       FD  HOLDFAM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDFAM-REC.
       01  HOLDFAM-REC.
           05  HF-FAMILY               PIC X(10).
           05  FILLER                  PIC X(70).

      *05/15 One row per hold a checked generation touched - the
      * matter, the family, the night, and how many rows it held.
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

       WORKING-STORAGE SECTION.
           COPY LHLDTAB. *> Legal-hold register
           COPY SUPMTAB. *> Supplier master table
           COPY PARTSUB. *> PART-SUPP-ADDR-PO Copybook
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-LEGLHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No register means nothing is on hold.
                88 LEGLHOLD-NOT-FOUND       VALUE '35'.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A DD the step does not supply is not this step's layout.
           05 IN-HOLDPURC-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 HOLDPURC-NOT-FOUND       VALUE '35'.
           05 IN-HOLDPSAP-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 HOLDPSAP-NOT-FOUND       VALUE '35'.
           05 IN-HOLDAPX-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 HOLDAPX-NOT-FOUND        VALUE '35'.
           05 IN-HOLDFAM-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-HOLDLOG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 LEGLHOLD-EOF-WS                 PIC X(01) VALUE 'N'.
              88 LEGLHOLD-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 HOLDPURC-EOF-WS                 PIC X(01) VALUE 'N'.
              88 HOLDPURC-EOF                            VALUE 'Y'.
           05 HOLDPSAP-EOF-WS                 PIC X(01) VALUE 'N'.
              88 HOLDPSAP-EOF                            VALUE 'Y'.
           05 HOLDAPX-EOF-WS                  PIC X(01) VALUE 'N'.
              88 HOLDAPX-EOF                             VALUE 'Y'.

       01 WS-FAMILY-NAME                   PIC X(10) VALUE 'UNKNOWN'.
       01 WS-HOLD-INDEX                    PIC 9(4) VALUE 1.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-DATE-IDX                      PIC 9(1) VALUE ZERO.

      *05/15 Per-hold working columns alongside LHLDTAB - the
      * supplier's name for matching AP rows, and the rows the
      * generation held for it.
       01 WS-HOLD-WORK-TABLE.
           05 WS-HW-ENTRY OCCURS 500 TIMES.
              10 WS-HW-SUPPLIER-NAME      PIC X(15) VALUE SPACES.
              10 WS-HW-HIT-CTR            PIC 9(07) VALUE ZERO.

      *05/15 Hold test arguments - the row's keys and up to six
      * dates (a PART-SUPP-ADDR-PO record has one per order). A key
      * the row does not carry is left blank and cannot match a hold
      * that names one.
       01 WS-HM-SUPPLIER-CODE              PIC X(10) VALUE SPACES.
       01 WS-HM-SUPPLIER-NAME              PIC X(15) VALUE SPACES.
       01 WS-HM-PART-NUMBER                PIC X(23) VALUE SPACES.
       01 WS-HM-DATE-MAX                   PIC 9(1) VALUE ZERO.
       01 WS-HM-DATE-TABLE.
           05 WS-HM-DATE OCCURS 6 TIMES    PIC 9(08) VALUE ZERO.
       01 WS-HM-DATE-FLAG                  PIC X(01) VALUE 'N'.
           88 DATE-IN-RANGE                        VALUE 'Y'.
       01 WS-HM-KEY-FLAG                   PIC X(01) VALUE 'N'.
           88 KEYS-MATCH                           VALUE 'Y'.
       01 WS-PURC-ORDER-DATE               PIC X(08) VALUE SPACES.
       01 WS-PURC-ORDER-DATE-NUM REDEFINES WS-PURC-ORDER-DATE
                                           PIC 9(08).

       01 WS-ACTIVE-HOLD-CTR               PIC 9(05) VALUE ZERO.
       01 WS-ROWS-READ-CTR                 PIC 9(09) VALUE ZERO.
       01 WS-ROWS-HELD-CTR                 PIC 9(09) VALUE ZERO.
       01 WS-ROW-HELD-FLAG                 PIC X(01) VALUE 'N'.
           88 ROW-ON-HOLD                          VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           IF WS-ACTIVE-HOLD-CTR > ZERO
              PERFORM 100-Check-Purchases UNTIL HOLDPURC-EOF
              PERFORM 110-Check-PartSupp UNTIL HOLDPSAP-EOF
              PERFORM 120-Check-APExtract UNTIL HOLDAPX-EOF
           END-IF.
           PERFORM 500-WriteHoldLog.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           IF WS-ROWS-HELD-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 320-NameHoldSuppliers.
           DISPLAY 'LHLDCHK - FAMILY ' WS-FAMILY-NAME
              ' ACTIVE HOLDS ' WS-ACTIVE-HOLD-CTR.

       100-Check-Purchases.
           READ HOLDPURC
              AT END MOVE 'Y' TO HOLDPURC-EOF-WS
           END-READ.
           IF NOT HOLDPURC-EOF
              IF PURC-TRAILER-TEST NOT = 'TRAILER'
                 ADD 1 TO WS-ROWS-READ-CTR
                 MOVE REC-PO-SUPPLIER-CODE TO WS-HM-SUPPLIER-CODE
                 MOVE SPACES TO WS-HM-SUPPLIER-NAME
                 MOVE REC-PO-PART-NUMBER TO WS-HM-PART-NUMBER
                 MOVE ZERO TO WS-HM-DATE-MAX
                 MOVE REC-ORDER-DATE TO WS-PURC-ORDER-DATE
                 IF WS-PURC-ORDER-DATE NUMERIC
                    MOVE 1 TO WS-HM-DATE-MAX
                    MOVE WS-PURC-ORDER-DATE-NUM TO WS-HM-DATE (1)
                 END-IF
                 PERFORM 200-CheckRow
              END-IF
           END-IF.

      *05/15 WARNFILE interleaves message lines with the records;
      * those fail the numeric tests below and carry no keys a hold
      * would name.
       110-Check-PartSupp.
           READ HOLDPSAP INTO PART-SUPP-ADDR-PO
              AT END MOVE 'Y' TO HOLDPSAP-EOF-WS
           END-READ.
           IF NOT HOLDPSAP-EOF
              ADD 1 TO WS-ROWS-READ-CTR
              MOVE SUPPLIER-CODE-PO TO WS-HM-SUPPLIER-CODE
              MOVE SPACES TO WS-HM-SUPPLIER-NAME
              MOVE PART-NUMBER-PO TO WS-HM-PART-NUMBER
              MOVE ZERO TO WS-HM-DATE-MAX
              IF PURCHASE-ORDER-COUNT-PO NUMERIC
                 PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                    UNTIL WS-DATE-IDX > PURCHASE-ORDER-COUNT-PO
                       OR WS-DATE-IDX > 6
                       IF ORDER-DATE-PO (WS-DATE-IDX) NUMERIC
                          ADD 1 TO WS-HM-DATE-MAX
                          MOVE ORDER-DATE-PO (WS-DATE-IDX)
                             TO WS-HM-DATE (WS-HM-DATE-MAX)
                       END-IF
                 END-PERFORM
              END-IF
              PERFORM 200-CheckRow
           END-IF.

       120-Check-APExtract.
           READ HOLDAPX
              AT END MOVE 'Y' TO HOLDAPX-EOF-WS
           END-READ.
           IF NOT HOLDAPX-EOF
              ADD 1 TO WS-ROWS-READ-CTR
              MOVE SPACES TO WS-HM-SUPPLIER-CODE
              MOVE APX-SUPPLIER-NAME TO WS-HM-SUPPLIER-NAME
              MOVE APX-PART-NUMBER TO WS-HM-PART-NUMBER
              MOVE ZERO TO WS-HM-DATE-MAX
              IF APX-RUN-DATE NUMERIC
                 MOVE 1 TO WS-HM-DATE-MAX
                 MOVE APX-RUN-DATE TO WS-HM-DATE (1)
              END-IF
              PERFORM 200-CheckRow
           END-IF.

      *05/15 Every active hold the row falls under is counted, so
      * each matter's trail row says how much of the generation it
      * is keeping - see LHLDTAB for the rule.
       200-CheckRow.
           MOVE 'N' TO WS-ROW-HELD-FLAG.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
              UNTIL WS-HOLD-INDEX > LEGAL-HOLD-MAX
                 PERFORM 210-MatchKeys
                 IF KEYS-MATCH
                    PERFORM 220-MatchDates
                    IF DATE-IN-RANGE
                       ADD 1 TO WS-HW-HIT-CTR (WS-HOLD-INDEX)
                       MOVE 'Y' TO WS-ROW-HELD-FLAG
                    END-IF
                 END-IF
           END-PERFORM.
           IF ROW-ON-HOLD
              ADD 1 TO WS-ROWS-HELD-CTR
           END-IF.

      *05/15 An AP row has the supplier's name only; the others the
      * code.
       210-MatchKeys.
           MOVE 'Y' TO WS-HM-KEY-FLAG.
           IF LH-SUPPLIER-CODE (WS-HOLD-INDEX) NOT = SPACES
              IF WS-HM-SUPPLIER-CODE NOT = SPACES
                 IF LH-SUPPLIER-CODE (WS-HOLD-INDEX)
                       NOT = WS-HM-SUPPLIER-CODE
                    MOVE 'N' TO WS-HM-KEY-FLAG
                 END-IF
              ELSE
                 IF WS-HM-SUPPLIER-NAME = SPACES
                    OR WS-HW-SUPPLIER-NAME (WS-HOLD-INDEX) = SPACES
                    OR WS-HW-SUPPLIER-NAME (WS-HOLD-INDEX)
                       NOT = WS-HM-SUPPLIER-NAME
                    MOVE 'N' TO WS-HM-KEY-FLAG
                 END-IF
              END-IF
           END-IF.
           IF LH-PART-NUMBER (WS-HOLD-INDEX) NOT = SPACES
              IF LH-PART-NUMBER (WS-HOLD-INDEX)
                    NOT = WS-HM-PART-NUMBER
                 MOVE 'N' TO WS-HM-KEY-FLAG
              END-IF
           END-IF.

      *05/15 An open range takes every row, dated or not; a bounded
      * one needs one of the row's dates inside it.
       220-MatchDates.
           MOVE 'N' TO WS-HM-DATE-FLAG.
           IF LH-FROM-DATE (WS-HOLD-INDEX) = ZERO
              AND LH-TO-DATE (WS-HOLD-INDEX) = ZERO
              MOVE 'Y' TO WS-HM-DATE-FLAG
           ELSE
              PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                 UNTIL WS-DATE-IDX > WS-HM-DATE-MAX
                    OR DATE-IN-RANGE
                    IF (LH-FROM-DATE (WS-HOLD-INDEX) = ZERO
                          OR WS-HM-DATE (WS-DATE-IDX)
                             >= LH-FROM-DATE (WS-HOLD-INDEX))
                       AND (LH-TO-DATE (WS-HOLD-INDEX) = ZERO
                          OR WS-HM-DATE (WS-DATE-IDX)
                             <= LH-TO-DATE (WS-HOLD-INDEX))
                       MOVE 'Y' TO WS-HM-DATE-FLAG
                    END-IF
              END-PERFORM
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
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-SUPPMST-INDEX
                PERFORM 3650-ReadNextSupplier UNTIL SUPPMST-EOF
                COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1
                CLOSE SUPPMST
           END-IF.
           OPEN INPUT HOLDFAM.
           IF IN-HOLDFAM-KEY = '00'
              READ HOLDFAM
                 AT END CONTINUE
                 NOT AT END
                    IF HF-FAMILY NOT = SPACES
                       MOVE HF-FAMILY TO WS-FAMILY-NAME
                    END-IF
              END-READ
              CLOSE HOLDFAM
           END-IF.
           OPEN INPUT HOLDPURC.
           IF HOLDPURC-NOT-FOUND
              MOVE 'Y' TO HOLDPURC-EOF-WS
           ELSE
              IF IN-HOLDPURC-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input HOLDPURC'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT HOLDPSAP.
           IF HOLDPSAP-NOT-FOUND
              MOVE 'Y' TO HOLDPSAP-EOF-WS
           ELSE
              IF IN-HOLDPSAP-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input HOLDPSAP'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT HOLDAPX.
           IF HOLDAPX-NOT-FOUND
              MOVE 'Y' TO HOLDAPX-EOF-WS
           ELSE
              IF IN-HOLDAPX-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input HOLDAPX'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN EXTEND HOLDLOG.
           IF OUT-HOLDLOG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning HOLDLOG'
                GO TO 2000-ABEND-RTN
           END-IF.

      *05/15 A hold's supplier name, for the AP rows. A supplier
      * gone from the master leaves it blank - such a hold still
      * reaches the orders, just not the AP extract.
       320-NameHoldSuppliers.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
              UNTIL WS-HOLD-INDEX > LEGAL-HOLD-MAX
                 IF LH-SUPPLIER-CODE (WS-HOLD-INDEX) NOT = SPACES
                    PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
                       UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                          OR WS-HW-SUPPLIER-NAME (WS-HOLD-INDEX)
                             NOT = SPACES
                          IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                                = LH-SUPPLIER-CODE (WS-HOLD-INDEX)
                             MOVE SM-SUPPLIER-NAME (WS-SUPPMST-INDEX)
                                TO WS-HW-SUPPLIER-NAME
                                   (WS-HOLD-INDEX)
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM.
           MOVE LEGAL-HOLD-MAX TO WS-ACTIVE-HOLD-CTR.

       3600-LoadHolds.
           INITIALIZE LEGAL-HOLD-TABLE.
           MOVE 1 TO WS-HOLD-INDEX.
           PERFORM 3610-ReadNextHold UNTIL LEGLHOLD-EOF.
           COMPUTE LEGAL-HOLD-MAX = WS-HOLD-INDEX - 1.
           CLOSE LEGLHOLD.

      *05/15 Only holds in force are kept - a released row is read
      * into the next free slot and left there to be overwritten.
       3610-ReadNextHold.
           IF WS-HOLD-INDEX > 500
              DISPLAY 'LHLDCHK - LEGAL-HOLD TABLE FULL AT 500 '
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

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'LHLDCHK - SUPPLIER MASTER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
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

       500-WriteHoldLog.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
              UNTIL WS-HOLD-INDEX > LEGAL-HOLD-MAX
                 IF WS-HW-HIT-CTR (WS-HOLD-INDEX) > ZERO
                    MOVE SPACES TO HOLDLOG-REC
                    MOVE LH-MATTER-ID (WS-HOLD-INDEX) TO HL-MATTER-ID
                    MOVE WS-FAMILY-NAME TO HL-FAMILY
                    MOVE PROCESS-DATE TO HL-RUN-DATE
                    MOVE WS-HW-HIT-CTR (WS-HOLD-INDEX)
                       TO HL-ROWS-HELD
                    WRITE HOLDLOG-REC
                    IF OUT-HOLDLOG-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    DISPLAY 'HELD FOR MATTER '
                       LH-MATTER-ID (WS-HOLD-INDEX) ' ROWS '
                       WS-HW-HIT-CTR (WS-HOLD-INDEX)
                 END-IF
           END-PERFORM.

       900-WriteSummary.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ROWS CHECKED          : ' WS-ROWS-READ-CTR.
           DISPLAY 'ROWS ON LEGAL HOLD    : ' WS-ROWS-HELD-CTR.
           IF WS-ROWS-HELD-CTR > ZERO
              DISPLAY 'GENERATION IS HELD - COPY TO THE HOLD BASE'
           END-IF.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           IF NOT HOLDPURC-NOT-FOUND
              CLOSE HOLDPURC
           END-IF.
           IF NOT HOLDPSAP-NOT-FOUND
              CLOSE HOLDPSAP
           END-IF.
           IF NOT HOLDAPX-NOT-FOUND
              CLOSE HOLDAPX
           END-IF.
           CLOSE HOLDLOG.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
