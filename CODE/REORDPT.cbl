      * PH-AVG-QUANTITY order history in POHIST, falling back to
      * lead-time-weeks times weekly usage for a part with no history
      * on file yet.
      * 04/23 Transfer before buying. Every flagged part/plant is then
      * paired with the same part at the other plants holding more
      * than their own lead time plus XFERWKS weeks (default 4) of
      * effective usage, net of their transfers already raised and
      * not yet shipped. The surplus is offered, donor by donor, up
      * to the suggested quantity, so the buyer raises an XFERTRK
      * transfer instead of a purchase order; transfers already open
      * or in transit to the short plant (XFRMAST) count first.
      * 05/11 Plans off the measured lead time where purchasing has
      * set one. A part with a planning lead time on PARTMAST (set by
      * LEADAPLY off LEADMEAS's suggestions) uses it in place of the
      * quoted catalog figure on PARTS-FILE.
      * 05/25 Suggestions become requisitions. Whatever is still to
      * buy once the transfers are paired is written to REQOUT in
      * the REQNIN layout, requester REORDPT and numbered S00001 up
      * past the highest on OPENREQS, so it goes through REQEDIT and
      * onto the REQWORKL worklist like a requisition off the floor.
      * The supplier is the part's largest allocation share (ALLOCMST)
      * that quality has approved, or failing that its first approved
      * source (ASLMST), or blank for the buyer to pick; the quantity
      * rounds up to that supplier's MOQFILE policy. A part/plant
      * with one of our requisitions still open on OPENREQS - not yet
      * keyed onto a purchase order on PURC-FILES - is not suggested
      * again until that one is ordered.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MOQFILE ASSIGN TO MOQFILE
           FILE STATUS IS IN-MOQFILE-KEY.

      *04/23 Transfer order master, as XFERTRK keeps it.
           SELECT XFRMAST ASSIGN TO XFRMAST
           FILE STATUS IS XFRMAST-KEY.

      *05/11 Parts master, for the planning lead time.
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      *05/25 Approved-source list, as ASLMNT keeps it.
           SELECT ASLMST ASSIGN TO ASLMST
           FILE STATUS IS IN-ASLMST-KEY.

      *05/25 Allocation targets, as ALLOCMNT keeps them.
           SELECT ALLOCMST ASSIGN TO ALLOCMST
           FILE STATUS IS IN-ALLOCMST-KEY.

      *05/25 Requisitions accumulated by REQEDIT.
           SELECT OPENREQS ASSIGN TO OPENREQS
           FILE STATUS IS IN-OPENREQS-KEY.

      *05/25 Order history, for requisitions already on an order.
           SELECT PURC-FILES ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      *05/25 System requisitions, REQNIN layout, for REQEDIT.
           SELECT REQOUT ASSIGN TO REQOUT
           FILE STATUS IS OUT-REQOUT-KEY.

      * Output Reorder Suggestion Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      *04/23 Transfer rows - see XFERTRK.
       FD  XFRMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFRMAST-REC.
       01  XFRMAST-REC.
           05  XF-XFER-NUMBER          PIC X(06).
           05  XF-PART-NUMBER          PIC X(23).
           05  XF-FROM-PLANT           PIC X(03).
           05  XF-TO-PLANT             PIC X(03).
           05  XF-QTY                  PIC 9(07).
           05  XF-QTY-RECEIVED         PIC 9(07).
           05  FILLER                  PIC X(32).
           05  XF-STATUS               PIC X(01).
           05  FILLER                  PIC X(08).

      *05/11 Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(129).
           05  PM-PLAN-LEAD-WEEKS      PIC 9(03).

      *05/25 Approved-source rows - see ASLTAB.
       FD  ASLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMST-REC.
       01  ASLMST-REC      PIC X(73).

      *05/25 Allocation target rows - see ALLOCTAB.
       FD  ALLOCMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCMST-REC.
       01  ALLOCMST-REC    PIC X(55).

      *05/25 Same accepted-requisition row REQEDIT writes.
       FD  OPENREQS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENREQS-REC.
       01  OPENREQS-REC.
           05  OR-REQ-NUMBER           PIC X(06).
           05  OR-REQUESTER            PIC X(08).
           05  OR-PART-NUMBER          PIC X(23).
           05  OR-QUANTITY             PIC 9(07).
           05  OR-NEED-DATE            PIC 9(08).
           05  OR-SUPPLIER-CODE        PIC X(10).
           05  OR-INTAKE-DATE          PIC 9(08).
           05  OR-PLANT-CODE           PIC X(03).

      *05/25 Same PURCHASE-REC shape FINALEX writes - only the
      * requisition link matters here.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(102).
           05  REC-REQUISITION-NO      PIC X(06).
           05  FILLER                  PIC X(14).

       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

      *05/25 Same row REQEDIT reads off REQNIN.
       FD  REQOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REQOUT-REC.
       01  REQOUT-REC.
           05  RQ-REQ-NUMBER           PIC X(06).
           05  RQ-REQUESTER            PIC X(08).
           05  RQ-PART-NUMBER          PIC X(23).
           05  RQ-QUANTITY             PIC 9(07).
           05  RQ-NEED-DATE            PIC 9(08).
           05  RQ-SUPPLIER-CODE        PIC X(10).
           05  RQ-PLANT-CODE           PIC X(03).

       FD  RPTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           COPY BOMTAB.
      *03/20 Minimum-quantity/order-multiple policy control table
           COPY MOQTAB.
      *04/23 PARMLOAD central-parameter request block
           COPY PARMTAB.
      *05/25 Approved-source list and allocation targets
           COPY ASLTAB.
           COPY ALLOCTAB.

       01 FILE-STATUS-CODES.
      * File status key for input File ONHAND
           05 IN-MOQFILE-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing transfer master means no transfer raised yet.
           05 XFRMAST-KEY                PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 XFRMAST-NOT-FOUND        VALUE '35'.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      *05/25 A missing ASLMST or ALLOCMST means no rows yet.
           05 IN-ASLMST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ASLMST-NOT-FOUND         VALUE '35'.
           05 IN-ALLOCMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ALLOCMST-NOT-FOUND       VALUE '35'.

      *05/25 A missing OPENREQS means no requisition raised yet.
           05 IN-OPENREQS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 OPENREQS-NOT-FOUND       VALUE '35'.

      * File status key for input File PURC-FILES
           05 IN-PURCHASE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File REQOUT
           05 OUT-REQOUT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File Status key for Report
           05 REPORT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
              88 BOMFILE-EOF                             VALUE 'Y'.
           05 MOQFILE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 MOQFILE-EOF                             VALUE 'Y'.
           05 XFRMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 XFRMAST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 ASLMST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ASLMST-EOF                              VALUE 'Y'.
           05 ALLOCMST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 ALLOCMST-EOF                            VALUE 'Y'.
           05 OPENREQS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 OPENREQS-EOF                            VALUE 'Y'.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-END-OF-FILE                    VALUE 'Y'.

       01 WS-IN-ONHAND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-EXPLODED-CTR                  PIC 9(7) VALUE ZERO.
              10 WS-ONH-QTY               PIC 9(07).
              10 WS-ONH-USAGE             PIC 9(05).
              10 WS-ONH-EFF-USAGE         PIC 9(07).
      *04/23 Surplus already offered to a short plant tonight.
              10 WS-ONH-PROMISED          PIC 9(07).
       01 WS-ONH-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-ONH-CUR                      PIC 9(05) VALUE 1.
       01 WS-ONH-SCAN                     PIC 9(05) VALUE 1.
       01 WS-CUR-WEEKLY-USAGE             PIC 9(07) VALUE ZERO.
       01 WS-FLAGGED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-LEADTIME-CTR               PIC 9(7) VALUE ZERO.
       01 WS-PLAN-LEAD-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-POHIST-INDEX                  PIC 9(4) VALUE 1.

      *11/29 Validated lead time per part off tonight's PARTS-FILE,
       01 WS-MOQ-QUOTIENT                  PIC 9(7) VALUE ZERO.
       01 WS-MOQ-REMAINDER                 PIC 9(5) VALUE ZERO.

      *04/23 Weeks of cover beyond its own lead time a plant keeps
      * before its surplus is offered to another - PARMLOAD XFERWKS
      * overrides.
       01 WS-XFER-BUFFER-WEEKS             PIC 9(03) VALUE 004.

      *04/23 Tonight's flagged part/plants, kept for the transfer
      * pairing once every row has been judged.
       01 WS-SHORT-TABLE.
           05 WS-SH-ENTRY OCCURS 10000 TIMES.
              10 WS-SH-ONH-ROW            PIC 9(05).
              10 WS-SH-LEAD-WEEKS         PIC 9(04).
              10 WS-SH-ORDER-BY           PIC X(08).
              10 WS-SH-SUGG-QTY           PIC 9(07).
      *05/25 Date the on-hand runs out, and the supplier picked.
              10 WS-SH-NEED-DATE          PIC X(08).
              10 WS-SH-SUPPLIER           PIC X(10).
       01 WS-SH-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-SH-IDX                       PIC 9(05) VALUE ZERO.

      *04/23 Transfers on XFRMAST still open or in transit.
       01 WS-OPEN-XFER-TABLE.
           05 WS-OX-ENTRY OCCURS 5000 TIMES.
              10 WS-OX-PART-NUMBER        PIC X(23).
              10 WS-OX-FROM-PLANT         PIC X(03).
              10 WS-OX-TO-PLANT           PIC X(03).
              10 WS-OX-OUTSTANDING        PIC 9(07).
              10 WS-OX-STATUS             PIC X(01).
       01 WS-OX-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-OX-IDX                       PIC 9(04) VALUE ZERO.

       01 WS-NEED-QTY                     PIC 9(07) VALUE ZERO.
       01 WS-INBOUND-QTY                  PIC 9(07) VALUE ZERO.
       01 WS-OUTBOUND-QTY                 PIC 9(07) VALUE ZERO.
       01 WS-DONOR-KEEP                   PIC 9(09) VALUE ZERO.
       01 WS-DONOR-EXCESS                 PIC S9(09) VALUE ZERO.
       01 WS-XFER-QTY                     PIC 9(07) VALUE ZERO.
       01 WS-DONOR-USED-FLAG              PIC X(01) VALUE 'N'.
           88 DONOR-USED                        VALUE 'Y'.
       01 WS-XFER-SUGGESTED-CTR           PIC 9(7) VALUE ZERO.
       01 WS-XFER-UNITS-CTR               PIC 9(9) VALUE ZERO.
       01 WS-XFER-COVERED-CTR             PIC 9(7) VALUE ZERO.
      *05/25 Our own requisitions on OPENREQS - each one stays open
      * until its number turns up keyed onto an order on PURC-FILES.
       01 WS-SYSTEM-REQUESTER             PIC X(08) VALUE 'REORDPT'.
       01 WS-SYSREQ-TABLE.
           05 WS-SR-ENTRY OCCURS 10000 TIMES.
              10 WS-SR-REQ-NUMBER         PIC X(06).
              10 WS-SR-PART-NUMBER        PIC X(23).
              10 WS-SR-PLANT              PIC X(03).
              10 WS-SR-STATUS             PIC X(01).
                 88 SR-ORDERED                  VALUE 'O'.
       01 WS-SR-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-SR-IDX                       PIC 9(05) VALUE ZERO.
       01 WS-REQ-PLANT                    PIC X(03) VALUE SPACES.
       01 WS-SR-OPEN-FLAG                 PIC X(01) VALUE 'N'.
           88 REQUISITION-STILL-OPEN            VALUE 'Y'.

      *05/25 Next requisition number - one past the highest of ours
      * on OPENREQS, the XFERTRK transfer-number way.
       01 WS-HIGH-REQ-NUM                 PIC 9(05) VALUE ZERO.
       01 WS-REQ-NUMBER-WORK.
           05 WS-REQ-PREFIX               PIC X(01) VALUE 'S'.
           05 WS-REQ-DIGITS               PIC 9(05) VALUE ZERO.

      *05/25 Preferred-supplier search - ASLTAB and ALLOCTAB are both
      * in part-then-supplier order, so a search on the part and a
      * blank supplier lands on the part's first row.
       01 WS-PREF-SUPPLIER                PIC X(10) VALUE SPACES.
       01 WS-PREF-PCT                     PIC 9(03) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART              PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPP              PIC X(10) VALUE SPACES.
       01 WS-BSRCH-LO                     PIC 9(05) VALUE ZERO.
       01 WS-BSRCH-HI                     PIC 9(05) VALUE ZERO.
       01 WS-BSRCH-MID                    PIC 9(05) VALUE ZERO.
       01 WS-SCAN-IDX                     PIC 9(05) VALUE ZERO.
       01 WS-SCAN-END-FLAG                PIC X(01) VALUE 'N'.
           88 SCAN-PAST-PART                    VALUE 'Y'.
       01 WS-SOURCE-FIRST-IDX             PIC 9(05) VALUE ZERO.
       01 WS-SOURCE-CONTROLLED-FLAG       PIC X(01) VALUE 'N'.
           88 PART-SOURCE-CONTROLLED            VALUE 'Y'.
       01 WS-SOURCE-OK-FLAG               PIC X(01) VALUE 'N'.
           88 SOURCE-USABLE                     VALUE 'Y'.
       01 WS-SOURCE-INDEX                 PIC 9(05) VALUE 1.
       01 WS-ALLOC-INDEX                  PIC 9(05) VALUE 1.

       01 WS-RUNOUT-INT                   PIC 9(9) COMP.
       01 WS-NEED-DATE                    PIC X(08) VALUE SPACES.
       01 WS-SUPPRESSED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-REQ-WRITTEN-CTR              PIC 9(7) VALUE ZERO.
       01 WS-REQ-NO-SUPPLIER-CTR          PIC 9(7) VALUE ZERO.

       01 WS-SECTION-FLAG                 PIC X(01) VALUE 'R'.
           88 TRANSFER-SECTION                  VALUE 'T'.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 REORDER-QTY-OUT        PIC ZZZZ,ZZ9   VALUE ZERO.

      *04/23 Transfer-before-buying section.
       01 WS-XFER-TITLE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(60)      VALUE
             'TRANSFER BEFORE BUYING - SURPLUS AT ANOTHER PLANT'.
       01 WS-XFER-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'To'.
          05 FILLER              PIC X(10)      VALUE '   On Hand'.
          05 FILLER              PIC X(11)      VALUE '  Order By'.
          05 FILLER              PIC X(06)      VALUE 'From'.
          05 FILLER              PIC X(10)      VALUE '   On Hand'.
          05 FILLER              PIC X(10)      VALUE '   Surplus'.
          05 FILLER              PIC X(10)      VALUE '  Transfer'.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(26)      VALUE 'Note'.
       01 WS-XFER-UNDERLINE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(23)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACE.
          05 FILLER              PIC X(03)      VALUE ALL '='.
          05 FILLER              PIC X(03)      VALUE SPACE.
          05 FILLER              PIC X(10)      VALUE ALL '='.
          05 FILLER              PIC X(01)      VALUE SPACE.
          05 FILLER              PIC X(08)      VALUE ALL '='.
          05 FILLER              PIC X(04)      VALUE SPACE.
          05 FILLER              PIC X(03)      VALUE ALL '='.
          05 FILLER              PIC X(01)      VALUE SPACE.
          05 FILLER              PIC X(10)      VALUE ALL '='.
          05 FILLER              PIC X(10)      VALUE ALL '='.
          05 FILLER              PIC X(10)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACE.
          05 FILLER              PIC X(26)      VALUE ALL '='.
       01 WS-XFER-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 XFER-PART-OUT          PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 XFER-TO-PLANT-OUT      PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 XFER-TO-ONHAND-OUT     PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 XFER-ORDERBY-OUT       PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 XFER-FROM-PLANT-OUT    PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 XFER-FROM-ONHAND-OUT   PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 XFER-SURPLUS-OUT       PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 XFER-QTY-OUT           PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 XFER-NOTE-OUT          PIC X(26)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-Main2
              UNTIL WS-ONH-CUR > WS-ONH-MAX.
           PERFORM 260-PlanTransfers.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
           MOVE WS-TODAY-STR TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-TODAY-INT, FC.
           PERFORM 380-LoadTransferParms.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      *03/10 The balances load whole, then kit demand explodes into
              MOVE OH-WEEKLY-USAGE TO WS-ONH-USAGE (WS-ONH-IDX)
              MOVE OH-WEEKLY-USAGE
                 TO WS-ONH-EFF-USAGE (WS-ONH-IDX)
              MOVE ZERO TO WS-ONH-PROMISED (WS-ONH-IDX)
           END-IF.

      *03/10 For every kit balance row, each component's balance row
              MOVE ZERO TO WS-ONH-USAGE (WS-ONH-IDX)
              MOVE WS-KIT-DEMAND
                 TO WS-ONH-EFF-USAGE (WS-ONH-IDX)
              MOVE ZERO TO WS-ONH-PROMISED (WS-ONH-IDX)
              ADD 1 TO WS-COMP-ADDED-CTR
           END-IF.

           COMPUTE WS-WEEKS-SUPPLY ROUNDED =
              WS-CUR-QTY-ON-HAND / WS-CUR-WEEKLY-USAGE.
           IF WS-WEEKS-SUPPLY < WS-LEAD-WEEKS (WS-LEAD-FOUND-IDX)
      *05/25 Held back while our last requisition for the part at
      * this plant is still waiting on an order.
              PERFORM 205-CheckOpenRequisition
              IF REQUISITION-STILL-OPEN
                 ADD 1 TO WS-SUPPRESSED-CTR
              ELSE
                 PERFORM 220-WriteSuggestion
              END-IF
           END-IF.
       200-CheckReorderPoint-Exit.
           EXIT.

      *05/25 One of our requisitions for this part and plant that no
      * purchase order has picked up yet.
       205-CheckOpenRequisition.
           MOVE 'N' TO WS-SR-OPEN-FLAG.
           MOVE WS-CUR-PLANT TO WS-REQ-PLANT.
           IF WS-REQ-PLANT = SPACES
              MOVE '001' TO WS-REQ-PLANT
           END-IF.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-MAX
                 OR REQUISITION-STILL-OPEN
                 IF WS-SR-PART-NUMBER (WS-SR-IDX) = WS-CUR-PART-NUMBER
                    AND WS-SR-PLANT (WS-SR-IDX) = WS-REQ-PLANT
                    AND NOT SR-ORDERED (WS-SR-IDX)
                    MOVE 'Y' TO WS-SR-OPEN-FLAG
                 END-IF
           END-PERFORM.

       210-FindLeadTime.
           MOVE 'N' TO WS-LEAD-FOUND-FLAG.
           MOVE ZERO TO WS-LEAD-FOUND-IDX.
           WRITE PRINT-REC FROM WS-REORDER-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-FLAGGED-CTR.
           PERFORM 225-SaveShortage.

      *04/23 Kept for the transfer pairing after the last row.
       225-SaveShortage.
           IF WS-SH-MAX >= 10000
              DISPLAY 'REORDPT - SHORTAGE TABLE FULL AT 10000 '
                 'ROWS - RAISE OCCURS IN REORDPT'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SH-MAX.
           MOVE WS-ONH-CUR TO WS-SH-ONH-ROW (WS-SH-MAX).
           MOVE WS-LEAD-WEEKS (WS-LEAD-FOUND-IDX)
              TO WS-SH-LEAD-WEEKS (WS-SH-MAX).
           MOVE REORDER-ORDERBY-OUT TO WS-SH-ORDER-BY (WS-SH-MAX).
           MOVE WS-SUGGESTED-QTY TO WS-SH-SUGG-QTY (WS-SH-MAX).
           MOVE WS-NEED-DATE TO WS-SH-NEED-DATE (WS-SH-MAX).
           MOVE WS-PREF-SUPPLIER TO WS-SH-SUPPLIER (WS-SH-MAX).

      *11/29 Order-by date = today plus whatever slack is left before
      * the on-hand runs inside the lead-time window, floored at
           ELSE
              MOVE WS-TODAY-STR TO REORDER-ORDERBY-OUT
           END-IF.
      *05/25 The requisition is needed by the day the on-hand runs
      * out at the current usage - today for a part already out.
           COMPUTE WS-RUNOUT-INT =
              WS-TODAY-INT + (WS-WEEKS-SUPPLY * 7).
           CALL "CEEDATE" USING WS-RUNOUT-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           IF FC-SEV = ZERO
              MOVE WS-DATE-OUT-STR-CEE TO WS-NEED-DATE
           ELSE
              MOVE WS-TODAY-STR TO WS-NEED-DATE
           END-IF.

      *11/29 Seeded from the part's own order history when POHIST has
      * it; a part with no history falls back to covering the lead
                 WS-LEAD-WEEKS (WS-LEAD-FOUND-IDX)
                 * WS-CUR-WEEKLY-USAGE
           END-IF.
      *05/25 The supplier the requisition will name decides which
      * policy row applies.
           PERFORM 242-PickPreferredSupplier
              THRU 242-PickPreferredSupplier-Exit.
      *03/20 Round up to the supplier's policy so the suggestion
      * survives the edit pipeline and the supplier's own checks.
           PERFORM 250-RoundToOrderPolicy
              THRU 250-RoundToOrderPolicy-Exit.

      *05/25 The part's largest allocation share goes first, provided
      * quality has approved that supplier when the part is source-
      * controlled at all; failing that, the part's first approved
      * source. A part with neither is left for the buyer to place.
       242-PickPreferredSupplier.
           MOVE SPACES TO WS-PREF-SUPPLIER.
           MOVE ZERO TO WS-PREF-PCT.
           MOVE 'N' TO WS-SOURCE-CONTROLLED-FLAG.
           MOVE ZERO TO WS-SOURCE-FIRST-IDX.
           MOVE WS-CUR-PART-NUMBER TO WS-SEARCH-PART.
           MOVE SPACES TO WS-SEARCH-SUPP.
           IF APPROVED-SOURCE-MAX > ZERO
              MOVE 1 TO WS-BSRCH-LO
              MOVE APPROVED-SOURCE-MAX TO WS-BSRCH-HI
              PERFORM 246-SourceSearchStep
                 UNTIL WS-BSRCH-LO > WS-BSRCH-HI
              IF WS-BSRCH-LO <= APPROVED-SOURCE-MAX
                 IF AS-PART-NUMBER (WS-BSRCH-LO) = WS-CUR-PART-NUMBER
                    MOVE 'Y' TO WS-SOURCE-CONTROLLED-FLAG
                    MOVE WS-BSRCH-LO TO WS-SOURCE-FIRST-IDX
                 END-IF
              END-IF
           END-IF.
           IF ALLOC-TARGET-MAX > ZERO
              MOVE 1 TO WS-BSRCH-LO
              MOVE ALLOC-TARGET-MAX TO WS-BSRCH-HI
              PERFORM 247-AllocSearchStep
                 UNTIL WS-BSRCH-LO > WS-BSRCH-HI
              MOVE 'N' TO WS-SCAN-END-FLAG
              PERFORM VARYING WS-SCAN-IDX FROM WS-BSRCH-LO BY 1
                 UNTIL WS-SCAN-IDX > ALLOC-TARGET-MAX
                    OR SCAN-PAST-PART
                    PERFORM 243-ConsiderAllocation
              END-PERFORM
           END-IF.
           IF WS-PREF-SUPPLIER NOT = SPACES
              OR NOT PART-SOURCE-CONTROLLED
              GO TO 242-PickPreferredSupplier-Exit
           END-IF.
           MOVE 'N' TO WS-SCAN-END-FLAG.
           PERFORM VARYING WS-SCAN-IDX FROM WS-SOURCE-FIRST-IDX BY 1
              UNTIL WS-SCAN-IDX > APPROVED-SOURCE-MAX
                 OR SCAN-PAST-PART
                 OR WS-PREF-SUPPLIER NOT = SPACES
                 IF AS-PART-NUMBER (WS-SCAN-IDX)
                       NOT = WS-CUR-PART-NUMBER
                    MOVE 'Y' TO WS-SCAN-END-FLAG
                 ELSE
                    IF AS-APPROVED (WS-SCAN-IDX)
                       MOVE AS-SUPPLIER-CODE (WS-SCAN-IDX)
                          TO WS-PREF-SUPPLIER
                    END-IF
                 END-IF
           END-PERFORM.
       242-PickPreferredSupplier-Exit.
           EXIT.

       243-ConsiderAllocation.
           IF AL-PART-NUMBER (WS-SCAN-IDX) NOT = WS-CUR-PART-NUMBER
              MOVE 'Y' TO WS-SCAN-END-FLAG
           ELSE
              IF AL-TARGET-PCT (WS-SCAN-IDX) > WS-PREF-PCT
                 PERFORM 245-CheckSourceUsable
                 IF SOURCE-USABLE
                    MOVE AL-SUPPLIER-CODE (WS-SCAN-IDX)
                       TO WS-PREF-SUPPLIER
                    MOVE AL-TARGET-PCT (WS-SCAN-IDX) TO WS-PREF-PCT
                 END-IF
              END-IF
           END-IF.

      *05/25 A supplier on a part that is not source-controlled is
      * usable as it stands; otherwise its own ASLMST row must be 'A'.
       245-CheckSourceUsable.
           MOVE 'N' TO WS-SOURCE-OK-FLAG.
           IF NOT PART-SOURCE-CONTROLLED
              MOVE 'Y' TO WS-SOURCE-OK-FLAG
           ELSE
              MOVE WS-CUR-PART-NUMBER TO WS-SEARCH-PART
              MOVE AL-SUPPLIER-CODE (WS-SCAN-IDX) TO WS-SEARCH-SUPP
              MOVE WS-SOURCE-FIRST-IDX TO WS-BSRCH-LO
              MOVE APPROVED-SOURCE-MAX TO WS-BSRCH-HI
              PERFORM 246-SourceSearchStep
                 UNTIL WS-BSRCH-LO > WS-BSRCH-HI
              IF WS-BSRCH-LO <= APPROVED-SOURCE-MAX
                 IF AS-SOURCE-KEY (WS-BSRCH-LO) = WS-SEARCH-KEY
                    AND AS-APPROVED (WS-BSRCH-LO)
                    MOVE 'Y' TO WS-SOURCE-OK-FLAG
                 END-IF
              END-IF
           END-IF.

      *05/25 Binary searches that stop on the first row at or past
      * the search key - the insertion point, as in ALLOCMNT.
       246-SourceSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           IF AS-SOURCE-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
              COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
           ELSE
              COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-IF.

       247-AllocSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           IF AL-ALLOC-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
              COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
           ELSE
              COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-IF.

      *03/20 The first policy row carrying the part decides - the
      * balance feed does not say which supplier the buyer will
      * pick, and any listed supplier's floor beats no floor.
      *05/25 Unless a preferred supplier was picked and has a row of
      * its own for the part - that one decides.
       250-RoundToOrderPolicy.
           MOVE 'N' TO WS-MOQ-FOUND-FLAG.
           MOVE ZERO TO WS-MOQ-FOUND-IDX.
           IF WS-PREF-SUPPLIER NOT = SPACES
              PERFORM VARYING WS-MOQ-INDEX FROM 1 BY 1
                 UNTIL WS-MOQ-INDEX > ORDER-POLICY-MAX
                    OR ORDER-POLICY-FOUND
                    IF MQ-PART-NUMBER (WS-MOQ-INDEX)
                          = WS-CUR-PART-NUMBER
                       AND MQ-SUPPLIER-CODE (WS-MOQ-INDEX)
                          = WS-PREF-SUPPLIER
                       MOVE 'Y' TO WS-MOQ-FOUND-FLAG
                       MOVE WS-MOQ-INDEX TO WS-MOQ-FOUND-IDX
                    END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-MOQ-INDEX FROM 1 BY 1
              UNTIL WS-MOQ-INDEX > ORDER-POLICY-MAX
                 OR ORDER-POLICY-FOUND
       250-RoundToOrderPolicy-Exit.
           EXIT.

      *04/23 One page section after the suggestions: each flagged
      * part/plant in turn, in the order it was flagged.
       260-PlanTransfers.
           MOVE 'T' TO WS-SECTION-FLAG.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
              UNTIL WS-SH-IDX > WS-SH-MAX
                 PERFORM 265-PlanOneShortage
                    THRU 265-PlanOneShortage-Exit
           END-PERFORM.

      *04/23 Transfers already raised to the short plant come off
      * the quantity first; whatever is left is offered from the
      * other plants' surplus. A line closes the pairing with the
      * quantity still to buy when the surplus falls short.
       265-PlanOneShortage.
           SET WS-ONH-IDX TO WS-SH-ONH-ROW (WS-SH-IDX).
           MOVE WS-SH-SUGG-QTY (WS-SH-IDX) TO WS-NEED-QTY.
           MOVE 'N' TO WS-DONOR-USED-FLAG.
           MOVE ZERO TO WS-INBOUND-QTY.
           PERFORM VARYING WS-OX-IDX FROM 1 BY 1
              UNTIL WS-OX-IDX > WS-OX-MAX
                 IF WS-OX-PART-NUMBER (WS-OX-IDX)
                       = WS-ONH-PART (WS-ONH-IDX)
                    AND WS-OX-TO-PLANT (WS-OX-IDX)
                       = WS-ONH-PLANT (WS-ONH-IDX)
                    ADD WS-OX-OUTSTANDING (WS-OX-IDX)
                       TO WS-INBOUND-QTY
                 END-IF
           END-PERFORM.
           IF WS-INBOUND-QTY > ZERO
              MOVE SPACES TO XFER-FROM-PLANT-OUT
              MOVE ZERO TO XFER-FROM-ONHAND-OUT
              MOVE ZERO TO XFER-SURPLUS-OUT
              MOVE WS-INBOUND-QTY TO XFER-QTY-OUT
              MOVE 'TRANSFER ALREADY RAISED' TO XFER-NOTE-OUT
              PERFORM 290-WriteTransferLine
              IF WS-INBOUND-QTY NOT < WS-NEED-QTY
                 ADD 1 TO WS-XFER-COVERED-CTR
                 GO TO 265-PlanOneShortage-Exit
              END-IF
              SUBTRACT WS-INBOUND-QTY FROM WS-NEED-QTY
           END-IF.
           PERFORM VARYING WS-ONH-SCAN FROM 1 BY 1
              UNTIL WS-ONH-SCAN > WS-ONH-MAX
                 OR WS-NEED-QTY = ZERO
                 IF WS-ONH-PART (WS-ONH-SCAN)
                       = WS-ONH-PART (WS-ONH-IDX)
                    AND WS-ONH-PLANT (WS-ONH-SCAN)
                       NOT = WS-ONH-PLANT (WS-ONH-IDX)
                    PERFORM 270-OfferSurplus
                 END-IF
           END-PERFORM.
           IF DONOR-USED AND WS-NEED-QTY > ZERO
              MOVE SPACES TO XFER-FROM-PLANT-OUT
              MOVE ZERO TO XFER-FROM-ONHAND-OUT
              MOVE ZERO TO XFER-SURPLUS-OUT
              MOVE WS-NEED-QTY TO XFER-QTY-OUT
              MOVE 'REMAINDER STILL TO BUY' TO XFER-NOTE-OUT
              PERFORM 290-WriteTransferLine
           END-IF.
      *05/25 Whatever is left to buy goes out as a requisition.
           IF WS-NEED-QTY > ZERO
              PERFORM 280-WriteRequisition
           END-IF.
       265-PlanOneShortage-Exit.
           EXIT.

      *04/23 The donor keeps its own lead time plus the buffer weeks
      * at its own effective usage, and whatever it has already
      * promised - tonight, or on a transfer raised and not yet
      * shipped. Anything above that is surplus.
       270-OfferSurplus.
           MOVE ZERO TO WS-OUTBOUND-QTY.
           PERFORM VARYING WS-OX-IDX FROM 1 BY 1
              UNTIL WS-OX-IDX > WS-OX-MAX
                 IF WS-OX-PART-NUMBER (WS-OX-IDX)
                       = WS-ONH-PART (WS-ONH-SCAN)
                    AND WS-OX-FROM-PLANT (WS-OX-IDX)
                       = WS-ONH-PLANT (WS-ONH-SCAN)
                    AND WS-OX-STATUS (WS-OX-IDX) = 'O'
                    ADD WS-OX-OUTSTANDING (WS-OX-IDX)
                       TO WS-OUTBOUND-QTY
                 END-IF
           END-PERFORM.
           COMPUTE WS-DONOR-KEEP =
              (WS-SH-LEAD-WEEKS (WS-SH-IDX) + WS-XFER-BUFFER-WEEKS)
              * WS-ONH-EFF-USAGE (WS-ONH-SCAN).
           COMPUTE WS-DONOR-EXCESS = WS-ONH-QTY (WS-ONH-SCAN)
              - WS-DONOR-KEEP
              - WS-ONH-PROMISED (WS-ONH-SCAN)
              - WS-OUTBOUND-QTY.
           IF WS-DONOR-EXCESS > ZERO
              IF WS-DONOR-EXCESS < WS-NEED-QTY
                 MOVE WS-DONOR-EXCESS TO WS-XFER-QTY
              ELSE
                 MOVE WS-NEED-QTY TO WS-XFER-QTY
              END-IF
              SUBTRACT WS-XFER-QTY FROM WS-NEED-QTY
              ADD WS-XFER-QTY TO WS-ONH-PROMISED (WS-ONH-SCAN)
              MOVE 'Y' TO WS-DONOR-USED-FLAG
              MOVE WS-ONH-PLANT (WS-ONH-SCAN) TO XFER-FROM-PLANT-OUT
              MOVE WS-ONH-QTY (WS-ONH-SCAN) TO XFER-FROM-ONHAND-OUT
              MOVE WS-DONOR-EXCESS TO XFER-SURPLUS-OUT
              MOVE WS-XFER-QTY TO XFER-QTY-OUT
              MOVE 'RAISE TRANSFER' TO XFER-NOTE-OUT
              PERFORM 290-WriteTransferLine
              ADD 1 TO WS-XFER-SUGGESTED-CTR
              ADD WS-XFER-QTY TO WS-XFER-UNITS-CTR
           END-IF.

      *05/25 The quantity still to buy, rounded back up to the
      * supplier's policy, as a REQNIN row for REQEDIT.
       280-WriteRequisition.
           MOVE WS-ONH-PART (WS-ONH-IDX) TO WS-CUR-PART-NUMBER.
           MOVE WS-SH-SUPPLIER (WS-SH-IDX) TO WS-PREF-SUPPLIER.
           MOVE WS-NEED-QTY TO WS-SUGGESTED-QTY.
           PERFORM 250-RoundToOrderPolicy
              THRU 250-RoundToOrderPolicy-Exit.
           ADD 1 TO WS-HIGH-REQ-NUM.
           MOVE WS-HIGH-REQ-NUM TO WS-REQ-DIGITS.
           MOVE SPACES TO REQOUT-REC.
           MOVE WS-REQ-NUMBER-WORK TO RQ-REQ-NUMBER.
           MOVE WS-SYSTEM-REQUESTER TO RQ-REQUESTER.
           MOVE WS-CUR-PART-NUMBER TO RQ-PART-NUMBER.
           MOVE WS-SUGGESTED-QTY TO RQ-QUANTITY.
           MOVE WS-SH-NEED-DATE (WS-SH-IDX) TO RQ-NEED-DATE.
           MOVE WS-PREF-SUPPLIER TO RQ-SUPPLIER-CODE.
           MOVE WS-ONH-PLANT (WS-ONH-IDX) TO RQ-PLANT-CODE.
           WRITE REQOUT-REC.
           IF OUT-REQOUT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-REQ-WRITTEN-CTR.
           IF WS-PREF-SUPPLIER = SPACES
              ADD 1 TO WS-REQ-NO-SUPPLIER-CTR
           END-IF.

       290-WriteTransferLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-ONH-PART (WS-ONH-IDX) TO XFER-PART-OUT.
           MOVE WS-ONH-PLANT (WS-ONH-IDX) TO XFER-TO-PLANT-OUT.
           MOVE WS-ONH-QTY (WS-ONH-IDX) TO XFER-TO-ONHAND-OUT.
           MOVE WS-SH-ORDER-BY (WS-SH-IDX) TO XFER-ORDERBY-OUT.
           WRITE PRINT-REC FROM WS-XFER-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *12/17 Loads the business process date off the PROCDATE card -
      * a missing or empty card falls back to the system date, so a
      * normal night behaves exactly as before.
              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *04/23 The PARMMAST master's buffer weeks, when in force on the
      * business process date, override the default - see PARMTAB.
       380-LoadTransferParms.
           MOVE 'XFERWKS ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-XFER-BUFFER-WEEKS
           END-IF.

       300-Open-Files.
           OPEN INPUT ONHAND.
      *    Input File Status Checking for ONHAND
                PERFORM 310-LoadLeadTimes
           END-IF.

      *05/11 The planning lead times go over the quoted ones, so the
      * catalog has to be in the table first.
           OPEN INPUT PARTMAST.
      *    Input File Status Checking for PARTMAST
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 317-ReadNextPlanLead UNTIL PARTMAST-EOF
                CLOSE PARTMAST
           END-IF.

           OPEN INPUT POHIST.
      *    Input File Status Checking for POHIST
           IF IN-POHIST-KEY NOT = '00' THEN
                PERFORM 3988-LoadKitBom
           END-IF.

      *04/23 Open and in-transit transfers off XFRMAST - a missing
      * master just means none.
           OPEN INPUT XFRMAST.
           IF XFRMAST-NOT-FOUND
              CONTINUE
           ELSE
              IF XFRMAST-KEY NOT = '00'
                 DISPLAY 'File Problem openning XFRMAST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3990-ReadNextTransfer UNTIL XFRMAST-EOF
                 CLOSE XFRMAST
              END-IF
           END-IF.

      *05/25 Sources and allocations pick the requisition supplier -
      * a missing master just means no rows yet.
           OPEN INPUT ASLMST.
           IF ASLMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ASLMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input ASLMST File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3993-LoadApprovedSources
              END-IF
           END-IF.

           OPEN INPUT ALLOCMST.
           IF ALLOCMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ALLOCMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input ALLOCMST File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3995-LoadAllocTargets
              END-IF
           END-IF.

      *05/25 Our own requisitions already raised, then the order
      * history that shows which of them purchasing has placed.
           OPEN INPUT OPENREQS.
           IF OPENREQS-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-OPENREQS-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input OPENREQS'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3997-ReadNextOpenReq UNTIL OPENREQS-EOF
                 CLOSE OPENREQS
              END-IF
           END-IF.

           OPEN INPUT PURC-FILES.
      *    Input File Status Checking for PURC-FILES
           IF IN-PURCHASE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PURC-FILES'
                GO TO 2000-ABEND-RTN
           ELSE
                IF WS-SR-MAX > ZERO
                   PERFORM 3998-ReadNextLink
                      UNTIL PURCHASE-END-OF-FILE
                END-IF
                CLOSE PURC-FILES
           END-IF.

           OPEN OUTPUT REQOUT.
      *    Output File Status Checking for REQOUT
           IF OUT-REQOUT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning REQOUT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT RPTFILE.
      *Output File Status checking for RPTFILE
           IF REPORT-KEY NOT = '00' THEN
              END-IF
           END-IF.

      *05/11 A part with a planning lead time on the master plans
      * off it instead of the quoted weeks PARTS-FILE carries. A part
      * not in tonight's catalog stays unjudged, as before.
       317-ReadNextPlanLead.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              AND PM-PLAN-LEAD-WEEKS IS NUMERIC
              AND PM-PLAN-LEAD-WEEKS > ZERO
                 MOVE PM-PART-NUMBER TO WS-CUR-PART-NUMBER
                 PERFORM 210-FindLeadTime
                 IF LEADTIME-FOUND
                    MOVE PM-PLAN-LEAD-WEEKS
                       TO WS-LEAD-WEEKS (WS-LEAD-FOUND-IDX)
                    ADD 1 TO WS-PLAN-LEAD-CTR
                 END-IF
           END-IF.

      *11/29 Loads PART-HIST-TABLE from POHIST, same shape as
      * FINALEX's 3700-LoadPOHistTable.
       3700-LoadPOHistTable.
              ADD 1 TO WS-BOM-INDEX
           END-IF.

      *04/23 Only transfers still to arrive matter - O open or S in
      * transit, less anything already received.
       3990-ReadNextTransfer.
           READ XFRMAST
              AT END
                 MOVE 'Y' TO XFRMAST-EOF-WS
           END-READ.
           IF NOT XFRMAST-EOF
              AND (XF-STATUS = 'O' OR XF-STATUS = 'S')
              AND XF-QTY > XF-QTY-RECEIVED
              IF WS-OX-MAX >= 5000
                 DISPLAY 'REORDPT - OPEN TRANSFER TABLE FULL AT 5000 '
                    'ROWS - RAISE OCCURS IN REORDPT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OX-MAX
              MOVE XF-PART-NUMBER TO WS-OX-PART-NUMBER (WS-OX-MAX)
              MOVE XF-FROM-PLANT TO WS-OX-FROM-PLANT (WS-OX-MAX)
              MOVE XF-TO-PLANT TO WS-OX-TO-PLANT (WS-OX-MAX)
              COMPUTE WS-OX-OUTSTANDING (WS-OX-MAX) =
                 XF-QTY - XF-QTY-RECEIVED
              MOVE XF-STATUS TO WS-OX-STATUS (WS-OX-MAX)
           END-IF.

      *05/25 Loads APPROVED-SOURCE-TABLE from ASLMST, same shape as
      * FINALEX's 3955-LoadApprovedSources.
       3993-LoadApprovedSources.
           INITIALIZE APPROVED-SOURCE-TABLE.
           MOVE 1 TO WS-SOURCE-INDEX.
           PERFORM 3994-ReadNextSource UNTIL ASLMST-EOF.
           COMPUTE APPROVED-SOURCE-MAX = WS-SOURCE-INDEX - 1.
           CLOSE ASLMST.

       3994-ReadNextSource.
           IF WS-SOURCE-INDEX > 20000
              DISPLAY 'REORDPT - APPROVED SOURCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN ASLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ASLMST INTO APPROVED-SOURCE-LIST(WS-SOURCE-INDEX)
              AT END
                 MOVE 'Y' TO ASLMST-EOF-WS
           END-READ.
           IF NOT ASLMST-EOF
              ADD 1 TO WS-SOURCE-INDEX
           END-IF.

      *05/25 Loads ALLOC-TARGET-TABLE from ALLOCMST, same shape as
      * FINALEX's 3959-LoadAllocTargets.
       3995-LoadAllocTargets.
           INITIALIZE ALLOC-TARGET-TABLE.
           MOVE 1 TO WS-ALLOC-INDEX.
           PERFORM 3996-ReadNextAlloc UNTIL ALLOCMST-EOF.
           COMPUTE ALLOC-TARGET-MAX = WS-ALLOC-INDEX - 1.
           CLOSE ALLOCMST.

       3996-ReadNextAlloc.
           IF WS-ALLOC-INDEX > 5000
              DISPLAY 'REORDPT - ALLOCATION TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN ALLOCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ALLOCMST INTO ALLOC-TARGET-LIST(WS-ALLOC-INDEX)
              AT END
                 MOVE 'Y' TO ALLOCMST-EOF-WS
           END-READ.
           IF NOT ALLOCMST-EOF
              ADD 1 TO WS-ALLOC-INDEX
           END-IF.

      *05/25 Only our own requisitions are kept; the highest number
      * among them seeds the next one.
       3997-ReadNextOpenReq.
           READ OPENREQS
              AT END
                 MOVE 'Y' TO OPENREQS-EOF-WS
           END-READ.
           IF NOT OPENREQS-EOF
              AND OR-REQUESTER = WS-SYSTEM-REQUESTER
              IF WS-SR-MAX >= 10000
                 DISPLAY 'REORDPT - REQUISITION TABLE FULL AT 10000 '
                    'ROWS - RAISE OCCURS IN REORDPT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-SR-MAX
              MOVE OR-REQ-NUMBER TO WS-SR-REQ-NUMBER (WS-SR-MAX)
              MOVE OR-PART-NUMBER TO WS-SR-PART-NUMBER (WS-SR-MAX)
              MOVE OR-PLANT-CODE TO WS-SR-PLANT (WS-SR-MAX)
              MOVE SPACE TO WS-SR-STATUS (WS-SR-MAX)
              IF OR-REQ-NUMBER (2:5) NUMERIC
                 MOVE OR-REQ-NUMBER (2:5) TO WS-REQ-DIGITS
                 IF WS-REQ-DIGITS > WS-HIGH-REQ-NUM
                    MOVE WS-REQ-DIGITS TO WS-HIGH-REQ-NUM
                 END-IF
              END-IF
           END-IF.

      *05/25 Every generation is read, so the trailer closing each
      * one is skipped rather than taken as the end.
       3998-ReadNextLink.
           READ PURC-FILES
              AT END
                 MOVE 'Y' TO PURCHASE-EOF-WS
           END-READ.
           IF NOT PURCHASE-END-OF-FILE
              AND PURC-TRAILER-TEST NOT = 'TRAILER'
              AND REC-REQUISITION-NO (1:1) = WS-REQ-PREFIX
              PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                 UNTIL WS-SR-IDX > WS-SR-MAX
                    IF WS-SR-REQ-NUMBER (WS-SR-IDX)
                          = REC-REQUISITION-NO
                       MOVE 'O' TO WS-SR-STATUS (WS-SR-IDX)
                    END-IF
              END-PERFORM
           END-IF.

       400-Read-ONHAND.
           READ ONHAND
      * Set AT END Switch
           END-IF.

       600-CLOSE-FILES.
           CLOSE  ONHAND, POHIST, REQOUT, RPTFILE, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
      *04/23 The transfer section carries its own title and columns.
           IF TRANSFER-SECTION
              WRITE PRINT-REC FROM WS-BLANK-LINE
              WRITE PRINT-REC FROM WS-XFER-TITLE
              WRITE PRINT-REC FROM WS-XFER-HEADER
              WRITE PRINT-REC FROM WS-XFER-UNDERLINE
           ELSE
              WRITE PRINT-REC FROM WS-HEADER
              WRITE PRINT-REC FROM WS-UNDERLINE
           END-IF.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
              WS-SUMMARY-LABEL.
           MOVE WS-NO-LEADTIME-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS ON MEASURED LEAD TIME' TO
              WS-SUMMARY-LABEL.
           MOVE WS-PLAN-LEAD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'KIT ROWS EXPLODED TO COMPONENTS' TO
              WS-SUMMARY-LABEL.
           MOVE WS-EXPLODED-CTR TO WS-SUMMARY-COUNT.
              WS-SUMMARY-LABEL.
           MOVE WS-COMP-ADDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFERS SUGGESTED' TO WS-SUMMARY-LABEL.
           MOVE WS-XFER-SUGGESTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'UNITS TO TRANSFER' TO WS-SUMMARY-LABEL.
           MOVE WS-XFER-UNITS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SHORTAGES COVERED BY OPEN TRANSFER' TO
              WS-SUMMARY-LABEL.
           MOVE WS-XFER-COVERED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUGGESTIONS HELD, REQUISITION OPEN' TO
              WS-SUMMARY-LABEL.
           MOVE WS-SUPPRESSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REQUISITIONS RAISED' TO WS-SUMMARY-LABEL.
           MOVE WS-REQ-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REQUISITIONS WITH NO SUPPLIER' TO
              WS-SUMMARY-LABEL.
           MOVE WS-REQ-NO-SUPPLIER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
