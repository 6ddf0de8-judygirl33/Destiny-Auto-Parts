       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLITORD.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/12 Split-order detection against the approval threshold.
      * FINALEX holds an order whose extended value tops APRVTHRS for
      * POAPPRV, and the desk has been seeing the same purchase come
      * through as two or three orders each just under it. This reads
      * tonight's accepted orders (PURCFILE(0), the orders FINALEX
      * let through unheld) and the last week's generations, and
      * groups the orders one buyer placed with one supplier inside
      * the SPLTDAYS parameter's window (default 3 days) - first for
      * the same part, then, among the orders left over, for the same
      * commodity class off PARTMAST. A group of two or more whose
      * combined value tops the threshold, while every piece stays at
      * or under it, is a split order:
      *   - tonight's pieces are pulled out of the generation and
      *     appended to APPRHOLD one group after another, so POAPPRV
      *     takes them as a set; the generation is restaged to
      *     PURCSTG without them, under a trailer recounted and
      *     rehashed the way FINALEX cuts it (JCL promotes it),
      *   - every piece, held or already released on an earlier
      *     night, is logged to SPLITLOG (see SPLITTAB) for POAPPRV
      *     and for SPLITRPT's monthly compliance report by buyer.
      * Returns are not purchases and are never grouped.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input tonight's accepted orders, PURCFILE(0)
           SELECT PURCHASE ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      * Input the prior generations, concatenated
           SELECT PURCHIST ASSIGN TO PURCHIST
           FILE STATUS IS IN-PURCHIST-KEY.

      * Input parts master, for the commodity class
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Approval threshold control card, as FINALEX reads it
           SELECT APRVTHRS ASSIGN TO APRVTHRS
           FILE STATUS IS IN-APRVTHRS-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output tonight's orders less the held pieces, staged
           SELECT PURCSTG ASSIGN TO PURCSTG
           FILE STATUS IS OUT-PURCSTG-KEY.

      * Output approval queue POAPPRV works, appended to
           SELECT APPRHOLD ASSIGN TO APPRHOLD
           FILE STATUS IS OUT-APPRHOLD-KEY.

      * Output split-order group log, appended to
           SELECT SPLITLOG ASSIGN TO SPLITLOG
           FILE STATUS IS OUT-SPLITLOG-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 128-byte PURCHASE-REC shape FINALEX writes, closed by its
      * trailer row.
       FD  PURCHASE
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
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
           05  REC-PO-SUPPLIER-NAME    PIC X(15).
           05  REC-TERMS-CODE          PIC X(03).
           05  REC-REQUISITION-NO      PIC X(06).
           05  REC-SHIP-TO-PLANT       PIC X(03).
           05  REC-ORDER-TYPE          PIC X(01).
           05  REC-DROP-SHIP           PIC X(01).
           05  REC-CARRIER-CODE        PIC X(04).
           05  REC-FREIGHT-TERMS       PIC X(02).
           05  REC-COMPANY-CODE        PIC X(02).
           05  REC-INTERCO-FLAG        PIC X(01).
       01  PURCHASE-TRAILER-REC.
           05  PURC-TRAILER-ID         PIC X(07).
           05  PURC-TRAILER-COUNT      PIC 9(07).
           05  PURC-TRAILER-CHECKSUM   PIC 9(09).
           05  FILLER                  PIC X(105).

      * Same shape again - the trailer rows between generations are
      * skipped.
       FD  PURCHIST
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHIST-REC.
       01  PURCHIST-REC.
           05  PH-PO-NUMBER            PIC X(06).
           05  PH-BUYER-CODE           PIC X(03).
           05  PH-QUANTITY             PIC S9(8) COMP.
           05  PH-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  PH-ORDER-DATE           PIC X(08).
           05  FILLER                  PIC X(31).
           05  PH-PART-NUMBER          PIC X(23).
           05  PH-SUPPLIER-CODE        PIC X(10).
           05  FILLER                  PIC X(27).
           05  PH-ORDER-TYPE           PIC X(01).
           05  FILLER                  PIC X(10).
       01  PURCHIST-TRAILER-VIEW REDEFINES PURCHIST-REC.
           05  PH-TRAILER-TEST         PIC X(07).
           05  FILLER                  PIC X(121).

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(110).
           05  PM-COMMODITY-CLASS      PIC X(04).
           05  FILLER                  PIC X(18).

       FD  APRVTHRS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 9 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APRVTHRS-REC.
       01  APRVTHRS-REC     PIC 9(9).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  PURCSTG
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCSTG-REC.
       01  PURCSTG-REC      PIC X(128).

      * Same 128-byte held-order row FINALEX writes.
       FD  APPRHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS APPRHOLD-REC.
       01  APPRHOLD-REC     PIC X(128).

      * One row per order in a split group - see SPLITTAB.
       FD  SPLITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPLITLOG-REC.
       01  SPLITLOG-REC.
           05  SLO-GROUP-DATE          PIC 9(08).
           05  SLO-GROUP-SEQ           PIC 9(04).
           05  SLO-BASIS               PIC X(01).
           05  SLO-BUYER-CODE          PIC X(03).
           05  SLO-SUPPLIER-CODE       PIC X(10).
           05  SLO-PART-NUMBER         PIC X(23).
           05  SLO-COMMODITY-CLASS     PIC X(04).
           05  SLO-PO-NUMBER           PIC X(06).
           05  SLO-ORDER-DATE          PIC 9(08).
           05  SLO-ORDER-VALUE         PIC 9(09)V99.
           05  SLO-GROUP-VALUE         PIC 9(11)V99.
           05  SLO-GROUP-ORDERS        PIC 9(03).
           05  SLO-THRESHOLD           PIC 9(09).
           05  SLO-HELD-FLAG           PIC X(01).
           05  FILLER                  PIC X(16).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card
           COPY PARMTAB.  *> PARMLOAD central-parameter request block

       01 FILE-STATUS-CODES.
           05 IN-PURCHASE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PURCHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-APRVTHRS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.
           05 OUT-PURCSTG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-APPRHOLD-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SPLITLOG-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-EOF                            VALUE 'Y'.
           05 PURCHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHIST-EOF                            VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 TRAILER-FOUND-WS                PIC X(01) VALUE 'N'.
              88 TRAILER-FOUND                           VALUE 'Y'.

       01 WS-IN-PURCHASE-CTR               PIC 9(7) VALUE ZERO.
       01 WS-IN-PURCHIST-CTR               PIC 9(7) VALUE ZERO.
       01 WS-HIST-OUTSIDE-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NOT-CANDIDATE-CTR             PIC 9(7) VALUE ZERO.
       01 WS-PART-GROUP-CTR                PIC 9(7) VALUE ZERO.
       01 WS-CLASS-GROUP-CTR               PIC 9(7) VALUE ZERO.
       01 WS-HELD-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-MEMBER-CTR           PIC 9(7) VALUE ZERO.
       01 WS-PURCSTG-CTR                   PIC 9(7) VALUE ZERO.

      *05/12 Threshold off the APRVTHRS card, overridden by PARMMAST -
      * the same figure FINALEX holds on, with the same default when
      * neither has one. Window in days - PARMLOAD SPLTDAYS.
       01 WS-APPROVAL-THRESHOLD            PIC 9(9) VALUE 999999999.
       01 WS-WINDOW-DAYS                   PIC 9(03) VALUE 3.

      *05/12 Recount and rehash of the orders left on the generation,
      * summed the way FINALEX sums them for its trailer.
       01 WS-PURCSTG-HASH                  PIC 9(9) VALUE ZERO.
       01 WS-SAVED-TRAILER                 PIC X(128) VALUE SPACES.

      *05/12 CEEDAYS turns a YYYYMMDD date into a Lilian day number,
      * the same call POAGERPT ages orders with, so the window is a
      * plain subtraction.
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
       01 WS-ORDER-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-EARLIEST-TONIGHT-INT          PIC 9(9) COMP VALUE ZERO.
       01 WS-DAYS-APART                    PIC S9(9) COMP VALUE ZERO.

      *05/12 Tonight's orders whole, in file order, so the held
      * pieces can be written to APPRHOLD group by group and the rest
      * restaged.
       01 WS-TONIGHT-TABLE.
           05 WS-TN-ENTRY OCCURS 10000 TIMES.
              10 WS-TN-REC                PIC X(128) VALUE SPACES.
              10 WS-TN-HELD               PIC X(01) VALUE 'N'.
                 88 TONIGHT-HELD                   VALUE 'Y'.
       01 WS-TN-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-TN-IDX                       PIC 9(05) VALUE 1.
       01 WS-TN-WORK.
           05  TW-PO-NUMBER            PIC X(06).
           05  TW-BUYER-CODE           PIC X(03).
           05  TW-QUANTITY             PIC S9(8) COMP.
           05  FILLER                  PIC X(112).

      *05/12 Every order that could be a piece of a split - a
      * purchase priced at or under the threshold - tonight's and the
      * window's earlier ones.
       01 WS-CAND-TABLE.
           05 WS-CD-ENTRY OCCURS 20000 TIMES.
              10 WS-CD-BUYER-CODE         PIC X(03) VALUE SPACES.
              10 WS-CD-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
              10 WS-CD-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-CD-CLASS              PIC X(04) VALUE SPACES.
              10 WS-CD-PO-NUMBER          PIC X(06) VALUE SPACES.
              10 WS-CD-ORDER-DATE         PIC 9(08) VALUE ZERO.
              10 WS-CD-ORDER-INT          PIC 9(09) COMP VALUE ZERO.
              10 WS-CD-VALUE              PIC 9(09)V99 VALUE ZERO.
      *       Row in WS-TONIGHT-TABLE, zero for an earlier night's.
              10 WS-CD-TN-IDX             PIC 9(05) VALUE ZERO.
              10 WS-CD-GROUP-IDX          PIC 9(05) VALUE ZERO.
       01 WS-CD-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CD-IDX                       PIC 9(05) VALUE 1.
       01 WS-MB-IDX                       PIC 9(05) VALUE 1.
       01 WS-ANCHOR-IDX                   PIC 9(05) VALUE ZERO.
       01 WS-NEW-CAND.
           05 WS-NC-BUYER-CODE             PIC X(03) VALUE SPACES.
           05 WS-NC-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
           05 WS-NC-PART-NUMBER            PIC X(23) VALUE SPACES.
           05 WS-NC-ORDER-TYPE             PIC X(01) VALUE SPACES.
           05 WS-NC-PO-NUMBER              PIC X(06) VALUE SPACES.
           05 WS-NC-ORDER-DATE             PIC X(08) VALUE SPACES.
           05 WS-NC-QUANTITY               PIC S9(8) COMP VALUE ZERO.
           05 WS-NC-UNIT-PRICE             PIC S9(7)V99 COMP-3
                                           VALUE ZERO.
       01 WS-NC-VALUE                      PIC S9(11)V99 VALUE ZERO.
       01 WS-NC-TONIGHT-FLAG               PIC X(01) VALUE 'N'.
           88 NEW-CAND-TONIGHT                     VALUE 'Y'.

      *05/12 The distinct parts among the candidates, in part order,
      * with the commodity class PARTMAST gives each.
       01 WS-PART-CLASS-TABLE.
           05 WS-PC-ENTRY OCCURS 20000 TIMES.
              10 WS-PC-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-PC-CLASS              PIC X(04) VALUE SPACES.
       01 WS-PC-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-BSRCH-LO                     PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                     PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                    PIC 9(5) VALUE ZERO.
       01 WS-SHIFT-IDX                    PIC 9(5) VALUE ZERO.
       01 WS-ROW-FOUND-IDX                PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PART-NUMBER           PIC X(23) VALUE SPACES.

      *05/12 One row per split group found tonight.
       01 WS-GROUP-TABLE.
           05 WS-GR-ENTRY OCCURS 2000 TIMES.
              10 WS-GR-BASIS              PIC X(01) VALUE SPACES.
              10 WS-GR-ORDERS             PIC 9(03) VALUE ZERO.
              10 WS-GR-VALUE              PIC 9(11)V99 VALUE ZERO.
       01 WS-GR-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-GR-IDX                       PIC 9(05) VALUE 1.

      *05/12 The group being tried around one of tonight's orders.
       01 WS-TRY-BASIS                     PIC X(01) VALUE SPACES.
           88 TRY-SAME-PART                        VALUE 'P'.
           88 TRY-SAME-CLASS                       VALUE 'C'.
       01 WS-TRY-ORDERS                    PIC 9(05) VALUE ZERO.
       01 WS-TRY-VALUE                     PIC 9(11)V99 VALUE ZERO.
       01 WS-MATCH-FLAG                    PIC X(01) VALUE 'N'.
           88 MEMBER-MATCHES                       VALUE 'Y'.

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
              'Destiny Auto Parts - Split-Order Detection'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(39)      VALUE
              'Orders split under approval threshold '.
           05 WS-SECTION-THRESHOLD PIC $$$$,$$$,$$9 VALUE ZERO.
           05 FILLER              PIC X(09)      VALUE ', window '.
           05 WS-SECTION-DAYS     PIC ZZ9        VALUE ZERO.
           05 FILLER              PIC X(67)      VALUE ' days'.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(15)      VALUE 'Group'.
          05 FILLER              PIC X(06)      VALUE 'Buyer'.
          05 FILLER              PIC X(11)      VALUE 'Supplier'.
          05 FILLER              PIC X(24)      VALUE 'Part'.
          05 FILLER              PIC X(06)      VALUE 'Class'.
          05 FILLER              PIC X(08)      VALUE 'PO'.
          05 FILLER              PIC X(10)      VALUE 'Ordered'.
          05 FILLER              PIC X(18)      VALUE
             '             Value'.
          05 FILLER              PIC X(32)      VALUE '  Status'.

      *05/12 One line per order in a group, then the group's total.
       01 WS-MEMBER-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 ML-GROUP-DATE-OUT      PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '-'.
          05 ML-GROUP-SEQ-OUT       PIC 9(04)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-BUYER-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ML-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ML-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ML-CLASS-OUT           PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-PO-OUT              PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-ORDER-DATE-OUT      PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ML-VALUE-OUT           PIC $$$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ML-STATUS-OUT          PIC X(30)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
       01 WS-GROUP-TOTAL-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(16)      VALUE SPACES.
          05 GT-BASIS-OUT           PIC X(30)      VALUE SPACES.
          05 GT-ORDERS-OUT          PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(22)      VALUE
             ' orders, combined'.
          05 GT-VALUE-OUT           PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(41)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 320-ReadNextTonight UNTIL PURCHASE-EOF.
           IF NOT TRAILER-FOUND
              DISPLAY 'SPLITORD - PURCHASE HAS NO TRAILER - '
                 'GENERATION SHORT, NOTHING RESTAGED'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 330-ReadNextHistory UNTIL PURCHIST-EOF.
           PERFORM 350-LoadClasses.
           MOVE 'P' TO WS-TRY-BASIS.
           PERFORM 500-FindGroups.
           MOVE 'C' TO WS-TRY-BASIS.
           PERFORM 500-FindGroups.
           PERFORM 700-WriteGroups.
           PERFORM 750-RestageOrders.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-TONIGHT-TABLE, WS-CAND-TABLE,
              WS-PART-CLASS-TABLE, WS-GROUP-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 380-LoadParms.
           MOVE WS-APPROVAL-THRESHOLD TO WS-SECTION-THRESHOLD.
           MOVE WS-WINDOW-DAYS TO WS-SECTION-DAYS.
           MOVE 999999999 TO WS-EARLIEST-TONIGHT-INT.
           PERFORM 800-NEW-PAGE.

       300-Open-Files.
           OPEN INPUT PURCHASE.
           IF IN-PURCHASE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PURCHASE'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT PURCHIST.
           IF IN-PURCHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PURCHIST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT APRVTHRS.
           IF IN-APRVTHRS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APRVTHRS File'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PURCSTG.
           IF OUT-PURCSTG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PURCSTG'
                GO TO 2000-ABEND-RTN
           END-IF.

      *05/12 EXTEND - the held pieces join whatever FINALEX held
      * tonight and whatever POAPPRV carried forward.
           OPEN EXTEND APPRHOLD.
           IF OUT-APPRHOLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning APPRHOLD'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN EXTEND SPLITLOG.
           IF OUT-SPLITLOG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SPLITLOG'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/12 Every row of tonight's generation is kept whole for the
      * restage; the trailer is kept aside to be recut.
       320-ReadNextTonight.
           READ PURCHASE
              AT END
                 MOVE 'Y' TO PURCHASE-EOF-WS
           END-READ.
           IF NOT PURCHASE-EOF
              IF PURC-TRAILER-ID = 'TRAILER'
                 MOVE PURCHASE-REC TO WS-SAVED-TRAILER
                 MOVE 'Y' TO TRAILER-FOUND-WS
                 MOVE 'Y' TO PURCHASE-EOF-WS
              ELSE
                 ADD 1 TO WS-IN-PURCHASE-CTR
                 PERFORM 325-KeepTonight
              END-IF
           END-IF.

       325-KeepTonight.
           IF WS-TN-MAX >= 10000
              DISPLAY 'SPLITORD - TONIGHT TABLE FULL AT 10000 '
                 'ROWS - RAISE OCCURS IN SPLITORD'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-TN-MAX.
           MOVE PURCHASE-REC TO WS-TN-REC (WS-TN-MAX).
           MOVE 'N' TO WS-TN-HELD (WS-TN-MAX).
           MOVE REC-BUYER-CODE TO WS-NC-BUYER-CODE.
           MOVE REC-PO-SUPPLIER-CODE TO WS-NC-SUPPLIER-CODE.
           MOVE REC-PO-PART-NUMBER TO WS-NC-PART-NUMBER.
           MOVE REC-ORDER-TYPE TO WS-NC-ORDER-TYPE.
           MOVE REC-PO-NUMBER TO WS-NC-PO-NUMBER.
           MOVE REC-ORDER-DATE TO WS-NC-ORDER-DATE.
           MOVE REC-QUANTITY TO WS-NC-QUANTITY.
           MOVE REC-UNIT-PRICE TO WS-NC-UNIT-PRICE.
           MOVE 'Y' TO WS-NC-TONIGHT-FLAG.
           PERFORM 340-AddCandidate THRU 340-AddCandidate-Exit.

      *05/12 An earlier night's order only matters if it could share
      * a window with one of tonight's.
       330-ReadNextHistory.
           READ PURCHIST
              AT END
                 MOVE 'Y' TO PURCHIST-EOF-WS
           END-READ.
           IF NOT PURCHIST-EOF
              AND PH-TRAILER-TEST NOT = 'TRAILER'
                 ADD 1 TO WS-IN-PURCHIST-CTR
                 MOVE PH-BUYER-CODE TO WS-NC-BUYER-CODE
                 MOVE PH-SUPPLIER-CODE TO WS-NC-SUPPLIER-CODE
                 MOVE PH-PART-NUMBER TO WS-NC-PART-NUMBER
                 MOVE PH-ORDER-TYPE TO WS-NC-ORDER-TYPE
                 MOVE PH-PO-NUMBER TO WS-NC-PO-NUMBER
                 MOVE PH-ORDER-DATE TO WS-NC-ORDER-DATE
                 MOVE PH-QUANTITY TO WS-NC-QUANTITY
                 MOVE PH-UNIT-PRICE TO WS-NC-UNIT-PRICE
                 MOVE 'N' TO WS-NC-TONIGHT-FLAG
                 PERFORM 340-AddCandidate THRU 340-AddCandidate-Exit
           END-IF.

      *05/12 A return, an order with no value or an unreadable order
      * date, or an order already over the threshold (FINALEX held
      * that one on its own) cannot be a piece of a split.
       340-AddCandidate.
           COMPUTE WS-NC-VALUE = WS-NC-QUANTITY * WS-NC-UNIT-PRICE.
           IF WS-NC-ORDER-TYPE = 'R'
              OR WS-NC-VALUE NOT > ZERO
              OR WS-NC-VALUE > WS-APPROVAL-THRESHOLD
                 ADD 1 TO WS-NOT-CANDIDATE-CTR
                 GO TO 340-AddCandidate-Exit
           END-IF.
           MOVE WS-NC-ORDER-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-ORDER-INT, FC.
           IF FC-SEV NOT = ZERO
              ADD 1 TO WS-NOT-CANDIDATE-CTR
              GO TO 340-AddCandidate-Exit
           END-IF.
           IF NEW-CAND-TONIGHT
              IF WS-ORDER-INT < WS-EARLIEST-TONIGHT-INT
                 MOVE WS-ORDER-INT TO WS-EARLIEST-TONIGHT-INT
              END-IF
           ELSE
              IF WS-ORDER-INT + WS-WINDOW-DAYS
                    < WS-EARLIEST-TONIGHT-INT
                 ADD 1 TO WS-HIST-OUTSIDE-CTR
                 GO TO 340-AddCandidate-Exit
              END-IF
           END-IF.
           IF WS-CD-MAX >= 20000
              DISPLAY 'SPLITORD - CANDIDATE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN SPLITORD'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-CD-MAX.
           MOVE WS-NC-BUYER-CODE TO WS-CD-BUYER-CODE (WS-CD-MAX).
           MOVE WS-NC-SUPPLIER-CODE TO WS-CD-SUPPLIER-CODE (WS-CD-MAX).
           MOVE WS-NC-PART-NUMBER TO WS-CD-PART-NUMBER (WS-CD-MAX).
           MOVE SPACES TO WS-CD-CLASS (WS-CD-MAX).
           MOVE WS-NC-PO-NUMBER TO WS-CD-PO-NUMBER (WS-CD-MAX).
           MOVE WS-NC-ORDER-DATE TO WS-CD-ORDER-DATE (WS-CD-MAX).
           MOVE WS-ORDER-INT TO WS-CD-ORDER-INT (WS-CD-MAX).
           MOVE WS-NC-VALUE TO WS-CD-VALUE (WS-CD-MAX).
           MOVE ZERO TO WS-CD-GROUP-IDX (WS-CD-MAX).
           IF NEW-CAND-TONIGHT
              MOVE WS-TN-MAX TO WS-CD-TN-IDX (WS-CD-MAX)
           ELSE
              MOVE ZERO TO WS-CD-TN-IDX (WS-CD-MAX)
           END-IF.
       340-AddCandidate-Exit.
           EXIT.

      *05/12 The candidates' distinct parts go into a part-ordered
      * table, one pass of PARTMAST fills in their classes, and each
      * candidate takes its part's class back.
       350-LoadClasses.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
              UNTIL WS-CD-IDX > WS-CD-MAX
                 MOVE WS-CD-PART-NUMBER (WS-CD-IDX)
                    TO WS-SEARCH-PART-NUMBER
                 PERFORM 225-FindPart
                 IF WS-ROW-FOUND-IDX = ZERO
                    PERFORM 227-InsertPart
                 END-IF
           END-PERFORM.
           PERFORM 360-ReadNextMaster UNTIL PARTMAST-EOF.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
              UNTIL WS-CD-IDX > WS-CD-MAX
                 MOVE WS-CD-PART-NUMBER (WS-CD-IDX)
                    TO WS-SEARCH-PART-NUMBER
                 PERFORM 225-FindPart
                 IF WS-ROW-FOUND-IDX > ZERO
                    MOVE WS-PC-CLASS (WS-ROW-FOUND-IDX)
                       TO WS-CD-CLASS (WS-CD-IDX)
                 END-IF
           END-PERFORM.

       360-ReadNextMaster.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              MOVE PM-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              PERFORM 225-FindPart
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE PM-COMMODITY-CLASS
                    TO WS-PC-CLASS (WS-ROW-FOUND-IDX)
              END-IF
           END-IF.

       225-FindPart.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-PC-MAX TO WS-BSRCH-HI.
           PERFORM 226-PartSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       226-PartSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-PC-PART-NUMBER (WS-BSRCH-MID)
                    = WS-SEARCH-PART-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-PC-PART-NUMBER (WS-BSRCH-MID)
                    < WS-SEARCH-PART-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/12 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the table stays in part order.
       227-InsertPart.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-PC-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-PC-ENTRY (WS-SHIFT-IDX)
                    TO WS-PC-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-PC-MAX.
           MOVE WS-SEARCH-PART-NUMBER
              TO WS-PC-PART-NUMBER (WS-BSRCH-LO).
           MOVE SPACES TO WS-PC-CLASS (WS-BSRCH-LO).

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

      *05/12 The threshold is read exactly as FINALEX's
      * 3550-LoadApprovalThreshold reads it, so the two never
      * disagree on what "under the threshold" means.
       380-LoadParms.
           READ APRVTHRS INTO WS-APPROVAL-THRESHOLD
              AT END
                 DISPLAY
                  'APRVTHRS control file empty, holding nothing'
           END-READ.
           CLOSE APRVTHRS.
           MOVE 'APRVTHRS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:9) TO WS-APPROVAL-THRESHOLD
           END-IF.
           MOVE 'SPLTDAYS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:3) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:3) TO WS-WINDOW-DAYS
           END-IF.

      *05/12 Each of tonight's orders not yet in a group anchors a
      * try: every ungrouped order from the same buyer to the same
      * supplier, for the same part (or, on the second pass, the same
      * commodity class), ordered within the window either side of
      * it. Two or more together over the threshold make a group.
       500-FindGroups.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
              UNTIL WS-CD-IDX > WS-CD-MAX
                 IF WS-CD-TN-IDX (WS-CD-IDX) > ZERO
                    AND WS-CD-GROUP-IDX (WS-CD-IDX) = ZERO
                       PERFORM 510-TryGroup THRU 510-TryGroup-Exit
                 END-IF
           END-PERFORM.

       510-TryGroup.
           MOVE WS-CD-IDX TO WS-ANCHOR-IDX.
           IF TRY-SAME-CLASS
              AND WS-CD-CLASS (WS-ANCHOR-IDX) = SPACES
                 GO TO 510-TryGroup-Exit
           END-IF.
           MOVE ZERO TO WS-TRY-ORDERS, WS-TRY-VALUE.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
              UNTIL WS-MB-IDX > WS-CD-MAX
                 PERFORM 520-MatchMember
                 IF MEMBER-MATCHES
                    ADD 1 TO WS-TRY-ORDERS
                    ADD WS-CD-VALUE (WS-MB-IDX) TO WS-TRY-VALUE
                 END-IF
           END-PERFORM.
           IF WS-TRY-ORDERS < 2
              OR WS-TRY-VALUE NOT > WS-APPROVAL-THRESHOLD
                 GO TO 510-TryGroup-Exit
           END-IF.
           IF WS-GR-MAX >= 2000
              DISPLAY 'SPLITORD - GROUP TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN SPLITORD'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-GR-MAX.
           MOVE WS-TRY-BASIS TO WS-GR-BASIS (WS-GR-MAX).
           MOVE WS-TRY-ORDERS TO WS-GR-ORDERS (WS-GR-MAX).
           MOVE WS-TRY-VALUE TO WS-GR-VALUE (WS-GR-MAX).
           IF TRY-SAME-PART
              ADD 1 TO WS-PART-GROUP-CTR
           ELSE
              ADD 1 TO WS-CLASS-GROUP-CTR
           END-IF.
      *    Second pass over the same test marks the members - the
      *    anchor last, since its own group index is still zero
      *    while the others are tested against it.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
              UNTIL WS-MB-IDX > WS-CD-MAX
                 IF WS-MB-IDX NOT = WS-ANCHOR-IDX
                    PERFORM 520-MatchMember
                    IF MEMBER-MATCHES
                       MOVE WS-GR-MAX TO WS-CD-GROUP-IDX (WS-MB-IDX)
                    END-IF
                 END-IF
           END-PERFORM.
           MOVE WS-GR-MAX TO WS-CD-GROUP-IDX (WS-ANCHOR-IDX).
       510-TryGroup-Exit.
           EXIT.

       520-MatchMember.
           MOVE 'N' TO WS-MATCH-FLAG.
           IF WS-CD-GROUP-IDX (WS-MB-IDX) = ZERO
              AND WS-CD-BUYER-CODE (WS-MB-IDX)
                 = WS-CD-BUYER-CODE (WS-ANCHOR-IDX)
              AND WS-CD-SUPPLIER-CODE (WS-MB-IDX)
                 = WS-CD-SUPPLIER-CODE (WS-ANCHOR-IDX)
                 COMPUTE WS-DAYS-APART = WS-CD-ORDER-INT (WS-MB-IDX)
                    - WS-CD-ORDER-INT (WS-ANCHOR-IDX)
                 IF WS-DAYS-APART < ZERO
                    COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
                 END-IF
                 IF WS-DAYS-APART NOT > WS-WINDOW-DAYS
                    EVALUATE TRUE
                       WHEN TRY-SAME-PART
                          AND WS-CD-PART-NUMBER (WS-MB-IDX)
                             = WS-CD-PART-NUMBER (WS-ANCHOR-IDX)
                          MOVE 'Y' TO WS-MATCH-FLAG
                       WHEN TRY-SAME-CLASS
                          AND WS-CD-CLASS (WS-MB-IDX)
                             = WS-CD-CLASS (WS-ANCHOR-IDX)
                          MOVE 'Y' TO WS-MATCH-FLAG
                    END-EVALUATE
                 END-IF
           END-IF.

      *05/12 Group by group: tonight's pieces onto APPRHOLD together,
      * every piece onto SPLITLOG and the report.
       700-WriteGroups.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
              UNTIL WS-GR-IDX > WS-GR-MAX
                 PERFORM 710-WriteOneGroup
           END-PERFORM.

       710-WriteOneGroup.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
              UNTIL WS-CD-IDX > WS-CD-MAX
                 IF WS-CD-GROUP-IDX (WS-CD-IDX) = WS-GR-IDX
                    PERFORM 720-WriteMember
                 END-IF
           END-PERFORM.
           MOVE SPACES TO GT-BASIS-OUT.
           IF WS-GR-BASIS (WS-GR-IDX) = 'P'
              MOVE 'SAME PART -' TO GT-BASIS-OUT
           ELSE
              MOVE 'SAME COMMODITY CLASS -' TO GT-BASIS-OUT
           END-IF.
           MOVE WS-GR-ORDERS (WS-GR-IDX) TO GT-ORDERS-OUT.
           MOVE WS-GR-VALUE (WS-GR-IDX) TO GT-VALUE-OUT.
           WRITE PRINT-REC FROM WS-GROUP-TOTAL-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-KTR.

       720-WriteMember.
           MOVE SPACES TO SPLITLOG-REC.
           MOVE PROCESS-DATE TO SLO-GROUP-DATE.
           MOVE WS-GR-IDX TO SLO-GROUP-SEQ.
           MOVE WS-GR-BASIS (WS-GR-IDX) TO SLO-BASIS.
           MOVE WS-CD-BUYER-CODE (WS-CD-IDX) TO SLO-BUYER-CODE.
           MOVE WS-CD-SUPPLIER-CODE (WS-CD-IDX) TO SLO-SUPPLIER-CODE.
           MOVE WS-CD-PART-NUMBER (WS-CD-IDX) TO SLO-PART-NUMBER.
           MOVE WS-CD-CLASS (WS-CD-IDX) TO SLO-COMMODITY-CLASS.
           MOVE WS-CD-PO-NUMBER (WS-CD-IDX) TO SLO-PO-NUMBER.
           MOVE WS-CD-ORDER-DATE (WS-CD-IDX) TO SLO-ORDER-DATE.
           MOVE WS-CD-VALUE (WS-CD-IDX) TO SLO-ORDER-VALUE.
           MOVE WS-GR-VALUE (WS-GR-IDX) TO SLO-GROUP-VALUE.
           MOVE WS-GR-ORDERS (WS-GR-IDX) TO SLO-GROUP-ORDERS.
           MOVE WS-APPROVAL-THRESHOLD TO SLO-THRESHOLD.
           IF WS-CD-TN-IDX (WS-CD-IDX) > ZERO
              MOVE WS-CD-TN-IDX (WS-CD-IDX) TO WS-TN-IDX
              MOVE 'Y' TO SLO-HELD-FLAG
              MOVE 'Y' TO WS-TN-HELD (WS-TN-IDX)
              MOVE WS-TN-REC (WS-TN-IDX) TO APPRHOLD-REC
              WRITE APPRHOLD-REC
              IF OUT-APPRHOLD-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-HELD-CTR
              MOVE 'HELD FOR APPROVAL' TO ML-STATUS-OUT
           ELSE
              MOVE 'N' TO SLO-HELD-FLAG
              ADD 1 TO WS-RELEASED-MEMBER-CTR
              MOVE 'ALREADY RELEASED' TO ML-STATUS-OUT
           END-IF.
           WRITE SPLITLOG-REC.
           IF OUT-SPLITLOG-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE PROCESS-DATE TO ML-GROUP-DATE-OUT.
           MOVE WS-GR-IDX TO ML-GROUP-SEQ-OUT.
           MOVE WS-CD-BUYER-CODE (WS-CD-IDX) TO ML-BUYER-OUT.
           MOVE WS-CD-SUPPLIER-CODE (WS-CD-IDX) TO ML-SUPPLIER-OUT.
           MOVE WS-CD-PART-NUMBER (WS-CD-IDX) TO ML-PART-OUT.
           MOVE WS-CD-CLASS (WS-CD-IDX) TO ML-CLASS-OUT.
           MOVE WS-CD-PO-NUMBER (WS-CD-IDX) TO ML-PO-OUT.
           MOVE WS-CD-ORDER-DATE (WS-CD-IDX) TO ML-ORDER-DATE-OUT.
           MOVE WS-CD-VALUE (WS-CD-IDX) TO ML-VALUE-OUT.
           WRITE PRINT-REC FROM WS-MEMBER-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *05/12 Everything not held goes back out in its original order
      * under the original trailer, recounted and rehashed - the run
      * identifier POMATCH checks is carried over untouched.
       750-RestageOrders.
           MOVE ZERO TO WS-PURCSTG-CTR, WS-PURCSTG-HASH.
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
              UNTIL WS-TN-IDX > WS-TN-MAX
                 IF NOT TONIGHT-HELD (WS-TN-IDX)
                    MOVE WS-TN-REC (WS-TN-IDX) TO WS-TN-WORK
                    MOVE WS-TN-REC (WS-TN-IDX) TO PURCSTG-REC
                    WRITE PURCSTG-REC
                    IF OUT-PURCSTG-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-PURCSTG-CTR
                    ADD TW-QUANTITY TO WS-PURCSTG-HASH
                 END-IF
           END-PERFORM.
           MOVE WS-SAVED-TRAILER TO PURCHASE-REC.
           MOVE WS-PURCSTG-CTR TO PURC-TRAILER-COUNT.
           MOVE WS-PURCSTG-HASH TO PURC-TRAILER-CHECKSUM.
           MOVE PURCHASE-TRAILER-REC TO PURCSTG-REC.
           WRITE PURCSTG-REC.
           IF OUT-PURCSTG-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       600-CLOSE-FILES.
           CLOSE  PURCHASE, PURCHIST, PARTMAST, PURCSTG, APPRHOLD,
              SPLITLOG, PRINT-LINE.

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
           MOVE 'SPLIT-ORDER RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TONIGHT''S ORDERS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-PURCHASE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EARLIER ORDERS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-PURCHIST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  OUTSIDE TONIGHT''S WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-HIST-OUTSIDE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RETURNS, OVER THRESHOLD, NO VALUE' TO
              WS-SUMMARY-LABEL.
           MOVE WS-NOT-CANDIDATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS WEIGHED' TO WS-SUMMARY-LABEL.
           MOVE WS-CD-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SPLIT GROUPS - SAME PART' TO WS-SUMMARY-LABEL.
           MOVE WS-PART-GROUP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SPLIT GROUPS - SAME CLASS' TO WS-SUMMARY-LABEL.
           MOVE WS-CLASS-GROUP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS HELD FOR APPROVAL' TO WS-SUMMARY-LABEL.
           MOVE WS-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GROUP ORDERS ALREADY RELEASED' TO WS-SUMMARY-LABEL.
           MOVE WS-RELEASED-MEMBER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS RESTAGED' TO WS-SUMMARY-LABEL.
           MOVE WS-PURCSTG-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
