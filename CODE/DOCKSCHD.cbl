       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKSCHD.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/29 Dock schedule and arrival compliance. DOCKMNT books
      * trucks into each plant's dock slots on the DOCKAPPT book;
      * every night this prints, per plant, tomorrow's schedule for
      * the receiving crew, then holds today's appointments up
      * against the dock clock on tonight's cleaned RECEIPTS:
      *   ON TIME        - first receipt of the order by the slot
      *                    time plus the DOCKGRCE parameter's
      *                    minutes (default 15),
      *   LATE           - first receipt after that,
      *   MISSED         - no receipt of the order today at all,
      *   NO APPOINTMENT - a receipt at a plant that takes
      *                    appointments, against an order nobody
      *                    booked for today.
      * The same four counts roll up per carrier and per supplier -
      * the carrier off the appointment, or for an unbooked truck
      * off the order's advance-ship notice. Last comes the
      * "expected but not booked" list: orders whose latest ASNIN
      * notice says they arrive by tomorrow - ship date plus the
      * DOCKTRNS parameter's days in transit (default 2) - still
      * outstanding on OPENPO, not received today and with no
      * appointment from tomorrow on, so the dock clerk can chase
      * the carrier before the truck turns up at the gate. Transfer
      * receipts ('T' orders) are our own trucks and take no
      * appointment. Schedule after OPSEDIT, POMATCH and ASNMATCH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dock appointment book - see APPTTAB.
           SELECT DOCKAPPT ASSIGN TO DOCKAPPT
           FILE STATUS IS IN-DOCKAPPT-KEY.

      * Dock capacity per plant - see DOCKTAB.
           SELECT DOCKCAP ASSIGN TO DOCKCAP
           FILE STATUS IS IN-DOCKCAP-KEY.

      * Open purchase-order status file, as POMATCH writes it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Advance-ship notices from the EDI channel
           SELECT ASNIN ASSIGN TO ASNIN
           FILE STATUS IS IN-ASNIN-KEY.

      * Tonight's cleaned dock receipts from OPSEDIT
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCKAPPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKAPPT-REC.
       01  DOCKAPPT-REC     PIC X(63).

       FD  DOCKCAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKCAP-REC.
       01  DOCKCAP-REC      PIC X(19).

      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  OP-BUYER-CODE           PIC X(03).
           05  OP-QTY-ORDERED          PIC S9(8) COMP.
           05  OP-QTY-RECEIVED         PIC S9(8) COMP.
           05  OP-QTY-OUTSTANDING      PIC S9(8) COMP.
           05  OP-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  OP-ORDER-DATE           PIC X(08).
           05  OP-DELIVERY-DATE        PIC X(08).
           05  OP-LAST-RECEIPT-DATE    PIC X(08).
           05  OP-CURRENCY-CODE        PIC X(03).
           05  OP-PART-NUMBER          PIC X(23).
           05  OP-SUPPLIER-CODE        PIC X(10).
           05  OP-SUPPLIER-NAME        PIC X(15).
           05  OP-PO-STATUS            PIC X(01).
           05  OP-SHIP-TO-PLANT        PIC X(03).
           05  OP-PROMISED-QTY         PIC 9(07).
           05  OP-PROMISED-DATE        PIC 9(08).
           05  OP-ORDER-TYPE           PIC X(01).
           05  OP-AMENDED-FLAG         PIC X(01).
           05  OP-DROP-SHIP            PIC X(01).
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

       FD  ASNIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNIN-REC.
       01  ASNIN-REC.
           05  ASN-PO-NUMBER           PIC X(06).
           05  ASN-SHIP-DATE           PIC 9(08).
           05  ASN-QTY-SHIPPED         PIC 9(07).
           05  ASN-CARRIER             PIC X(04).

      * Same 25-byte receipt row OPSEDIT writes.
       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QTY-RECEIVED       PIC 9(07).
           05  RCPT-RECEIPT-TIME       PIC 9(04).

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
           COPY APPTTAB.  *> Dock appointment book
           COPY DOCKTAB.  *> Dock capacity per plant
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * A missing book just means nothing booked yet.
           05 IN-DOCKAPPT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 DOCKAPPT-NOT-FOUND       VALUE '35'.
           05 IN-DOCKCAP-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ASNIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 DOCKAPPT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 DOCKAPPT-EOF                            VALUE 'Y'.
           05 DOCKCAP-EOF-WS                  PIC X(01) VALUE 'N'.
              88 DOCKCAP-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 ASNIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 ASNIN-EOF                               VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.

      *04/29 Minutes past the slot time a truck may still arrive on
      * time - PARMLOAD DOCKGRCE overrides.
       01 WS-GRACE-MINUTES                 PIC 9(03) VALUE 015.
      *04/29 Days from the ASN ship date to the dock - PARMLOAD
      * DOCKTRNS overrides.
       01 WS-TRANSIT-DAYS                  PIC 9(03) VALUE 002.

       01 WS-SCHEDULED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-BOOKED-TODAY-CTR              PIC 9(7) VALUE ZERO.
       01 WS-ON-TIME-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-LATE-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-MISSED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-UNBOOKED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-EXPECTED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.

      *04/29 Orders on the status file - plant, supplier and what is
      * still to come.
       01 WS-ORDER-TABLE.
           05 WS-OR-ENTRY OCCURS 20000 TIMES.
              10 WS-OR-PO-NUMBER          PIC X(06).
              10 WS-OR-PLANT              PIC X(03).
              10 WS-OR-SUPPLIER           PIC X(10).
              10 WS-OR-OUTSTANDING        PIC S9(8) COMP.
       01 WS-OR-MAX                        PIC 9(05) VALUE ZERO.
       01 WS-OR-IDX                        PIC 9(05) VALUE 1.
       01 WS-OR-FOUND-IDX                  PIC 9(05) VALUE ZERO.

       01 WS-ASN-TABLE.
           05 WS-ASN-ENTRY OCCURS 10000 TIMES.
              10 WS-ASN-PO-NUMBER         PIC X(06).
              10 WS-ASN-SHIP-DATE         PIC 9(08).
              10 WS-ASN-CARRIER           PIC X(04).
       01 WS-ASN-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-ASN-IDX                       PIC 9(05) VALUE 1.
       01 WS-ASN-SCAN-IDX                  PIC 9(05) VALUE 1.
       01 WS-ASN-FOUND-IDX                 PIC 9(05) VALUE ZERO.

      *04/29 Today's receipts, one row per order - the first time the
      * dock clock stamped it, and whether an appointment claimed it.
       01 WS-ARRIVAL-TABLE.
           05 WS-AR-ENTRY OCCURS 5000 TIMES.
              10 WS-AR-PO-NUMBER          PIC X(06).
              10 WS-AR-FIRST-TIME         PIC 9(04).
              10 WS-AR-BOOKED-FLAG        PIC X(01).
                 88 WS-AR-BOOKED                    VALUE 'Y'.
       01 WS-AR-MAX                        PIC 9(04) VALUE ZERO.
       01 WS-AR-IDX                        PIC 9(04) VALUE 1.
       01 WS-AR-FOUND-IDX                  PIC 9(04) VALUE ZERO.

      *04/29 Arrival counts per carrier and per supplier.
       01 WS-CARRIER-ROLLUP.
           05 WS-CS-ENTRY OCCURS 200 TIMES.
              10 WS-CS-KEY                PIC X(10).
              10 WS-CS-BOOKED             PIC 9(05).
              10 WS-CS-ON-TIME            PIC 9(05).
              10 WS-CS-LATE               PIC 9(05).
              10 WS-CS-MISSED             PIC 9(05).
              10 WS-CS-UNBOOKED           PIC 9(05).
       01 WS-CS-MAX                        PIC 9(04) VALUE ZERO.
       01 WS-CS-IDX                        PIC 9(04) VALUE 1.
       01 WS-CS-FOUND-IDX                  PIC 9(04) VALUE ZERO.
       01 WS-SUPPLIER-ROLLUP.
           05 WS-SS-ENTRY OCCURS 2000 TIMES.
              10 WS-SS-KEY                PIC X(10).
              10 WS-SS-BOOKED             PIC 9(05).
              10 WS-SS-ON-TIME            PIC 9(05).
              10 WS-SS-LATE               PIC 9(05).
              10 WS-SS-MISSED             PIC 9(05).
              10 WS-SS-UNBOOKED           PIC 9(05).
       01 WS-SS-MAX                        PIC 9(04) VALUE ZERO.
       01 WS-SS-IDX                        PIC 9(04) VALUE 1.
       01 WS-SS-FOUND-IDX                  PIC 9(04) VALUE ZERO.
       01 WS-ROLLUP-SWAP                   PIC X(35) VALUE SPACES.
       01 WS-SORT-I                        PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                        PIC 9(04) VALUE ZERO.

      *04/29 What one arrival came to - the rollup keys and finding.
       01 WS-ROLL-CARRIER                  PIC X(10) VALUE SPACES.
       01 WS-ROLL-SUPPLIER                 PIC X(10) VALUE SPACES.
       01 WS-FINDING                       PIC X(01) VALUE SPACES.
           88 FINDING-ON-TIME                      VALUE 'O'.
           88 FINDING-LATE                         VALUE 'L'.
           88 FINDING-MISSED                       VALUE 'M'.
           88 FINDING-UNBOOKED                     VALUE 'U'.

       01 WS-APPT-INDEX                    PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-DOCK-INDEX                    PIC 9(4) VALUE 1.
       01 WS-DOCK-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-PO-NUMBER              PIC X(06) VALUE SPACES.
       01 WS-SEARCH-PLANT                  PIC X(03) VALUE SPACES.
       01 WS-PREV-PLANT                    PIC X(03) VALUE SPACES.
       01 WS-LATER-APPT-FLAG               PIC X(01) VALUE 'N'.
           88 LATER-APPT-BOOKED                    VALUE 'Y'.

      *04/29 Clock times to minutes from midnight.
       01 WS-CLOCK-WORK                    PIC 9(04) VALUE ZERO.
       01 WS-CLOCK-WORK-X REDEFINES WS-CLOCK-WORK.
           05 WS-CLOCK-WORK-HH             PIC 9(02).
           05 WS-CLOCK-WORK-MM             PIC 9(02).
       01 WS-SLOT-MINUTES                  PIC 9(05) VALUE ZERO.
       01 WS-ARRIVAL-MINUTES               PIC 9(05) VALUE ZERO.

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
       01 WS-TOMORROW-INT                  PIC 9(9) COMP VALUE ZERO.
       01 WS-DUE-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TOMORROW-DATE                 PIC 9(08) VALUE ZERO.

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
              'Destiny Auto Parts - Dock Schedule and Arrivals'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(40)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(82)      VALUE SPACES.

       01 WS-SCHEDULE-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(07)      VALUE 'Slot'.
          05 FILLER              PIC X(06)      VALUE 'Door'.
          05 FILLER              PIC X(08)      VALUE 'PO'.
          05 FILLER              PIC X(09)      VALUE 'Carrier'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(05)      VALUE 'ASN'.
          05 FILLER              PIC X(10)      VALUE 'Booked By'.
       01 WS-SCHEDULE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SCH-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 SCH-TIME-OUT           PIC 9(04)      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SCH-DOOR-OUT           PIC Z9         VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 SCH-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SCH-CARRIER-OUT        PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 SCH-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SCH-ASN-OUT            PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SCH-BOOKED-BY-OUT      PIC X(08)      VALUE SPACES.

       01 WS-ARRIVAL-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(07)      VALUE 'Slot'.
          05 FILLER              PIC X(06)      VALUE 'Door'.
          05 FILLER              PIC X(08)      VALUE 'PO'.
          05 FILLER              PIC X(09)      VALUE 'Carrier'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(09)      VALUE 'Arrived'.
          05 FILLER              PIC X(16)      VALUE 'Finding'.
       01 WS-ARRIVAL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 ARR-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 ARR-SLOT-OUT           PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 ARR-DOOR-OUT           PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 ARR-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ARR-CARRIER-OUT        PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 ARR-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ARR-ARRIVED-OUT        PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 ARR-FINDING-OUT        PIC X(16)      VALUE SPACES.

       01 WS-ROLLUP-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 WS-ROLLUP-KEY-HEAD  PIC X(12)      VALUE SPACES.
          05 FILLER              PIC X(09)      VALUE '   Booked'.
          05 FILLER              PIC X(09)      VALUE '  On Time'.
          05 FILLER              PIC X(09)      VALUE '     Late'.
          05 FILLER              PIC X(09)      VALUE '   Missed'.
          05 FILLER              PIC X(09)      VALUE ' No Appt'.
       01 WS-ROLLUP-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 RLL-KEY-OUT            PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 RLL-BOOKED-OUT         PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RLL-ON-TIME-OUT        PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RLL-LATE-OUT           PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RLL-MISSED-OUT         PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RLL-UNBOOKED-OUT       PIC ZZ,ZZ9     VALUE ZERO.

       01 WS-EXPECTED-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(08)      VALUE 'PO'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(09)      VALUE 'Carrier'.
          05 FILLER              PIC X(10)      VALUE 'Shipped'.
          05 FILLER              PIC X(12)      VALUE ' Outstanding'.
       01 WS-EXPECTED-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 EXP-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 EXP-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EXP-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EXP-CARRIER-OUT        PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE SPACES.
          05 EXP-SHIPPED-OUT        PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 EXP-OUTSTANDING-OUT    PIC Z,ZZZ,ZZ9  VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 700-PrintSchedule.
           PERFORM 720-PrintArrivals.
           PERFORM 500-SortRollups.
           PERFORM 740-PrintRollups.
           PERFORM 760-PrintExpected.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-ARRIVAL-TABLE.
           INITIALIZE WS-CARRIER-ROLLUP.
           INITIALIZE WS-SUPPLIER-ROLLUP.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT = ZERO
              DISPLAY 'DOCKSCHD - PROCESS DATE ' PROCESS-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           COMPUTE WS-TOMORROW-INT = WS-TODAY-INT + 1.
           CALL "CEEDATE" USING WS-TOMORROW-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'DOCKSCHD - CEEDATE FAILED FOR THE DAY AFTER '
                 PROCESS-DATE
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DATE-OUT-STR-CEE TO WS-TOMORROW-DATE.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.

      *04/29 One of today's appointments against the dock clock.
       200-MeasureAppointment.
           MOVE AT-PO-NUMBER (WS-APPT-INDEX) TO WS-SEARCH-PO-NUMBER.
           PERFORM 230-FindArrival.
           MOVE AT-CARRIER-CODE (WS-APPT-INDEX) TO WS-ROLL-CARRIER.
           MOVE AT-SUPPLIER-CODE (WS-APPT-INDEX) TO WS-ROLL-SUPPLIER.
           MOVE AT-PLANT-CODE (WS-APPT-INDEX) TO ARR-PLANT-OUT.
           MOVE AT-APPT-TIME (WS-APPT-INDEX) TO ARR-SLOT-OUT.
           MOVE AT-DOOR (WS-APPT-INDEX) TO ARR-DOOR-OUT.
           ADD 1 TO WS-BOOKED-TODAY-CTR.
           IF WS-AR-FOUND-IDX = ZERO
              MOVE 'M' TO WS-FINDING
              MOVE SPACES TO ARR-ARRIVED-OUT
           ELSE
              MOVE 'Y' TO WS-AR-BOOKED-FLAG (WS-AR-FOUND-IDX)
              MOVE WS-AR-FIRST-TIME (WS-AR-FOUND-IDX)
                 TO ARR-ARRIVED-OUT
              MOVE AT-APPT-TIME (WS-APPT-INDEX) TO WS-CLOCK-WORK
              COMPUTE WS-SLOT-MINUTES =
                 WS-CLOCK-WORK-HH * 60 + WS-CLOCK-WORK-MM
                 + WS-GRACE-MINUTES
              MOVE WS-AR-FIRST-TIME (WS-AR-FOUND-IDX)
                 TO WS-CLOCK-WORK
              COMPUTE WS-ARRIVAL-MINUTES =
                 WS-CLOCK-WORK-HH * 60 + WS-CLOCK-WORK-MM
              IF WS-ARRIVAL-MINUTES > WS-SLOT-MINUTES
                 MOVE 'L' TO WS-FINDING
              ELSE
                 MOVE 'O' TO WS-FINDING
              END-IF
           END-IF.
           PERFORM 250-WriteArrivalLine.

      *04/29 A truck that came in today with nobody expecting it.
      * Only plants that take appointments count - a plant with no
      * DOCKCAP row still runs first come, first served.
       210-MeasureUnbooked.
           IF WS-AR-BOOKED (WS-AR-IDX)
              GO TO 210-MeasureUnbooked-Exit
           END-IF.
           MOVE WS-AR-PO-NUMBER (WS-AR-IDX) TO WS-SEARCH-PO-NUMBER.
           PERFORM 240-FindOrder.
           IF WS-OR-FOUND-IDX = ZERO
              GO TO 210-MeasureUnbooked-Exit
           END-IF.
           MOVE WS-OR-PLANT (WS-OR-FOUND-IDX) TO WS-SEARCH-PLANT.
           PERFORM 260-FindCapacity.
           IF WS-DOCK-FOUND-IDX = ZERO
              GO TO 210-MeasureUnbooked-Exit
           END-IF.
           PERFORM 245-FindNotice.
           IF WS-ASN-FOUND-IDX = ZERO
              MOVE 'NONE' TO WS-ROLL-CARRIER
           ELSE
              MOVE WS-ASN-CARRIER (WS-ASN-FOUND-IDX)
                 TO WS-ROLL-CARRIER
           END-IF.
           MOVE WS-OR-SUPPLIER (WS-OR-FOUND-IDX) TO WS-ROLL-SUPPLIER.
           MOVE WS-OR-PLANT (WS-OR-FOUND-IDX) TO ARR-PLANT-OUT.
           MOVE SPACES TO ARR-SLOT-OUT.
           MOVE SPACES TO ARR-DOOR-OUT.
           MOVE WS-AR-FIRST-TIME (WS-AR-IDX) TO ARR-ARRIVED-OUT.
           MOVE 'U' TO WS-FINDING.
           PERFORM 250-WriteArrivalLine.
       210-MeasureUnbooked-Exit.
           EXIT.

       230-FindArrival.
           MOVE ZERO TO WS-AR-FOUND-IDX.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
              UNTIL WS-AR-IDX > WS-AR-MAX
                 OR WS-AR-FOUND-IDX > ZERO
                 IF WS-AR-PO-NUMBER (WS-AR-IDX) = WS-SEARCH-PO-NUMBER
                    MOVE WS-AR-IDX TO WS-AR-FOUND-IDX
                 END-IF
           END-PERFORM.

       240-FindOrder.
           MOVE ZERO TO WS-OR-FOUND-IDX.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-OR-MAX
                 OR WS-OR-FOUND-IDX > ZERO
                 IF WS-OR-PO-NUMBER (WS-OR-IDX) = WS-SEARCH-PO-NUMBER
                    MOVE WS-OR-IDX TO WS-OR-FOUND-IDX
                 END-IF
           END-PERFORM.

      * The latest notice for the order wins.
       245-FindNotice.
           MOVE ZERO TO WS-ASN-FOUND-IDX.
           PERFORM VARYING WS-ASN-SCAN-IDX FROM 1 BY 1
              UNTIL WS-ASN-SCAN-IDX > WS-ASN-MAX
                 IF WS-ASN-PO-NUMBER (WS-ASN-SCAN-IDX)
                       = WS-SEARCH-PO-NUMBER
                    IF WS-ASN-FOUND-IDX = ZERO
                       MOVE WS-ASN-SCAN-IDX TO WS-ASN-FOUND-IDX
                    ELSE
                       IF WS-ASN-SHIP-DATE (WS-ASN-SCAN-IDX) >
                             WS-ASN-SHIP-DATE (WS-ASN-FOUND-IDX)
                          MOVE WS-ASN-SCAN-IDX TO WS-ASN-FOUND-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.

      *04/29 Print the finding and count it against the carrier and
      * the supplier.
       250-WriteArrivalLine.
           MOVE WS-SEARCH-PO-NUMBER TO ARR-PO-OUT.
           MOVE WS-ROLL-CARRIER TO ARR-CARRIER-OUT.
           MOVE WS-ROLL-SUPPLIER TO ARR-SUPPLIER-OUT.
           EVALUATE TRUE
              WHEN FINDING-ON-TIME
                 MOVE 'ON TIME' TO ARR-FINDING-OUT
                 ADD 1 TO WS-ON-TIME-CTR
              WHEN FINDING-LATE
                 MOVE 'LATE' TO ARR-FINDING-OUT
                 ADD 1 TO WS-LATE-CTR
              WHEN FINDING-MISSED
                 MOVE 'MISSED' TO ARR-FINDING-OUT
                 ADD 1 TO WS-MISSED-CTR
              WHEN FINDING-UNBOOKED
                 MOVE 'NO APPOINTMENT' TO ARR-FINDING-OUT
                 ADD 1 TO WS-UNBOOKED-CTR
           END-EVALUATE.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-ARRIVAL-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           WRITE PRINT-REC FROM WS-ARRIVAL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 255-RollCarrier.
           PERFORM 257-RollSupplier.

       255-RollCarrier.
           MOVE ZERO TO WS-CS-FOUND-IDX.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
              UNTIL WS-CS-IDX > WS-CS-MAX
                 OR WS-CS-FOUND-IDX > ZERO
                 IF WS-CS-KEY (WS-CS-IDX) = WS-ROLL-CARRIER
                    MOVE WS-CS-IDX TO WS-CS-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-CS-FOUND-IDX = ZERO
              IF WS-CS-MAX >= 200
                 DISPLAY 'DOCKSCHD - CARRIER ROLLUP FULL AT 200 '
                    'ROWS - RAISE OCCURS IN DOCKSCHD'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CS-MAX
              MOVE WS-CS-MAX TO WS-CS-FOUND-IDX
              MOVE WS-ROLL-CARRIER TO WS-CS-KEY (WS-CS-FOUND-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN FINDING-ON-TIME
                 ADD 1 TO WS-CS-BOOKED (WS-CS-FOUND-IDX)
                 ADD 1 TO WS-CS-ON-TIME (WS-CS-FOUND-IDX)
              WHEN FINDING-LATE
                 ADD 1 TO WS-CS-BOOKED (WS-CS-FOUND-IDX)
                 ADD 1 TO WS-CS-LATE (WS-CS-FOUND-IDX)
              WHEN FINDING-MISSED
                 ADD 1 TO WS-CS-BOOKED (WS-CS-FOUND-IDX)
                 ADD 1 TO WS-CS-MISSED (WS-CS-FOUND-IDX)
              WHEN FINDING-UNBOOKED
                 ADD 1 TO WS-CS-UNBOOKED (WS-CS-FOUND-IDX)
           END-EVALUATE.

       257-RollSupplier.
           MOVE ZERO TO WS-SS-FOUND-IDX.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
              UNTIL WS-SS-IDX > WS-SS-MAX
                 OR WS-SS-FOUND-IDX > ZERO
                 IF WS-SS-KEY (WS-SS-IDX) = WS-ROLL-SUPPLIER
                    MOVE WS-SS-IDX TO WS-SS-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-SS-FOUND-IDX = ZERO
              IF WS-SS-MAX >= 2000
                 DISPLAY 'DOCKSCHD - SUPPLIER ROLLUP FULL AT 2000 '
                    'ROWS - RAISE OCCURS IN DOCKSCHD'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-SS-MAX
              MOVE WS-SS-MAX TO WS-SS-FOUND-IDX
              MOVE WS-ROLL-SUPPLIER TO WS-SS-KEY (WS-SS-FOUND-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN FINDING-ON-TIME
                 ADD 1 TO WS-SS-BOOKED (WS-SS-FOUND-IDX)
                 ADD 1 TO WS-SS-ON-TIME (WS-SS-FOUND-IDX)
              WHEN FINDING-LATE
                 ADD 1 TO WS-SS-BOOKED (WS-SS-FOUND-IDX)
                 ADD 1 TO WS-SS-LATE (WS-SS-FOUND-IDX)
              WHEN FINDING-MISSED
                 ADD 1 TO WS-SS-BOOKED (WS-SS-FOUND-IDX)
                 ADD 1 TO WS-SS-MISSED (WS-SS-FOUND-IDX)
              WHEN FINDING-UNBOOKED
                 ADD 1 TO WS-SS-UNBOOKED (WS-SS-FOUND-IDX)
           END-EVALUATE.

       260-FindCapacity.
           MOVE ZERO TO WS-DOCK-FOUND-IDX.
           PERFORM VARYING WS-DOCK-INDEX FROM 1 BY 1
              UNTIL WS-DOCK-INDEX > DOCK-CAPACITY-MAX
                 OR WS-DOCK-FOUND-IDX > ZERO
                 IF DK-PLANT-CODE (WS-DOCK-INDEX) = WS-SEARCH-PLANT
                    MOVE WS-DOCK-INDEX TO WS-DOCK-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/29 An order is expected but unbooked when its latest
      * notice puts it at the dock by tomorrow, something is still
      * to come, it did not arrive today and nothing is booked for
      * it from tomorrow on.
       270-CheckExpected.
           MOVE WS-ASN-PO-NUMBER (WS-ASN-IDX) TO WS-SEARCH-PO-NUMBER.
           PERFORM 245-FindNotice.
           IF WS-ASN-FOUND-IDX NOT = WS-ASN-IDX
              GO TO 270-CheckExpected-Exit
           END-IF.
           MOVE WS-ASN-SHIP-DATE (WS-ASN-IDX) TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT = ZERO
              GO TO 270-CheckExpected-Exit
           END-IF.
           COMPUTE WS-DUE-INT = WS-DAY-INT + WS-TRANSIT-DAYS.
           IF WS-DUE-INT > WS-TOMORROW-INT
              GO TO 270-CheckExpected-Exit
           END-IF.
           PERFORM 240-FindOrder.
           IF WS-OR-FOUND-IDX = ZERO
              GO TO 270-CheckExpected-Exit
           END-IF.
           IF WS-OR-OUTSTANDING (WS-OR-FOUND-IDX) NOT > ZERO
              GO TO 270-CheckExpected-Exit
           END-IF.
           MOVE WS-OR-PLANT (WS-OR-FOUND-IDX) TO WS-SEARCH-PLANT.
           PERFORM 260-FindCapacity.
           IF WS-DOCK-FOUND-IDX = ZERO
              GO TO 270-CheckExpected-Exit
           END-IF.
           PERFORM 230-FindArrival.
           IF WS-AR-FOUND-IDX > ZERO
              GO TO 270-CheckExpected-Exit
           END-IF.
           MOVE 'N' TO WS-LATER-APPT-FLAG.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPOINTMENT-MAX
                 OR LATER-APPT-BOOKED
                 IF AT-PO-NUMBER (WS-WORK-IDX) = WS-SEARCH-PO-NUMBER
                    AND AT-APPT-DATE (WS-WORK-IDX)
                       NOT < WS-TOMORROW-DATE
                    MOVE 'Y' TO WS-LATER-APPT-FLAG
                 END-IF
           END-PERFORM.
           IF LATER-APPT-BOOKED
              GO TO 270-CheckExpected-Exit
           END-IF.
           PERFORM 780-Write-Expected-Line.
       270-CheckExpected-Exit.
           EXIT.

       300-Open-Files.
           OPEN INPUT DOCKAPPT.
           IF DOCKAPPT-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-DOCKAPPT-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input DOCKAPPT'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-APPT-INDEX
                 PERFORM 310-ReadNextAppointment UNTIL DOCKAPPT-EOF
                 COMPUTE APPOINTMENT-MAX = WS-APPT-INDEX - 1
                 CLOSE DOCKAPPT
              END-IF
           END-IF.

           OPEN INPUT DOCKCAP.
           IF IN-DOCKCAP-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input DOCKCAP'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-DOCK-INDEX
                PERFORM 320-ReadNextDock UNTIL DOCKCAP-EOF
                COMPUTE DOCK-CAPACITY-MAX = WS-DOCK-INDEX - 1
                CLOSE DOCKCAP
           END-IF.

           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 330-LoadOrder UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.

           OPEN INPUT ASNIN.
           IF IN-ASNIN-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input ASNIN'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 340-LoadNotice UNTIL ASNIN-EOF
                CLOSE ASNIN
           END-IF.

           OPEN INPUT RECEIPTS.
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 350-TakeReceipt
                   THRU 350-TakeReceipt-Exit
                   UNTIL RECEIPTS-EOF
                CLOSE RECEIPTS
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-ReadNextAppointment.
           IF WS-APPT-INDEX > 5000
              DISPLAY 'DOCKSCHD - APPOINTMENT TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN APPTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ DOCKAPPT INTO APPOINTMENT-LIST(WS-APPT-INDEX)
              AT END
                 MOVE 'Y' TO DOCKAPPT-EOF-WS
           END-READ.
           IF NOT DOCKAPPT-EOF
              ADD 1 TO WS-APPT-INDEX
           END-IF.

       320-ReadNextDock.
           READ DOCKCAP
              AT END
                 MOVE 'Y' TO DOCKCAP-EOF-WS
           END-READ.
           IF NOT DOCKCAP-EOF
              IF WS-DOCK-INDEX > 10
                 DISPLAY 'DOCKSCHD - DOCK CAPACITY TABLE FULL AT 10 '
                    'ROWS - RAISE OCCURS IN DOCKTAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE DOCKCAP-REC TO DOCK-CAPACITY-LIST (WS-DOCK-INDEX)
              ADD 1 TO WS-DOCK-INDEX
           END-IF.

       330-LoadOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-OR-MAX >= 20000
                 DISPLAY 'DOCKSCHD - ORDER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN DOCKSCHD'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OR-MAX
              MOVE OP-PO-NUMBER TO WS-OR-PO-NUMBER (WS-OR-MAX)
              MOVE OP-SHIP-TO-PLANT TO WS-OR-PLANT (WS-OR-MAX)
              MOVE OP-SUPPLIER-CODE TO WS-OR-SUPPLIER (WS-OR-MAX)
              MOVE OP-QTY-OUTSTANDING
                 TO WS-OR-OUTSTANDING (WS-OR-MAX)
           END-IF.

       340-LoadNotice.
           READ ASNIN
              AT END
                 MOVE 'Y' TO ASNIN-EOF-WS
           END-READ.
           IF NOT ASNIN-EOF
              IF WS-ASN-MAX >= 10000
                 DISPLAY 'DOCKSCHD - ASN TABLE FULL AT 10000 '
                    'ROWS - RAISE OCCURS IN DOCKSCHD'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ASN-MAX
              MOVE ASN-PO-NUMBER TO WS-ASN-PO-NUMBER (WS-ASN-MAX)
              MOVE ASN-SHIP-DATE TO WS-ASN-SHIP-DATE (WS-ASN-MAX)
              MOVE ASN-CARRIER TO WS-ASN-CARRIER (WS-ASN-MAX)
           END-IF.

      *04/29 Today's supplier receipts only, the earliest clock time
      * per order - transfers come in on our own trucks.
       350-TakeReceipt.
           READ RECEIPTS
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.
           IF RECEIPTS-EOF
              GO TO 350-TakeReceipt-Exit
           END-IF.
           ADD 1 TO WS-IN-RECEIPTS-CTR.
           IF RCPT-RECEIPT-DATE NOT = PROCESS-DATE
              GO TO 350-TakeReceipt-Exit
           END-IF.
           IF RCPT-PO-NUMBER (1:1) = 'T'
              AND RCPT-PO-NUMBER (2:5) IS NUMERIC
              GO TO 350-TakeReceipt-Exit
           END-IF.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 230-FindArrival.
           IF WS-AR-FOUND-IDX > ZERO
              IF RCPT-RECEIPT-TIME < WS-AR-FIRST-TIME (WS-AR-FOUND-IDX)
                 MOVE RCPT-RECEIPT-TIME
                    TO WS-AR-FIRST-TIME (WS-AR-FOUND-IDX)
              END-IF
              GO TO 350-TakeReceipt-Exit
           END-IF.
           IF WS-AR-MAX >= 5000
              DISPLAY 'DOCKSCHD - ARRIVAL TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN DOCKSCHD'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-AR-MAX.
           MOVE RCPT-PO-NUMBER TO WS-AR-PO-NUMBER (WS-AR-MAX).
           MOVE RCPT-RECEIPT-TIME TO WS-AR-FIRST-TIME (WS-AR-MAX).
           MOVE 'N' TO WS-AR-BOOKED-FLAG (WS-AR-MAX).
       350-TakeReceipt-Exit.
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

      *04/29 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'DOCKGRCE' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-GRACE-MINUTES
           END-IF.
           MOVE 'DOCKTRNS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-TRANSIT-DAYS
           END-IF.

      *04/29 Rollups print in carrier and supplier order.
       500-SortRollups.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-CS-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-CS-MAX
                 IF WS-CS-KEY (WS-SORT-J) > WS-CS-KEY (WS-SORT-J + 1)
                    MOVE WS-CS-ENTRY (WS-SORT-J) TO WS-ROLLUP-SWAP
                    MOVE WS-CS-ENTRY (WS-SORT-J + 1)
                       TO WS-CS-ENTRY (WS-SORT-J)
                    MOVE WS-ROLLUP-SWAP TO WS-CS-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-SS-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-SS-MAX
                 IF WS-SS-KEY (WS-SORT-J) > WS-SS-KEY (WS-SORT-J + 1)
                    MOVE WS-SS-ENTRY (WS-SORT-J) TO WS-ROLLUP-SWAP
                    MOVE WS-SS-ENTRY (WS-SORT-J + 1)
                       TO WS-SS-ENTRY (WS-SORT-J)
                    MOVE WS-ROLLUP-SWAP TO WS-SS-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *04/29 Lilian day number for the date in WS-DATE-IN-STR-CEE -
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

      *04/29 Tomorrow's trucks for each plant's receiving crew. DOCKMNT
      * stages the book in plant, day, slot and door order.
       700-PrintSchedule.
           PERFORM 800-NEW-PAGE.
           MOVE 'DOCK SCHEDULE FOR ' TO WS-SECTION-TITLE.
           MOVE WS-TOMORROW-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-SCHEDULE-HEADER.
           ADD 1 TO WS-LINE-KTR.
           MOVE SPACES TO WS-PREV-PLANT.
           PERFORM VARYING WS-APPT-INDEX FROM 1 BY 1
              UNTIL WS-APPT-INDEX > APPOINTMENT-MAX
                 IF AT-APPT-DATE (WS-APPT-INDEX) = WS-TOMORROW-DATE
                    AND AT-PO-NUMBER (WS-APPT-INDEX) NOT = SPACES
                    PERFORM 710-Write-Schedule-Line
                 END-IF
           END-PERFORM.

       710-Write-Schedule-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-SCHEDULE-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           IF AT-PLANT-CODE (WS-APPT-INDEX) NOT = WS-PREV-PLANT
              AND WS-PREV-PLANT NOT = SPACES
              WRITE PRINT-REC FROM WS-BLANK-LINE
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE AT-PLANT-CODE (WS-APPT-INDEX) TO WS-PREV-PLANT.
           MOVE AT-PLANT-CODE (WS-APPT-INDEX) TO SCH-PLANT-OUT.
           MOVE AT-APPT-TIME (WS-APPT-INDEX) TO SCH-TIME-OUT.
           MOVE AT-DOOR (WS-APPT-INDEX) TO SCH-DOOR-OUT.
           MOVE AT-PO-NUMBER (WS-APPT-INDEX) TO SCH-PO-OUT.
           MOVE AT-CARRIER-CODE (WS-APPT-INDEX) TO SCH-CARRIER-OUT.
           MOVE AT-SUPPLIER-CODE (WS-APPT-INDEX) TO SCH-SUPPLIER-OUT.
           IF AT-BOOKED-ON-ASN (WS-APPT-INDEX)
              MOVE 'YES' TO SCH-ASN-OUT
           ELSE
              MOVE 'NO ' TO SCH-ASN-OUT
           END-IF.
           MOVE AT-BOOKED-BY (WS-APPT-INDEX) TO SCH-BOOKED-BY-OUT.
           WRITE PRINT-REC FROM WS-SCHEDULE-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-SCHEDULED-CTR.

      *04/29 Today's booked trucks, then the trucks nobody booked.
       720-PrintArrivals.
           PERFORM 800-NEW-PAGE.
           MOVE 'ARRIVAL COMPLIANCE FOR ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-ARRIVAL-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-APPT-INDEX FROM 1 BY 1
              UNTIL WS-APPT-INDEX > APPOINTMENT-MAX
                 IF AT-APPT-DATE (WS-APPT-INDEX) = PROCESS-DATE
                    AND AT-PO-NUMBER (WS-APPT-INDEX) NOT = SPACES
                    PERFORM 200-MeasureAppointment
                 END-IF
           END-PERFORM.
           PERFORM 210-MeasureUnbooked
              THRU 210-MeasureUnbooked-Exit
              VARYING WS-AR-IDX FROM 1 BY 1
              UNTIL WS-AR-IDX > WS-AR-MAX.

       740-PrintRollups.
           PERFORM 800-NEW-PAGE.
           MOVE 'ARRIVALS BY CARRIER FOR ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE 'Carrier' TO WS-ROLLUP-KEY-HEAD.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-ROLLUP-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
              UNTIL WS-CS-IDX > WS-CS-MAX
                 MOVE WS-CS-KEY (WS-CS-IDX) TO RLL-KEY-OUT
                 MOVE WS-CS-BOOKED (WS-CS-IDX) TO RLL-BOOKED-OUT
                 MOVE WS-CS-ON-TIME (WS-CS-IDX) TO RLL-ON-TIME-OUT
                 MOVE WS-CS-LATE (WS-CS-IDX) TO RLL-LATE-OUT
                 MOVE WS-CS-MISSED (WS-CS-IDX) TO RLL-MISSED-OUT
                 MOVE WS-CS-UNBOOKED (WS-CS-IDX) TO RLL-UNBOOKED-OUT
                 PERFORM 750-Write-Rollup-Line
           END-PERFORM.
           PERFORM 800-NEW-PAGE.
           MOVE 'ARRIVALS BY SUPPLIER FOR ' TO WS-SECTION-TITLE.
           MOVE 'Supplier' TO WS-ROLLUP-KEY-HEAD.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-ROLLUP-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
              UNTIL WS-SS-IDX > WS-SS-MAX
                 MOVE WS-SS-KEY (WS-SS-IDX) TO RLL-KEY-OUT
                 MOVE WS-SS-BOOKED (WS-SS-IDX) TO RLL-BOOKED-OUT
                 MOVE WS-SS-ON-TIME (WS-SS-IDX) TO RLL-ON-TIME-OUT
                 MOVE WS-SS-LATE (WS-SS-IDX) TO RLL-LATE-OUT
                 MOVE WS-SS-MISSED (WS-SS-IDX) TO RLL-MISSED-OUT
                 MOVE WS-SS-UNBOOKED (WS-SS-IDX) TO RLL-UNBOOKED-OUT
                 PERFORM 750-Write-Rollup-Line
           END-PERFORM.

       750-Write-Rollup-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-ROLLUP-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           WRITE PRINT-REC FROM WS-ROLLUP-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       760-PrintExpected.
           PERFORM 800-NEW-PAGE.
           MOVE 'EXPECTED BUT NOT BOOKED FOR ' TO WS-SECTION-TITLE.
           MOVE WS-TOMORROW-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-EXPECTED-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 270-CheckExpected
              THRU 270-CheckExpected-Exit
              VARYING WS-ASN-IDX FROM 1 BY 1
              UNTIL WS-ASN-IDX > WS-ASN-MAX.

       780-Write-Expected-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-EXPECTED-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE WS-OR-PLANT (WS-OR-FOUND-IDX) TO EXP-PLANT-OUT.
           MOVE WS-SEARCH-PO-NUMBER TO EXP-PO-OUT.
           MOVE WS-OR-SUPPLIER (WS-OR-FOUND-IDX) TO EXP-SUPPLIER-OUT.
           MOVE WS-ASN-CARRIER (WS-ASN-IDX) TO EXP-CARRIER-OUT.
           MOVE WS-ASN-SHIP-DATE (WS-ASN-IDX) TO EXP-SHIPPED-OUT.
           MOVE WS-OR-OUTSTANDING (WS-OR-FOUND-IDX)
              TO EXP-OUTSTANDING-OUT.
           WRITE PRINT-REC FROM WS-EXPECTED-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-EXPECTED-CTR.

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
           MOVE 'APPOINTMENTS ON THE BOOK' TO WS-SUMMARY-LABEL.
           MOVE APPOINTMENT-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SCHEDULED FOR TOMORROW' TO WS-SUMMARY-LABEL.
           MOVE WS-SCHEDULED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPT ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BOOKED FOR TODAY' TO WS-SUMMARY-LABEL.
           MOVE WS-BOOKED-TODAY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ON TIME' TO WS-SUMMARY-LABEL.
           MOVE WS-ON-TIME-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  LATE' TO WS-SUMMARY-LABEL.
           MOVE WS-LATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  MISSED' TO WS-SUMMARY-LABEL.
           MOVE WS-MISSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ARRIVED WITH NO APPOINTMENT' TO WS-SUMMARY-LABEL.
           MOVE WS-UNBOOKED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EXPECTED BUT NOT BOOKED' TO WS-SUMMARY-LABEL.
           MOVE WS-EXPECTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
