       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/29 Dock appointment book. Every plant's dock was first
      * come first served and trucks queued into the street on a
      * Monday. Console-driven like BINMNT: signs the operator on
      * against OPERMST - a buyer, or the dock clerk taking a
      * carrier's call - loads the DOCKAPPT appointment book, and
      * prompts for a purchase order, which must be on the OPENPO
      * status file with a balance still to come. The order's plant,
      * supplier and any advance-ship notice on ASNIN are shown with
      * the order's appointments; a truck is booked into a slot of
      * the plant's dock or an appointment cancelled. A slot must
      * fall inside the plant's DOCKCAP hours on one of its slot
      * boundaries, and is refused once every door is taken - the
      * first free door is given. The carrier defaults to the one on
      * the notice and must be on CARRIERS. Days already gone drop
      * off when the book is staged to DOCKAPTO for promotion, the
      * SUPPMNT pattern. DOCKSCHD prints each plant's schedule off
      * the promoted book.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dock appointment book - see APPTTAB.
           SELECT DOCKAPPT ASSIGN TO DOCKAPPT
           FILE STATUS IS IN-DOCKAPPT-KEY.

           SELECT DOCKAPPTO ASSIGN TO DOCKAPTO
           FILE STATUS IS OUT-DOCKAPPTO-KEY.

      * Dock capacity per plant - see DOCKTAB.
           SELECT DOCKCAP ASSIGN TO DOCKCAP
           FILE STATUS IS IN-DOCKCAP-KEY.

      * Open purchase-order status file, as POMATCH writes it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Advance-ship notices from the EDI channel
           SELECT ASNIN ASSIGN TO ASNIN
           FILE STATUS IS IN-ASNIN-KEY.

      * Carrier master - see CARRTAB.
           SELECT CARRIERS ASSIGN TO CARRIERS
           FILE STATUS IS IN-CARRIERS-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCKAPPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKAPPT-REC.
       01  DOCKAPPT-REC     PIC X(63).

       FD  DOCKAPPTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKAPPTO-REC.
       01  DOCKAPPTO-REC    PIC X(63).

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

       FD  CARRIERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIERS-REC.
       01  CARRIERS-REC     PIC X(27).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY APPTTAB. *> Dock appointment book
           COPY DOCKTAB. *> Dock capacity per plant
           COPY CARRTAB. *> Carrier master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-DOCKAPPT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no appointment book yet - start empty.
                88 DOCKAPPT-NOT-FOUND       VALUE '35'.
           05 OUT-DOCKAPPTO-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-DOCKCAP-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ASNIN-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-CARRIERS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
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
           05 CARRIERS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CARRIERS-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

      *04/29 The open orders a truck can be booked against.
       01 WS-ORDER-TABLE.
           05 WS-OR-ENTRY OCCURS 20000 TIMES.
              10 WS-OR-PO-NUMBER          PIC X(06).
              10 WS-OR-PLANT              PIC X(03).
              10 WS-OR-SUPPLIER           PIC X(10).
              10 WS-OR-OUTSTANDING        PIC S9(8) COMP.
       01 WS-OR-MAX                        PIC 9(05) VALUE ZERO.
       01 WS-OR-IDX                        PIC 9(05) VALUE 1.
       01 WS-OR-FOUND-IDX                  PIC 9(05) VALUE ZERO.

      *04/29 Advance-ship notices on file, for the booking prompt.
       01 WS-ASN-TABLE.
           05 WS-ASN-ENTRY OCCURS 10000 TIMES.
              10 WS-ASN-PO-NUMBER         PIC X(06).
              10 WS-ASN-SHIP-DATE         PIC 9(08).
              10 WS-ASN-CARRIER           PIC X(04).
       01 WS-ASN-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-ASN-IDX                       PIC 9(05) VALUE 1.
       01 WS-ASN-FOUND-IDX                 PIC 9(05) VALUE ZERO.

       01 WS-APPT-INDEX                    PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-APPT-FOUND-IDX                PIC 9(5) VALUE ZERO.
       01 WS-APPT-LISTED-CTR               PIC 9(3) VALUE ZERO.
       01 WS-DOCK-INDEX                    PIC 9(4) VALUE 1.
       01 WS-DOCK-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-CARRIER-INDEX                 PIC 9(4) VALUE 1.
       01 WS-CARRIER-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-DOOR-IDX                      PIC 9(2) VALUE ZERO.
       01 WS-FREE-DOOR                     PIC 9(2) VALUE ZERO.
       01 WS-DOOR-TAKEN-FLAG               PIC X(01) VALUE 'N'.
           88 DOOR-TAKEN                           VALUE 'Y'.
       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.

       01 WS-SEARCH-PO-NUMBER              PIC X(06) VALUE SPACES.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-WORK-CARRIER                  PIC X(04) VALUE SPACES.
       01 WS-WORK-DATE                     PIC X(08) VALUE SPACES.
       01 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                           PIC 9(08).
      *04/29 Slot time keyed HHMM, hours and minutes apart.
       01 WS-WORK-TIME.
           05 WS-WORK-HH                   PIC X(02) VALUE SPACES.
           05 WS-WORK-MM                   PIC X(02) VALUE SPACES.
       01 WS-WORK-TIME-NUM REDEFINES WS-WORK-TIME
                                           PIC 9(04).
       01 WS-WORK-HH-NUM                   PIC 9(02) VALUE ZERO.
       01 WS-WORK-MM-NUM                   PIC 9(02) VALUE ZERO.
       01 WS-ENTRY-OK-FLAG                 PIC X(01) VALUE 'N'.
           88 ENTRY-OK                             VALUE 'Y'.

      *04/29 Slot arithmetic in minutes from midnight.
       01 WS-SLOT-MINUTES                  PIC 9(03) VALUE ZERO.
       01 WS-TIME-MINUTES                  PIC 9(04) VALUE ZERO.
       01 WS-OPEN-MINUTES                  PIC 9(04) VALUE ZERO.
       01 WS-CLOSE-MINUTES                 PIC 9(04) VALUE ZERO.
       01 WS-SLOT-QUOTIENT                 PIC 9(04) VALUE ZERO.
       01 WS-SLOT-REMAINDER                PIC 9(04) VALUE ZERO.
       01 WS-CLOCK-WORK                    PIC 9(04) VALUE ZERO.
       01 WS-CLOCK-WORK-X REDEFINES WS-CLOCK-WORK.
           05 WS-CLOCK-WORK-HH             PIC 9(02).
           05 WS-CLOCK-WORK-MM             PIC 9(02).

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

       01 WS-SORT-I                        PIC 9(05) VALUE ZERO.
       01 WS-SORT-J                        PIC 9(05) VALUE ZERO.
       01 WS-APPT-SWAP                     PIC X(63) VALUE SPACES.

      *04/29 Sign-on state - a booking takes a dock door, update
      * authority required.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-BOOKED-CTR                    PIC 9(05) VALUE ZERO.
       01 WS-CANCELLED-CTR                 PIC 9(05) VALUE ZERO.
       01 WS-PAST-DROPPED-CTR              PIC 9(05) VALUE ZERO.
       01 WS-ROWS-WRITTEN-CTR              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-MAINTAINING.
           PERFORM 510-SortBook
              THRU 510-SortBook-Exit.
           PERFORM 500-WriteStaged.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'DOCK APPOINTMENT BOOK'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'APPOINTMENTS ON FILE: ' APPOINTMENT-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'DOCKMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR DOCKMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

      *04/29 A truck is booked against an order still due in - an
      * order off OPENPO or one already filled has nothing to bring.
       100-Main2.
           DISPLAY 'ENTER PO NUMBER (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-PO-NUMBER.
           IF WS-SEARCH-PO-NUMBER = SPACES
              OR WS-SEARCH-PO-NUMBER = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 240-FindOrder
              IF WS-OR-FOUND-IDX = ZERO
                 DISPLAY 'PO NOT ON OPENPO: ' WS-SEARCH-PO-NUMBER
              ELSE
                 IF WS-OR-OUTSTANDING (WS-OR-FOUND-IDX) NOT > ZERO
                    DISPLAY 'NOTHING OUTSTANDING ON PO '
                       WS-SEARCH-PO-NUMBER
                 ELSE
                    PERFORM 200-ShowOrder
                    PERFORM 210-CaptureAction
                 END-IF
              END-IF
           END-IF.

       200-ShowOrder.
           DISPLAY '  PLANT     : ' WS-OR-PLANT (WS-OR-FOUND-IDX).
           DISPLAY '  SUPPLIER  : ' WS-OR-SUPPLIER (WS-OR-FOUND-IDX).
           PERFORM 245-FindNotice.
           IF WS-ASN-FOUND-IDX = ZERO
              DISPLAY '  ASN       : (NONE ON FILE)'
           ELSE
              DISPLAY '  ASN       : SHIPPED '
                 WS-ASN-SHIP-DATE (WS-ASN-FOUND-IDX) ' CARRIER '
                 WS-ASN-CARRIER (WS-ASN-FOUND-IDX)
           END-IF.
           MOVE ZERO TO WS-APPT-LISTED-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPOINTMENT-MAX
                 IF AT-PO-NUMBER (WS-WORK-IDX) = WS-SEARCH-PO-NUMBER
                    DISPLAY '  BOOKED    : ' AT-APPT-DATE (WS-WORK-IDX)
                       ' AT ' AT-APPT-TIME (WS-WORK-IDX) ' DOOR '
                       AT-DOOR (WS-WORK-IDX) ' CARRIER '
                       AT-CARRIER-CODE (WS-WORK-IDX)
                    ADD 1 TO WS-APPT-LISTED-CTR
                 END-IF
           END-PERFORM.
           IF WS-APPT-LISTED-CTR = ZERO
              DISPLAY '  (NO APPOINTMENT BOOKED)'
           END-IF.

       210-CaptureAction.
           DISPLAY 'ACTION - B=BOOK C=CANCEL (ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'B' WHEN 'b'
                 PERFORM 220-BookAppointment
                    THRU 220-BookAppointment-Exit
              WHEN 'C' WHEN 'c'
                 PERFORM 230-CancelAppointment
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *04/29 The slot must lie inside the plant's dock hours on one
      * of its slot boundaries and still have a door free; one
      * appointment per order per day.
       220-BookAppointment.
           PERFORM 250-FindCapacity.
           IF WS-DOCK-FOUND-IDX = ZERO
              DISPLAY 'PLANT ' WS-OR-PLANT (WS-OR-FOUND-IDX)
                 ' HAS NO DOCKCAP ROW - TAKES NO APPOINTMENTS.'
              GO TO 220-BookAppointment-Exit
           END-IF.
           PERFORM 215-CaptureDate.
           IF NOT ENTRY-OK
              DISPLAY 'NOT A DATE FROM ' PROCESS-DATE
                 ' ON - NOT BOOKED.'
              GO TO 220-BookAppointment-Exit
           END-IF.
           PERFORM 247-FindOrderOnDay.
           IF WS-APPT-FOUND-IDX > ZERO
              DISPLAY 'PO ALREADY BOOKED THAT DAY AT '
                 AT-APPT-TIME (WS-APPT-FOUND-IDX)
                 ' - CANCEL IT FIRST. NOT BOOKED.'
              GO TO 220-BookAppointment-Exit
           END-IF.
           PERFORM 217-CaptureTime.
           IF NOT ENTRY-OK
              DISPLAY 'NOT A TIME OF DAY - NOT BOOKED.'
              GO TO 220-BookAppointment-Exit
           END-IF.
           PERFORM 255-CheckSlot.
           IF NOT ENTRY-OK
              DISPLAY 'DOCK TAKES APPOINTMENTS FROM '
                 DK-OPEN-TIME (WS-DOCK-FOUND-IDX) ' TO '
                 DK-CLOSE-TIME (WS-DOCK-FOUND-IDX) ' EVERY '
                 WS-SLOT-MINUTES ' MINUTES - NOT BOOKED.'
              GO TO 220-BookAppointment-Exit
           END-IF.
           PERFORM 260-FindFreeDoor.
           IF WS-FREE-DOOR = ZERO
              DISPLAY 'SLOT FULL - ALL '
                 DK-DOORS (WS-DOCK-FOUND-IDX)
                 ' DOORS BOOKED. NOT BOOKED.'
              GO TO 220-BookAppointment-Exit
           END-IF.
           PERFORM 219-CaptureCarrier.
           IF WS-CARRIER-FOUND-IDX = ZERO
              DISPLAY 'CARRIER NOT ON CARRIERS: ' WS-WORK-CARRIER
                 ' - NOT BOOKED.'
              GO TO 220-BookAppointment-Exit
           END-IF.
           PERFORM 270-AppendAppointment.
       220-BookAppointment-Exit.
           EXIT.

       215-CaptureDate.
           MOVE 'N' TO WS-ENTRY-OK-FLAG.
           MOVE SPACES TO WS-WORK-DATE.
           DISPLAY 'APPOINTMENT DATE (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-WORK-DATE.
           IF WS-WORK-DATE IS NUMERIC
              AND WS-WORK-DATE-NUM NOT < PROCESS-DATE
              MOVE WS-WORK-DATE TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              IF WS-DAY-INT > ZERO
                 MOVE 'Y' TO WS-ENTRY-OK-FLAG
              END-IF
           END-IF.

       217-CaptureTime.
           MOVE 'N' TO WS-ENTRY-OK-FLAG.
           MOVE SPACES TO WS-WORK-TIME.
           DISPLAY 'SLOT TIME (HHMM): ' WITH NO ADVANCING.
           ACCEPT WS-WORK-TIME.
           IF WS-WORK-TIME IS NUMERIC
              MOVE WS-WORK-HH TO WS-WORK-HH-NUM
              MOVE WS-WORK-MM TO WS-WORK-MM-NUM
              IF WS-WORK-HH-NUM NOT > 23
                 AND WS-WORK-MM-NUM NOT > 59
                 MOVE 'Y' TO WS-ENTRY-OK-FLAG
              END-IF
           END-IF.

      *04/29 Enter takes the carrier off the notice when there is
      * one.
       219-CaptureCarrier.
           MOVE SPACES TO WS-WORK-CARRIER.
           IF WS-ASN-FOUND-IDX > ZERO
              DISPLAY 'CARRIER (ENTER FOR '
                 WS-ASN-CARRIER (WS-ASN-FOUND-IDX) '): '
                 WITH NO ADVANCING
           ELSE
              DISPLAY 'CARRIER: ' WITH NO ADVANCING
           END-IF.
           ACCEPT WS-WORK-CARRIER.
           IF WS-WORK-CARRIER = SPACES
              AND WS-ASN-FOUND-IDX > ZERO
              MOVE WS-ASN-CARRIER (WS-ASN-FOUND-IDX)
                 TO WS-WORK-CARRIER
           END-IF.
           MOVE ZERO TO WS-CARRIER-FOUND-IDX.
           PERFORM VARYING WS-CARRIER-INDEX FROM 1 BY 1
              UNTIL WS-CARRIER-INDEX > CARRIER-MAX
                 OR WS-CARRIER-FOUND-IDX > ZERO
                 IF CR-CARRIER-CODE (WS-CARRIER-INDEX)
                       = WS-WORK-CARRIER
                    AND WS-WORK-CARRIER NOT = SPACES
                    MOVE WS-CARRIER-INDEX TO WS-CARRIER-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/29 Cancelling blanks the row in place; 500-WriteStaged
      * skips blanked rows, so the staged book comes out compact.
       230-CancelAppointment.
           PERFORM 215-CaptureDate.
           IF NOT ENTRY-OK
              DISPLAY 'NOT A DATE FROM ' PROCESS-DATE
                 ' ON - UNCHANGED.'
           ELSE
              PERFORM 247-FindOrderOnDay
              IF WS-APPT-FOUND-IDX = ZERO
                 DISPLAY 'NO APPOINTMENT FOR THIS PO THAT DAY - '
                    'UNCHANGED.'
              ELSE
                 MOVE SPACES TO AT-PO-NUMBER (WS-APPT-FOUND-IDX)
                 ADD 1 TO WS-CANCELLED-CTR
                 DISPLAY 'CANCELLED - DOOR '
                    AT-DOOR (WS-APPT-FOUND-IDX) ' AT '
                    AT-APPT-TIME (WS-APPT-FOUND-IDX) ' IS FREE.'
              END-IF
           END-IF.

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
           PERFORM VARYING WS-ASN-IDX FROM 1 BY 1
              UNTIL WS-ASN-IDX > WS-ASN-MAX
                 IF WS-ASN-PO-NUMBER (WS-ASN-IDX) = WS-SEARCH-PO-NUMBER
                    IF WS-ASN-FOUND-IDX = ZERO
                       MOVE WS-ASN-IDX TO WS-ASN-FOUND-IDX
                    ELSE
                       IF WS-ASN-SHIP-DATE (WS-ASN-IDX) >
                             WS-ASN-SHIP-DATE (WS-ASN-FOUND-IDX)
                          MOVE WS-ASN-IDX TO WS-ASN-FOUND-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.

       247-FindOrderOnDay.
           MOVE ZERO TO WS-APPT-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPOINTMENT-MAX
                 OR WS-APPT-FOUND-IDX > ZERO
                 IF AT-PO-NUMBER (WS-WORK-IDX) = WS-SEARCH-PO-NUMBER
                    AND AT-APPT-DATE (WS-WORK-IDX) = WS-WORK-DATE-NUM
                    MOVE WS-WORK-IDX TO WS-APPT-FOUND-IDX
                 END-IF
           END-PERFORM.

       250-FindCapacity.
           MOVE ZERO TO WS-DOCK-FOUND-IDX.
           PERFORM VARYING WS-DOCK-INDEX FROM 1 BY 1
              UNTIL WS-DOCK-INDEX > DOCK-CAPACITY-MAX
                 OR WS-DOCK-FOUND-IDX > ZERO
                 IF DK-PLANT-CODE (WS-DOCK-INDEX)
                       = WS-OR-PLANT (WS-OR-FOUND-IDX)
                    MOVE WS-DOCK-INDEX TO WS-DOCK-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/29 Slot length is the hour over the slots per hour; the
      * keyed time must be a whole number of slots after opening and
      * start before closing.
       255-CheckSlot.
           MOVE 'N' TO WS-ENTRY-OK-FLAG.
           MOVE 60 TO WS-SLOT-MINUTES.
           IF DK-SLOTS-PER-HOUR (WS-DOCK-FOUND-IDX) > ZERO
              DIVIDE 60 BY DK-SLOTS-PER-HOUR (WS-DOCK-FOUND-IDX)
                 GIVING WS-SLOT-MINUTES
           END-IF.
           COMPUTE WS-TIME-MINUTES =
              WS-WORK-HH-NUM * 60 + WS-WORK-MM-NUM.
           MOVE DK-OPEN-TIME (WS-DOCK-FOUND-IDX) TO WS-CLOCK-WORK.
           COMPUTE WS-OPEN-MINUTES =
              WS-CLOCK-WORK-HH * 60 + WS-CLOCK-WORK-MM.
           MOVE DK-CLOSE-TIME (WS-DOCK-FOUND-IDX) TO WS-CLOCK-WORK.
           COMPUTE WS-CLOSE-MINUTES =
              WS-CLOCK-WORK-HH * 60 + WS-CLOCK-WORK-MM.
           IF WS-TIME-MINUTES NOT < WS-OPEN-MINUTES
              AND WS-TIME-MINUTES < WS-CLOSE-MINUTES
              SUBTRACT WS-OPEN-MINUTES FROM WS-TIME-MINUTES
              DIVIDE WS-SLOT-MINUTES INTO WS-TIME-MINUTES
                 GIVING WS-SLOT-QUOTIENT
                 REMAINDER WS-SLOT-REMAINDER
              IF WS-SLOT-REMAINDER = ZERO
                 MOVE 'Y' TO WS-ENTRY-OK-FLAG
              END-IF
           END-IF.

       260-FindFreeDoor.
           MOVE ZERO TO WS-FREE-DOOR.
           PERFORM VARYING WS-DOOR-IDX FROM 1 BY 1
              UNTIL WS-DOOR-IDX > DK-DOORS (WS-DOCK-FOUND-IDX)
                 OR WS-FREE-DOOR > ZERO
                 PERFORM 265-CheckDoor
                 IF NOT DOOR-TAKEN
                    MOVE WS-DOOR-IDX TO WS-FREE-DOOR
                 END-IF
           END-PERFORM.

       265-CheckDoor.
           MOVE 'N' TO WS-DOOR-TAKEN-FLAG.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPOINTMENT-MAX
                 OR DOOR-TAKEN
                 IF AT-PO-NUMBER (WS-WORK-IDX) NOT = SPACES
                    AND AT-PLANT-CODE (WS-WORK-IDX)
                       = WS-OR-PLANT (WS-OR-FOUND-IDX)
                    AND AT-APPT-DATE (WS-WORK-IDX) = WS-WORK-DATE-NUM
                    AND AT-APPT-TIME (WS-WORK-IDX) = WS-WORK-TIME-NUM
                    AND AT-DOOR (WS-WORK-IDX) = WS-DOOR-IDX
                    MOVE 'Y' TO WS-DOOR-TAKEN-FLAG
                 END-IF
           END-PERFORM.

       270-AppendAppointment.
           IF APPOINTMENT-MAX >= 5000
              DISPLAY 'DOCKMNT - APPOINTMENT TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN APPTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO APPOINTMENT-MAX.
           MOVE SPACES TO APPOINTMENT-LIST (APPOINTMENT-MAX).
           MOVE WS-OR-PLANT (WS-OR-FOUND-IDX)
              TO AT-PLANT-CODE (APPOINTMENT-MAX).
           MOVE WS-WORK-DATE-NUM TO AT-APPT-DATE (APPOINTMENT-MAX).
           MOVE WS-WORK-TIME-NUM TO AT-APPT-TIME (APPOINTMENT-MAX).
           MOVE WS-FREE-DOOR TO AT-DOOR (APPOINTMENT-MAX).
           MOVE WS-SEARCH-PO-NUMBER TO AT-PO-NUMBER (APPOINTMENT-MAX).
           MOVE WS-WORK-CARRIER TO AT-CARRIER-CODE (APPOINTMENT-MAX).
           MOVE WS-OR-SUPPLIER (WS-OR-FOUND-IDX)
              TO AT-SUPPLIER-CODE (APPOINTMENT-MAX).
           IF WS-ASN-FOUND-IDX > ZERO
              MOVE 'Y' TO AT-ASN-FLAG (APPOINTMENT-MAX)
           ELSE
              MOVE 'N' TO AT-ASN-FLAG (APPOINTMENT-MAX)
           END-IF.
           MOVE WS-OPERATOR-ID TO AT-BOOKED-BY (APPOINTMENT-MAX).
           MOVE PROCESS-DATE TO AT-BOOKED-DATE (APPOINTMENT-MAX).
           ADD 1 TO WS-BOOKED-CTR.
           DISPLAY 'BOOKED - DOOR ' WS-FREE-DOOR ' AT '
              WS-WORK-TIME ' ON ' WS-WORK-DATE '.'.

       300-Open-Files.
           OPEN INPUT DOCKAPPT.
           IF DOCKAPPT-NOT-FOUND
              MOVE 'Y' TO DOCKAPPT-EOF-WS
           ELSE
              IF IN-DOCKAPPT-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input DOCKAPPT'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadAppointments
              END-IF
           END-IF.
           OPEN OUTPUT DOCKAPPTO.
           IF OUT-DOCKAPPTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning DOCKAPPTO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT DOCKCAP.
           IF IN-DOCKCAP-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input DOCKCAP'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-DOCK-INDEX
                PERFORM 3650-ReadNextDock UNTIL DOCKCAP-EOF
                COMPUTE DOCK-CAPACITY-MAX = WS-DOCK-INDEX - 1
                CLOSE DOCKCAP
           END-IF.
           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3660-LoadOrder UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.
           OPEN INPUT ASNIN.
           IF IN-ASNIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ASNIN'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3670-LoadNotice UNTIL ASNIN-EOF
                CLOSE ASNIN
           END-IF.
           OPEN INPUT CARRIERS.
           IF IN-CARRIERS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CARRIERS'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-CARRIER-INDEX
                PERFORM 3680-ReadNextCarrier UNTIL CARRIERS-EOF
                COMPUTE CARRIER-MAX = WS-CARRIER-INDEX - 1
                CLOSE CARRIERS
           END-IF.
           OPEN INPUT OPERMST.
           IF IN-OPERMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning OPERMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.

       3600-LoadAppointments.
           INITIALIZE APPOINTMENT-TABLE.
           MOVE 1 TO WS-APPT-INDEX.
           PERFORM 3610-ReadNextAppointment UNTIL DOCKAPPT-EOF.
           COMPUTE APPOINTMENT-MAX = WS-APPT-INDEX - 1.
           CLOSE DOCKAPPT.

       3610-ReadNextAppointment.
           IF WS-APPT-INDEX > 5000
              DISPLAY 'DOCKMNT - APPOINTMENT TABLE FULL AT 5000 '
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

       3650-ReadNextDock.
           READ DOCKCAP
              AT END
                 MOVE 'Y' TO DOCKCAP-EOF-WS
           END-READ.
           IF NOT DOCKCAP-EOF
              IF WS-DOCK-INDEX > 10
                 DISPLAY 'DOCKMNT - DOCK CAPACITY TABLE FULL AT 10 '
                    'ROWS - RAISE OCCURS IN DOCKTAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE DOCKCAP-REC TO DOCK-CAPACITY-LIST (WS-DOCK-INDEX)
              ADD 1 TO WS-DOCK-INDEX
           END-IF.

       3660-LoadOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-OR-MAX >= 20000
                 DISPLAY 'DOCKMNT - ORDER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN DOCKMNT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OR-MAX
              MOVE OP-PO-NUMBER TO WS-OR-PO-NUMBER (WS-OR-MAX)
              MOVE OP-SHIP-TO-PLANT TO WS-OR-PLANT (WS-OR-MAX)
              MOVE OP-SUPPLIER-CODE TO WS-OR-SUPPLIER (WS-OR-MAX)
              MOVE OP-QTY-OUTSTANDING
                 TO WS-OR-OUTSTANDING (WS-OR-MAX)
           END-IF.

       3670-LoadNotice.
           READ ASNIN
              AT END
                 MOVE 'Y' TO ASNIN-EOF-WS
           END-READ.
           IF NOT ASNIN-EOF
              IF WS-ASN-MAX >= 10000
                 DISPLAY 'DOCKMNT - ASN TABLE FULL AT 10000 '
                    'ROWS - RAISE OCCURS IN DOCKMNT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ASN-MAX
              MOVE ASN-PO-NUMBER TO WS-ASN-PO-NUMBER (WS-ASN-MAX)
              MOVE ASN-SHIP-DATE TO WS-ASN-SHIP-DATE (WS-ASN-MAX)
              MOVE ASN-CARRIER TO WS-ASN-CARRIER (WS-ASN-MAX)
           END-IF.

       3680-ReadNextCarrier.
           IF WS-CARRIER-INDEX > 100
              DISPLAY 'DOCKMNT - CARRIER TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN CARRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ CARRIERS INTO CARRIER-LIST(WS-CARRIER-INDEX)
              AT END
                 MOVE 'Y' TO CARRIERS-EOF-WS
           END-READ.
           IF NOT CARRIERS-EOF
              ADD 1 TO WS-CARRIER-INDEX
           END-IF.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'DOCKMNT - OPERATOR TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN OPERTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ OPERMST INTO OPERATOR-LIST(WS-OPER-INDEX)
              AT END
                 MOVE 'Y' TO OPERMST-EOF-WS
           END-READ.
           IF NOT OPERMST-EOF
              ADD 1 TO WS-OPER-INDEX
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

      *04/29 Cancelled rows and days before the business date stay
      * out of the staged book - DOCKSCHD has already measured them.
       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPOINTMENT-MAX
                 IF AT-PO-NUMBER (WS-WORK-IDX) NOT = SPACES
                    IF AT-APPT-DATE (WS-WORK-IDX) < PROCESS-DATE
                       ADD 1 TO WS-PAST-DROPPED-CTR
                    ELSE
                       MOVE APPOINTMENT-LIST (WS-WORK-IDX)
                          TO DOCKAPPTO-REC
                       WRITE DOCKAPPTO-REC
                       IF OUT-DOCKAPPTO-KEY NOT = '00'
                          GO TO 2000-ABEND-RTN
                       END-IF
                       ADD 1 TO WS-ROWS-WRITTEN-CTR
                    END-IF
                 END-IF
           END-PERFORM.

      *04/29 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

      *04/29 The book goes out plant, day, slot, door - the order
      * DOCKSCHD prints it in.
       510-SortBook.
           IF APPOINTMENT-MAX < 2
              GO TO 510-SortBook-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= APPOINTMENT-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= APPOINTMENT-MAX
                 IF AT-SLOT-KEY (WS-SORT-J) >
                       AT-SLOT-KEY (WS-SORT-J + 1)
                    MOVE APPOINTMENT-LIST (WS-SORT-J) TO WS-APPT-SWAP
                    MOVE APPOINTMENT-LIST (WS-SORT-J + 1)
                       TO APPOINTMENT-LIST (WS-SORT-J)
                    MOVE WS-APPT-SWAP
                       TO APPOINTMENT-LIST (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       510-SortBook-Exit.
           EXIT.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'APPOINTMENTS BOOKED   : ' WS-BOOKED-CTR.
           DISPLAY 'APPOINTMENTS CANCELLED: ' WS-CANCELLED-CTR.
           DISPLAY 'PAST DAYS DROPPED     : ' WS-PAST-DROPPED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE DOCKAPPTO.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
