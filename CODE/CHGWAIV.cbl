       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGWAIV.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/19 Chargeback waiver console. A chargeback CHGBACK prices
      * sits on hold for a few nights before it goes to AP, so the
      * buyer who knows the story (we moved the date, the truck was
      * our idea) can waive it. Like SUPPMNT this is console-driven:
      * the buyer signs on against OPERMST, lists the chargebacks
      * still on hold or calls one up by number, and waives it with
      * a reason. The console never touches the chargeback master -
      * it stages the waiver to CHGWAIV, the way SUPPMNT stages bank
      * changes to BANKPEND, and CHGBACK applies it that night. Every
      * waiver keyed is written to the CHGAUD audit trail with the
      * buyer and the reason, and CHGBACK adds a row when it applies
      * or refuses it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input chargeback master, as CHGBACK last wrote it
           SELECT CHGBKMST ASSIGN TO CHGBKMST
           FILE STATUS IS IN-CHGBKMST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Output staged waivers for tonight's CHGBACK
           SELECT CHGWAIV ASSIGN TO CHGWAIV
           FILE STATUS IS OUT-CHGWAIV-KEY.

      * Waiver audit trail, shared with CHGBACK. Accumulates across
      * sessions, so opened EXTEND.
           SELECT CHGAUD ASSIGN TO CHGAUD
           FILE STATUS IS OUT-CHGAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 180-byte chargeback row CHGBACK writes.
       FD  CHGBKMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGBKMST-REC.
       01  CHGBKMST-REC.
           05  CB-CHARGEBACK-NO        PIC 9(07).
           05  CB-TYPE                 PIC X(01).
           05  CB-STATUS               PIC X(01).
           05  CB-PO-NUMBER            PIC X(06).
           05  CB-SUPPLIER-CODE        PIC X(10).
           05  CB-SUPPLIER-NAME        PIC X(15).
           05  CB-PART-NUMBER          PIC X(23).
           05  CB-BUYER-CODE           PIC X(03).
           05  CB-EVENT-DATE           PIC 9(08).
           05  CB-DAYS-LATE            PIC 9(03).
           05  CB-QUANTITY             PIC 9(07).
           05  CB-BASIS-AMOUNT         PIC 9(9)V99.
           05  CB-CHARGE-AMOUNT        PIC 9(9)V99.
           05  CB-FREIGHT-BILL         PIC X(12).
           05  CB-CREATED-DATE         PIC 9(08).
           05  CB-CLOSED-DATE          PIC 9(08).
           05  CB-WAIVE-REASON         PIC X(30).
           05  CB-WAIVED-BY            PIC X(08).
           05  CB-LAST-RUN-DATE        PIC 9(08).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      *04/19 Staged waiver - chargeback, reason, who keyed it, when.
       FD  CHGWAIV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGWAIV-REC.
       01  CHGWAIV-REC.
           05  CW-CHARGEBACK-NO        PIC 9(07).
           05  CW-WAIVE-REASON         PIC X(30).
           05  CW-KEYED-BY             PIC X(08).
           05  CW-KEYED-DATE           PIC 9(08).

      * Same 54-byte audit row CHGBACK writes.
       FD  CHGAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGAUD-REC.
       01  CHGAUD-REC.
           05  CA-CHARGEBACK-NO        PIC 9(07).
           05  CA-ACTION               PIC X(01).
           05  CA-OPERATOR-ID          PIC X(08).
           05  CA-ACTION-DATE          PIC 9(08).
           05  CA-REASON               PIC X(30).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
      * Nothing charged yet is not an error - there is just nothing
      * to waive.
           05 IN-CHGBKMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CHGBKMST-NOT-FOUND       VALUE '35'.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-CHGWAIV-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-CHGAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 CHGBKMST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CHGBKMST-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

      *04/19 Sign-on state - waiving a chargeback needs level 2.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

      *04/19 The chargebacks on file, cut down to what a buyer needs
      * to see. The waived flag marks one waived this session, so it
      * is not staged twice.
       01 WS-CHARGE-TABLE.
           05 WS-CB-ENTRY OCCURS 20000 TIMES.
              10 WS-CB-CHARGEBACK-NO      PIC 9(07).
              10 WS-CB-TYPE               PIC X(01).
              10 WS-CB-STATUS             PIC X(01).
              10 WS-CB-PO-NUMBER          PIC X(06).
              10 WS-CB-SUPPLIER-NAME      PIC X(15).
              10 WS-CB-PART-NUMBER        PIC X(23).
              10 WS-CB-BUYER-CODE         PIC X(03).
              10 WS-CB-EVENT-DATE         PIC 9(08).
              10 WS-CB-DAYS-LATE          PIC 9(03).
              10 WS-CB-CHARGE-AMOUNT      PIC 9(9)V99.
              10 WS-CB-FREIGHT-BILL       PIC X(12).
              10 WS-CB-SESSION-FLAG       PIC X(01).
                 88 WS-CB-WAIVED-THIS-SESSION    VALUE 'Y'.
       01 WS-CB-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CB-IDX                       PIC 9(05) VALUE 1.
       01 WS-CB-FOUND-IDX                 PIC 9(05) VALUE ZERO.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-WAIVING                         VALUE 'Y'.
       01 WS-ENTRY                         PIC X(07) VALUE SPACES.
       01 WS-SEARCH-CHARGEBACK-NO          PIC 9(07) VALUE ZERO.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-REASON-BUFFER                 PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-OUT                    PIC $$$,$$$,$$9.99.
       01 WS-PENDING-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-WAIVED-CTR                    PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-WAIVING.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SUPPLIER CHARGEBACK WAIVERS'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-MAX
                 IF WS-CB-STATUS (WS-CB-IDX) = 'P'
                    ADD 1 TO WS-PENDING-CTR
                 END-IF
           END-PERFORM.
           DISPLAY 'CHARGEBACKS ON HOLD: ' WS-PENDING-CTR.

      *04/19 Signs the operator on against the OPERMST table - an
      * ID without update authority for CHGWAIV cannot waive.
       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'CHGWAIV'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR CHGWAIV - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'CHARGEBACK NO 9(7), LIST, OR END TO QUIT: '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           EVALUATE TRUE
              WHEN WS-ENTRY = SPACES
                 OR WS-ENTRY = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
              WHEN WS-ENTRY = 'LIST'
                 PERFORM 150-ListPending
              WHEN WS-ENTRY NUMERIC
                 MOVE WS-ENTRY TO WS-SEARCH-CHARGEBACK-NO
                 PERFORM 200-FindCharge
                 IF WS-CB-FOUND-IDX = ZERO
                    DISPLAY 'CHARGEBACK NOT ON FILE: ' WS-ENTRY
                 ELSE
                    PERFORM 210-ShowCharge
                    PERFORM 220-WaiveCharge
                 END-IF
              WHEN OTHER
                 DISPLAY 'KEY ALL 7 DIGITS OF THE CHARGEBACK NUMBER.'
           END-EVALUATE.

      *04/19 Every chargeback still on hold and not yet waived this
      * session.
       150-ListPending.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-MAX
                 IF WS-CB-STATUS (WS-CB-IDX) = 'P'
                    AND NOT WS-CB-WAIVED-THIS-SESSION (WS-CB-IDX)
                    MOVE WS-CB-CHARGE-AMOUNT (WS-CB-IDX)
                       TO WS-AMOUNT-OUT
                    DISPLAY WS-CB-CHARGEBACK-NO (WS-CB-IDX) ' '
                       WS-CB-TYPE (WS-CB-IDX) ' '
                       WS-CB-BUYER-CODE (WS-CB-IDX) ' '
                       WS-CB-SUPPLIER-NAME (WS-CB-IDX) ' '
                       WS-CB-PO-NUMBER (WS-CB-IDX) ' '
                       WS-AMOUNT-OUT
                 END-IF
           END-PERFORM.

       200-FindCharge.
           MOVE ZERO TO WS-CB-FOUND-IDX.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-MAX
                 OR WS-CB-FOUND-IDX > ZERO
                 IF WS-CB-CHARGEBACK-NO (WS-CB-IDX)
                    = WS-SEARCH-CHARGEBACK-NO
                    MOVE WS-CB-IDX TO WS-CB-FOUND-IDX
                 END-IF
           END-PERFORM.

       210-ShowCharge.
           MOVE WS-CB-CHARGE-AMOUNT (WS-CB-FOUND-IDX) TO WS-AMOUNT-OUT.
           DISPLAY 'CHARGEBACK NO  : '
              WS-CB-CHARGEBACK-NO (WS-CB-FOUND-IDX).
           IF WS-CB-TYPE (WS-CB-FOUND-IDX) = 'F'
              DISPLAY 'TYPE           : EXPEDITED FREIGHT BILL '
                 WS-CB-FREIGHT-BILL (WS-CB-FOUND-IDX)
           ELSE
              DISPLAY 'TYPE           : LATE DELIVERY, '
                 WS-CB-DAYS-LATE (WS-CB-FOUND-IDX) ' DAYS'
           END-IF.
           DISPLAY 'SUPPLIER       : '
              WS-CB-SUPPLIER-NAME (WS-CB-FOUND-IDX).
           DISPLAY 'PO / BUYER     : '
              WS-CB-PO-NUMBER (WS-CB-FOUND-IDX) ' / '
              WS-CB-BUYER-CODE (WS-CB-FOUND-IDX).
           DISPLAY 'PART NUMBER    : '
              WS-CB-PART-NUMBER (WS-CB-FOUND-IDX).
           DISPLAY 'EVENT DATE     : '
              WS-CB-EVENT-DATE (WS-CB-FOUND-IDX).
           DISPLAY 'CHARGE         : ' WS-AMOUNT-OUT.
           DISPLAY 'STATUS         : '
              WS-CB-STATUS (WS-CB-FOUND-IDX).

      *04/19 Only a chargeback still on hold can be waived, and only
      * with a reason - the reason is what the audit trail is for.
       220-WaiveCharge.
           IF WS-CB-STATUS (WS-CB-FOUND-IDX) NOT = 'P'
              DISPLAY 'NOT ON HOLD - ALREADY WAIVED OR SENT TO AP.'
           ELSE
              IF WS-CB-WAIVED-THIS-SESSION (WS-CB-FOUND-IDX)
                 DISPLAY 'ALREADY WAIVED THIS SESSION.'
              ELSE
                 DISPLAY 'WAIVE THIS CHARGEBACK? (Y/N): '
                    WITH NO ADVANCING
                 ACCEPT WS-YES-NO-RESPONSE
                 IF OPERATOR-SAYS-YES
                    PERFORM 230-CaptureReason
                 END-IF
              END-IF
           END-IF.

       230-CaptureReason.
           DISPLAY 'WAIVER REASON X(30): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-REASON-BUFFER.
           ACCEPT WS-REASON-BUFFER.
           IF WS-REASON-BUFFER = SPACES
              DISPLAY 'A WAIVER NEEDS A REASON - NOT WAIVED.'
           ELSE
              PERFORM 240-StageWaiver
           END-IF.

       240-StageWaiver.
           MOVE WS-SEARCH-CHARGEBACK-NO TO CW-CHARGEBACK-NO.
           MOVE WS-REASON-BUFFER TO CW-WAIVE-REASON.
           MOVE WS-OPERATOR-ID TO CW-KEYED-BY.
           MOVE PROCESS-DATE TO CW-KEYED-DATE.
           WRITE CHGWAIV-REC.
           IF OUT-CHGWAIV-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-SEARCH-CHARGEBACK-NO TO CA-CHARGEBACK-NO.
           MOVE 'K' TO CA-ACTION.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
           MOVE PROCESS-DATE TO CA-ACTION-DATE.
           MOVE WS-REASON-BUFFER TO CA-REASON.
           WRITE CHGAUD-REC.
           IF OUT-CHGAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'Y' TO WS-CB-SESSION-FLAG (WS-CB-FOUND-IDX).
           ADD 1 TO WS-WAIVED-CTR.
           DISPLAY 'WAIVED - CHGBACK APPLIES IT TONIGHT.'.

       300-Open-Files.
           PERFORM 370-LoadProcessDate.
           OPEN INPUT CHGBKMST.
           IF CHGBKMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-CHGBKMST-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning CHGBKMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadCharges UNTIL CHGBKMST-EOF
                 CLOSE CHGBKMST
              END-IF
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

      *04/19 Staged waivers accumulate until CHGBACK's feed swap.
           OPEN EXTEND CHGWAIV.
           IF OUT-CHGWAIV-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CHGWAIV'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN EXTEND CHGAUD.
           IF OUT-CHGAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CHGAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       340-LoadCharges.
           READ CHGBKMST
              AT END
                 MOVE 'Y' TO CHGBKMST-EOF-WS
           END-READ.
           IF NOT CHGBKMST-EOF
              IF WS-CB-MAX >= 20000
                 DISPLAY 'CHGWAIV - CHARGEBACK TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN CHGWAIV'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CB-MAX
              MOVE CB-CHARGEBACK-NO TO WS-CB-CHARGEBACK-NO (WS-CB-MAX)
              MOVE CB-TYPE TO WS-CB-TYPE (WS-CB-MAX)
              MOVE CB-STATUS TO WS-CB-STATUS (WS-CB-MAX)
              MOVE CB-PO-NUMBER TO WS-CB-PO-NUMBER (WS-CB-MAX)
              MOVE CB-SUPPLIER-NAME TO WS-CB-SUPPLIER-NAME (WS-CB-MAX)
              MOVE CB-PART-NUMBER TO WS-CB-PART-NUMBER (WS-CB-MAX)
              MOVE CB-BUYER-CODE TO WS-CB-BUYER-CODE (WS-CB-MAX)
              MOVE CB-EVENT-DATE TO WS-CB-EVENT-DATE (WS-CB-MAX)
              MOVE CB-DAYS-LATE TO WS-CB-DAYS-LATE (WS-CB-MAX)
              MOVE CB-CHARGE-AMOUNT
                 TO WS-CB-CHARGE-AMOUNT (WS-CB-MAX)
              MOVE CB-FREIGHT-BILL TO WS-CB-FREIGHT-BILL (WS-CB-MAX)
              MOVE 'N' TO WS-CB-SESSION-FLAG (WS-CB-MAX)
           END-IF.

      *04/19 Loads OPERATOR-TABLE from OPERMST, same shape as
      * SUPPMNT's 3700-LoadOperators, bounds-checked.
       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'CHGWAIV - OPERATOR TABLE FULL AT 200 '
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

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'CHARGEBACKS WAIVED: ' WS-WAIVED-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE CHGWAIV, CHGAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
