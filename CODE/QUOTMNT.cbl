      * offers to capture or re-key one. The maintained file is
      * staged to QUOTFILO rather than written over production, the
      * same stage-then-promote pattern SUPPMNT uses.
      * 05/10 Award action - awarding a quote that beats the last
      * accepted price on PRICEHST (or holds off a supplier's asked-
      * for increase) appends a savings event to SAVEVNT for SAVRPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      *05/10 Last accepted price per part+supplier, for the award's
      * prior price, and the savings event log the award appends to.
           SELECT PRICEHST ASSIGN TO PRICEHST
           FILE STATUS IS IN-PRICEHST-KEY.

           SELECT SAVEVNT ASSIGN TO SAVEVNT
           FILE STATUS IS OUT-SAVEVNT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 55-byte row QUOTCMP loads - see QUOTTAB.
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Same 50-byte row PRCWATCH maintains.
       FD  PRICEHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICEHST-REC.
       01  PRICEHST-REC.
           05  PH-PART-NUMBER          PIC X(23).
           05  PH-SUPPLIER-CODE        PIC X(10).
           05  PH-LAST-PRICE           PIC 9(7)V99.
           05  PH-LAST-DATE            PIC 9(08).

      * Same 83-byte row SAVRPT loads - see SAVETAB.
       FD  SAVEVNT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVEVNT-REC.
       01  SAVEVNT-REC.
           05  SV-PART-NUMBER          PIC X(23).
           05  SV-SUPPLIER-CODE        PIC X(10).
           05  SV-EFF-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SV-BUYER-CODE           PIC X(03).
           05  FILLER                  PIC X(01).
           05  SV-OLD-PRICE            PIC 9(7)V99.
           05  SV-NEW-PRICE            PIC 9(7)V99.
           05  SV-EVENT-TYPE           PIC X(01).
           05  SV-EVENT-SOURCE         PIC X(01).
           05  FILLER                  PIC X(01).
           05  SV-OPERATOR-ID          PIC X(08).
           05  SV-RECORDED-DATE        PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY QUOTTAB. *> Supplier quote control table
           COPY OPERTAB. *> Operator authorization table
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
      * File status key for input File QUOTFILE
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 IN-PRICEHST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 OUT-SAVEVNT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 QUOTFILE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 QUOTFILE-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.
           05 PRICEHST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PRICEHST-EOF                            VALUE 'Y'.

       01 WS-QUOTE-INDEX                   PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(4) VALUE 1.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-UPDATED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-AWARDED-CTR                   PIC 9(05) VALUE ZERO.

      *05/10 Award state. The prior price is the PRICEHST row for the
      * part and the awarded supplier; a supplier new to the part
      * takes the part's most recent row from any supplier - what we
      * were paying the incumbent. The buyer code carries from one
      * award to the next within the session.
       01 WS-PRIOR-PRICE                   PIC 9(7)V99 VALUE ZERO.
       01 WS-PRIOR-DATE                    PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-SUPPLIER-CODE           PIC X(10) VALUE SPACES.
       01 WS-ASKED-PRICE                   PIC 9(7)V99 VALUE ZERO.
       01 WS-EVENT-OLD-PRICE               PIC 9(7)V99 VALUE ZERO.
       01 WS-EVENT-TYPE                    PIC X(01) VALUE SPACES.
       01 WS-EVENT-EFF-DATE                PIC 9(08) VALUE ZERO.
       01 WS-BUYER-CODE                    PIC X(03) VALUE SPACES.
       01 WS-UNIT-SAVING                   PIC 9(7)V99 VALUE ZERO.

      *04/10 Sign-on state - master maintenance needs level 2,
      * same as SUPPMNT.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SUPPLIER QUOTE CAPTURE AND BROWSE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           PERFORM 3800-LoadQuoteFile.
              IF OPERATOR-SAYS-YES
                 PERFORM 220-CaptureQuote
              END-IF
      *05/10 Award offered after capture, so a quote just keyed can
      * be awarded in the same pass.
              DISPLAY 'AWARD A QUOTE FOR THIS PART? (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-YES-NO-RESPONSE
              IF OPERATOR-SAYS-YES
                 PERFORM 260-AwardQuote THRU 260-AwardQuote-Exit
              END-IF
           END-IF.

       210-BrowseQuotesForPart.
           PERFORM 240-CaptureFields.
           ADD 1 TO WS-ADDED-CTR.

      *05/10 An award is a savings event when the quoted price is
      * under the prior price (a reduction), or when the supplier
      * asked for more than the prior price and the buyer held it to
      * the quote (an avoided increase - the old price on the event
      * is then what the supplier asked for). An award with neither
      * is not logged. Nothing on the quote file changes.
       260-AwardQuote.
           DISPLAY 'AWARD TO SUPPLIER CODE: ' WITH NO ADVANCING.
           ACCEPT WS-SEARCH-SUPPLIER-CODE.
           IF WS-SEARCH-SUPPLIER-CODE = SPACES
              DISPLAY 'NO SUPPLIER GIVEN - NOTHING AWARDED'
              GO TO 260-AwardQuote-Exit
           END-IF.
           PERFORM 230-FindQuote.
           IF NOT QUOTE-ON-FILE
              DISPLAY 'NO QUOTE ON FILE FROM ' WS-SEARCH-SUPPLIER-CODE
                 ' - NOTHING AWARDED'
              GO TO 260-AwardQuote-Exit
           END-IF.
           IF QU-VALID-UNTIL (WS-WORK-IDX) < PROCESS-DATE
              DISPLAY 'QUOTE EXPIRED ' QU-VALID-UNTIL (WS-WORK-IDX)
                 ' - RE-KEY IT BEFORE AWARDING'
              GO TO 260-AwardQuote-Exit
           END-IF.
           PERFORM 270-FindPriorPrice.
           MOVE QU-QUOTED-PRICE (WS-WORK-IDX) TO WS-PRICE-DISPLAY.
           DISPLAY 'AWARDED PRICE : ' WS-PRICE-DISPLAY.
           IF WS-PRIOR-PRICE = ZERO
              DISPLAY 'PRIOR PRICE   : NONE ON PRICEHST'
           ELSE
              MOVE WS-PRIOR-PRICE TO WS-PRICE-DISPLAY
              DISPLAY 'PRIOR PRICE   : ' WS-PRICE-DISPLAY
                 '  ' WS-PRIOR-SUPPLIER-CODE ' ' WS-PRIOR-DATE
           END-IF.

           IF WS-PRIOR-PRICE > QU-QUOTED-PRICE (WS-WORK-IDX)
              MOVE 'R' TO WS-EVENT-TYPE
              MOVE WS-PRIOR-PRICE TO WS-EVENT-OLD-PRICE
           ELSE
              DISPLAY 'PRICE THE SUPPLIER FIRST ASKED 9(7)V99 '
                 '(SPACES = NONE): ' WITH NO ADVANCING
              MOVE SPACES TO WS-FIELD-BUFFER
              ACCEPT WS-FIELD-BUFFER
              MOVE ZERO TO WS-ASKED-PRICE
              IF WS-FIELD-BUFFER NOT = SPACES
                 MOVE WS-FIELD-BUFFER (1:9) TO WS-ASKED-PRICE
              END-IF
              IF WS-ASKED-PRICE > QU-QUOTED-PRICE (WS-WORK-IDX)
                 MOVE 'A' TO WS-EVENT-TYPE
                 MOVE WS-ASKED-PRICE TO WS-EVENT-OLD-PRICE
              ELSE
                 DISPLAY 'NO SAVING AGAINST THE PRIOR PRICE - '
                    'AWARD NOT LOGGED'
                 GO TO 260-AwardQuote-Exit
              END-IF
           END-IF.

           DISPLAY 'BUYER CODE (' WS-BUYER-CODE '): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER (1:3) TO WS-BUYER-CODE
           END-IF.
           IF WS-BUYER-CODE = SPACES
              DISPLAY 'NO BUYER CODE - AWARD NOT LOGGED'
              GO TO 260-AwardQuote-Exit
           END-IF.
           DISPLAY 'EFFECTIVE YYYYMMDD (' PROCESS-DATE '): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           MOVE PROCESS-DATE TO WS-EVENT-EFF-DATE.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER (1:8) TO WS-EVENT-EFF-DATE
           END-IF.

           MOVE SPACES TO SAVEVNT-REC.
           MOVE WS-SEARCH-PART-NUMBER TO SV-PART-NUMBER.
           MOVE WS-SEARCH-SUPPLIER-CODE TO SV-SUPPLIER-CODE.
           MOVE WS-EVENT-EFF-DATE TO SV-EFF-DATE.
           MOVE WS-BUYER-CODE TO SV-BUYER-CODE.
           MOVE WS-EVENT-OLD-PRICE TO SV-OLD-PRICE.
           MOVE QU-QUOTED-PRICE (WS-WORK-IDX) TO SV-NEW-PRICE.
           MOVE WS-EVENT-TYPE TO SV-EVENT-TYPE.
           MOVE 'Q' TO SV-EVENT-SOURCE.
           MOVE WS-OPERATOR-ID TO SV-OPERATOR-ID.
           MOVE PROCESS-DATE TO SV-RECORDED-DATE.
           WRITE SAVEVNT-REC.
           IF OUT-SAVEVNT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-AWARDED-CTR.
           COMPUTE WS-UNIT-SAVING =
              WS-EVENT-OLD-PRICE - QU-QUOTED-PRICE (WS-WORK-IDX).
           MOVE WS-UNIT-SAVING TO WS-PRICE-DISPLAY.
           IF WS-EVENT-TYPE = 'R'
              DISPLAY 'AWARD LOGGED - PRICE REDUCTION '
                 WS-PRICE-DISPLAY ' PER UNIT'
           ELSE
              DISPLAY 'AWARD LOGGED - AVOIDED INCREASE '
                 WS-PRICE-DISPLAY ' PER UNIT'
           END-IF.
       260-AwardQuote-Exit.
           EXIT.

      *05/10 One pass of PRICEHST per award - the file is read fresh
      * each time rather than held, since an award is occasional.
       270-FindPriorPrice.
           MOVE ZERO TO WS-PRIOR-PRICE, WS-PRIOR-DATE.
           MOVE SPACES TO WS-PRIOR-SUPPLIER-CODE.
           MOVE 'N' TO PRICEHST-EOF-WS.
           OPEN INPUT PRICEHST.
           IF IN-PRICEHST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PRICEHST'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 275-ReadNextPrice UNTIL PRICEHST-EOF.
           CLOSE PRICEHST.

       275-ReadNextPrice.
           READ PRICEHST
              AT END
                 MOVE 'Y' TO PRICEHST-EOF-WS
           END-READ.
           IF NOT PRICEHST-EOF
              AND PH-PART-NUMBER = WS-SEARCH-PART-NUMBER
                 IF PH-SUPPLIER-CODE = WS-SEARCH-SUPPLIER-CODE
                    MOVE PH-LAST-PRICE TO WS-PRIOR-PRICE
                    MOVE PH-LAST-DATE TO WS-PRIOR-DATE
                    MOVE PH-SUPPLIER-CODE TO WS-PRIOR-SUPPLIER-CODE
                    MOVE 'Y' TO PRICEHST-EOF-WS
                 ELSE
                    IF PH-LAST-DATE > WS-PRIOR-DATE
                       MOVE PH-LAST-PRICE TO WS-PRIOR-PRICE
                       MOVE PH-LAST-DATE TO WS-PRIOR-DATE
                       MOVE PH-SUPPLIER-CODE TO WS-PRIOR-SUPPLIER-CODE
                    END-IF
                 END-IF
           END-IF.

       300-Open-Files.
           OPEN INPUT QUOTFILE.
      *    Input File Status Checking for QUOTFILE
                PERFORM 3700-LoadOperators
           END-IF.

      *05/10 EXTEND - awards accumulate on SAVEVNT alongside CATRLSE's
      * catalog releases, the RELPRICE pattern.
           OPEN EXTEND SAVEVNT.
           IF OUT-SAVEVNT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SAVEVNT'
                GO TO 2000-ABEND-RTN
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

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           DISPLAY 'QUOTES ADDED   : ' WS-ADDED-CTR.
           DISPLAY 'QUOTES UPDATED : ' WS-UPDATED-CTR.
           DISPLAY 'QUOTES WRITTEN : ' QUOTE-MAX.
           DISPLAY 'AWARDS LOGGED  : ' WS-AWARDED-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE QUOTFILE, QUOTFILO, SAVEVNT.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
