      * operator on against OPERMST; no supplier gets to write our
      * cost table directly, and neither does anyone without update
      * authority here.
      * 05/10 An approved price under the last accepted price (or one
      * that holds off the increase the supplier asked for) appends
      * a savings event to SAVEVNT for SAVRPT, as QUOTMNT's award
      * does.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      *05/10 Savings event log - see SAVETAB.
           SELECT SAVEVNT ASSIGN TO SAVEVNT
           FILE STATUS IS OUT-SAVEVNT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 68-byte staged row CATSTAGE writes.
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

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
           COPY OPERTAB.  *> Operator authorization table
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-CATHOLD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SAVEVNT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 CATHOLD-EOF-WS                  PIC X(01) VALUE 'N'.
       01 WS-RECORDS-RELEASED              PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-REJECTED              PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-SKIPPED               PIC 9(05) VALUE ZERO.
       01 WS-SAVINGS-LOGGED                PIC 9(05) VALUE ZERO.

      *05/10 Savings event state. The prior price is the last accepted
      * price CATSTAGE carried on the proposal, or the current
      * standard for a part never accepted from this supplier. The
      * buyer code carries from one approval to the next.
       01 WS-FIELD-BUFFER                  PIC X(15) VALUE SPACES.
       01 WS-PRIOR-PRICE                   PIC 9(7)V99 VALUE ZERO.
       01 WS-ASKED-PRICE                   PIC 9(7)V99 VALUE ZERO.
       01 WS-EVENT-OLD-PRICE               PIC 9(7)V99 VALUE ZERO.
       01 WS-EVENT-TYPE                    PIC X(01) VALUE SPACES.
       01 WS-BUYER-CODE                    PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY '---------------------------------------------'.
           DISPLAY 'CATALOG PRICE RELEASE QUEUE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           PERFORM 400-Read-Hold.
                    END-IF
                    ADD 1 TO WS-RECORDS-RELEASED
                    DISPLAY 'APPROVED - STANDARD WILL UPDATE.'
                    PERFORM 150-LogSavingsEvent
                       THRU 150-LogSavingsEvent-Exit
                 WHEN BUYER-REJECTS
                    ADD 1 TO WS-RECORDS-REJECTED
                    DISPLAY 'REJECTED - PROPOSAL DROPPED.'
              PERFORM 400-Read-Hold
           END-IF.

      *05/10 A price under the prior price is a reduction. Otherwise
      * the buyer may key what the supplier first asked for; an
      * asked-for price over the approved one is an avoided increase,
      * carried with the asked-for price as the old price. Neither -
      * no event.
       150-LogSavingsEvent.
           MOVE CH-LAST-ACCEPTED TO WS-PRIOR-PRICE.
           IF WS-PRIOR-PRICE = ZERO
              MOVE CH-CURR-STD-COST TO WS-PRIOR-PRICE
           END-IF.
           IF WS-PRIOR-PRICE > CH-NEW-PRICE
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
              IF WS-ASKED-PRICE > CH-NEW-PRICE
                 MOVE 'A' TO WS-EVENT-TYPE
                 MOVE WS-ASKED-PRICE TO WS-EVENT-OLD-PRICE
              ELSE
                 GO TO 150-LogSavingsEvent-Exit
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
              DISPLAY 'NO BUYER CODE - SAVING NOT LOGGED'
              GO TO 150-LogSavingsEvent-Exit
           END-IF.
           MOVE SPACES TO SAVEVNT-REC.
           MOVE CH-PART-NUMBER TO SV-PART-NUMBER.
           MOVE CH-SUPPLIER-CODE TO SV-SUPPLIER-CODE.
           MOVE CH-EFF-DATE TO SV-EFF-DATE.
           MOVE WS-BUYER-CODE TO SV-BUYER-CODE.
           MOVE WS-EVENT-OLD-PRICE TO SV-OLD-PRICE.
           MOVE CH-NEW-PRICE TO SV-NEW-PRICE.
           MOVE WS-EVENT-TYPE TO SV-EVENT-TYPE.
           MOVE 'C' TO SV-EVENT-SOURCE.
           MOVE WS-OPERATOR-ID TO SV-OPERATOR-ID.
           MOVE PROCESS-DATE TO SV-RECORDED-DATE.
           WRITE SAVEVNT-REC.
           IF OUT-SAVEVNT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SAVINGS-LOGGED.
           DISPLAY 'SAVING LOGGED.'.
       150-LogSavingsEvent-Exit.
           EXIT.

       300-Open-Files.
           OPEN INPUT CATHOLD.
           IF IN-CATHOLD-KEY NOT = '00' THEN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.
      *05/10 EXTEND - the event log QUOTMNT's awards also append to.
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
           DISPLAY 'APPROVED         : ' WS-RECORDS-RELEASED.
           DISPLAY 'REJECTED         : ' WS-RECORDS-REJECTED.
           DISPLAY 'SKIPPED          : ' WS-RECORDS-SKIPPED.
           DISPLAY 'SAVINGS LOGGED   : ' WS-SAVINGS-LOGGED.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE CATHOLD, CATHOLDO, RELPRICE, SAVEVNT.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
