      * Rerun guard: a REBSPND row already stamped with tonight's
      * process date means the night already accumulated - stop
      * rather than double-count, the BUYRSPND stand.
      * 05/21 The order year is the fiscal year (FISCLOOK - the 4-4-5
      * calendar on FISCPER) of the period the order date falls in.
      * An order dated in a period finance has already closed counts
      * in the current open period instead - which moves it to the
      * next agreement year when the year has closed - and the
      * summary counts the orders routed.
      * 05/22 An order one of our companies placed on another is
      * intercompany (INTERCOMPANY-PO, see PARTSUB) and earns no
      * rebate - it is skipped and counted on the summary.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

       FD  REBATES
           RECORDING MODE IS F
           COPY REBTAB.   *> Rebate-agreement control table
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PROCDATE. *> Business process date control card
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block

       01 FILE-STATUS-CODES.
           05 IN-GOODDATA-KEY            PIC X(2).

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ROWS-WRITTEN-CTR              PIC 9(7) VALUE ZERO.
       01 WS-INTERCO-SKIP-CTR              PIC 9(7) VALUE ZERO.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-REBATES-INDEX                 PIC 9(4) VALUE 1.

       01 WS-AGREEMENT-FOUND-FLAG          PIC X VALUE 'N'.
           88 AGREEMENT-ON-FILE                  VALUE 'Y'.
       01 WS-ORDER-YEAR                    PIC 9(4) VALUE ZERO.
       01 WS-ROUTED-ORDER-CTR              PIC 9(7) VALUE ZERO.
       01 WS-ROUTED-YEAR-CTR               PIC 9(7) VALUE ZERO.

      * FXRATES load/lookup support - see FXRTAB.
       01 WS-FX-INDEX                      PIC 9(4) VALUE 1.
      * return credit does not earn rebate volume (both agreements
      * net returns at settlement, not here).
       100-Main2.
           IF INTERCOMPANY-PO
              ADD 1 TO WS-INTERCO-SKIP-CTR
           ELSE
              PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
                 UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                    IF PO-NUMBER-PO (WS-PO-COUNTER) NOT = SPACES
                       PERFORM 200-QualifyOrder
                    END-IF
              END-PERFORM
           END-IF.
           PERFORM 400-Read-GOODDATAIN.

      *05/21 The year is the fiscal year of the period posted to -
      * the order's own period while it is open, else the current
      * open period.
       200-QualifyOrder.
           IF ORDER-DATE-PO (WS-PO-COUNTER) NUMERIC
              MOVE ORDER-DATE-PO (WS-PO-COUNTER) TO FRQ-DATE
           ELSE
              MOVE PROCESS-DATE TO FRQ-DATE
           END-IF.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD = ZERO
              DISPLAY 'REBACCUM - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED AND NO LATER PERIOD IS OPEN - OPEN THE '
                 'NEXT PERIOD ON FISCPER AND RERUN'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE FRQ-POST-PERIOD (1:4) TO WS-ORDER-YEAR.
           PERFORM 210-FindAgreement.
           IF AGREEMENT-ON-FILE
              COMPUTE WS-EXT-PRICE-WORK =
                 COMPUTE WS-USD-PRICE-WORK ROUNDED =
                    WS-EXT-PRICE-WORK * WS-FX-RATE-WORK
                 PERFORM 220-AddToSpend
                 IF FRQ-ROUTED
                    ADD 1 TO WS-ROUTED-ORDER-CTR
                    IF FRQ-POST-PERIOD (1:4) NOT = FRQ-PERIOD (1:4)
                       ADD 1 TO WS-ROUTED-YEAR-CTR
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE 'SPEND ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LATE ORDERS ROUTED TO OPEN PERIOD' TO WS-SUMMARY-LABEL.
           MOVE WS-ROUTED-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  OF WHICH MOVED TO NEXT YEAR' TO WS-SUMMARY-LABEL.
           MOVE WS-ROUTED-YEAR-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'INTERCOMPANY ORDERS SKIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-INTERCO-SKIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
