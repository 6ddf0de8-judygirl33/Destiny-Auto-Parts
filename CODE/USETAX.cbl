      * accrual by state with the grand total finance books. A state
      * with no STATETAX row accrues nothing - those are the states
      * where the tax is charged on the invoice, not self-assessed.
      * 05/21 The accrual is booked to a fiscal period (FISCLOOK -
      * the 4-4-5 calendar on FISCPER), not a calendar month: the
      * period the process date falls in, or the current open
      * period when finance has already closed that one - the
      * heading names the period and the summary says when a late
      * run was moved.
      * 05/22 Each company books its own accrual. The accrual is by
      * company and state - the company FINALEX derived off the
      * ship-to plant, blank being company '01' - printed a company
      * at a time with each company's total ahead of the grand
      * total.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The period's good records, as written by FINALEX
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

           SELECT FXRATES ASSIGN TO FXRATES
           FILE STATUS IS IN-FXRATES-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  STATETAX
           RECORDING MODE IS F
           DATA RECORD IS FXRATES-REC.
       01  FXRATES-REC     PIC X(13).

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
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook
           COPY TAXTAB.   *> State use-tax rate control table
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PROCDATE. *> Business process date control card
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block

       01 FILE-STATUS-CODES.
      * File status key for input File GOODDATA
           05 IN-FXRATES-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.
       01 WS-TAX-VALUE                     PIC S9(13)V99 VALUE ZERO.

      *02/19 Accrual by state, collected as the records stream by.
      *05/22 By company and state - 60 states for each of up to ten
      * companies.
       01 WS-STATE-ACCRUAL-TABLE.
           05 WS-STA-ENTRY OCCURS 600 TIMES.
              10 WS-STA-COMPANY           PIC X(02) VALUE SPACES.
              10 WS-STA-STATE             PIC X(02) VALUE SPACES.
              10 WS-STA-TAXABLE           PIC 9(13)V99 VALUE ZERO.
              10 WS-STA-TAX               PIC 9(13)V99 VALUE ZERO.
       01 WS-STA-FOUND-IDX                PIC 9(04) VALUE ZERO.
       01 WS-GRAND-TAX-USD                PIC 9(13)V99 VALUE ZERO.

      *05/22 The record's company, and the companies accrued in the
      * order first seen, with each one's total.
       01 WS-ORDER-COMPANY                PIC X(02) VALUE SPACES.
       01 WS-COMPANY-TOTALS.
           05 WS-CC-ENTRY OCCURS 10 TIMES.
              10 WS-CC-COMPANY            PIC X(02) VALUE SPACES.
              10 WS-CC-TAX                PIC 9(13)V99 VALUE ZERO.
       01 WS-CC-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-CC-IDX                       PIC 9(4) VALUE 1.
       01 WS-CC-FOUND-FLAG                PIC X     VALUE 'N'.
           88 CC-FOUND                          VALUE 'Y'.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(52) VALUE
              'Destiny Auto Parts - Monthly Use-Tax Accrual'.
           05 FILLER              PIC X(18)      VALUE
              '  BOOK TO PERIOD '.
           05 WS-PH-PERIOD-OUT    PIC 9(06)      VALUE ZERO.
           05 FILLER              PIC X(32)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(09)      VALUE 'Company'.
          05 FILLER              PIC X(07)      VALUE 'State'.
          05 FILLER              PIC X(21)      VALUE
             '  Taxable Value USD'.

       01 WS-STATE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 STA-COMPANY-OUT        PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(07)      VALUE SPACES.
          05 STA-STATE-OUT          PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 STA-TAXABLE-OUT        PIC $$$,$$$,$$$,$$9.99
              'TOTAL USE TAX TO BOOK, USD '.
           05 WS-TOTAL-TAX-OUT      PIC $$$,$$$,$$$,$$9.99 VALUE ZERO.

      *05/22 Closes each company's states.
       01 WS-COMPANY-TOTAL-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'COMPANY '.
           05 CT-COMPANY-OUT        PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE
              ' USE TAX, USD    '.
           05 CT-TAX-OUT            PIC $$$,$$$,$$$,$$9.99 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

      *05/21 A period prints as the period, not as a count.
       01 WS-PERIOD-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-PERIOD-LABEL       PIC X(34) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-PERIOD-OUT         PIC 9(06) VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
       000-Housekeeping.
           INITIALIZE WS-STATE-ACCRUAL-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-FindBookingPeriod.
      * Priming Read
           PERFORM 400-Read-GOODDATA.

      *02/19 The order-address state decides jurisdiction; the rate
      * applies to every purchase-order occurrence's extended value.
       200-AccrueRecord.
           MOVE COMPANY-CODE-PO TO WS-ORDER-COMPANY.
           IF WS-ORDER-COMPANY = SPACES
              MOVE '01' TO WS-ORDER-COMPANY
           END-IF.
           PERFORM 210-FindOrderState.
           IF WS-ORDER-STATE = SPACES
              ADD 1 TO WS-NO-ADDRESS-CTR
              UNTIL WS-STA-IDX > WS-STATE-ACCRUAL-MAX
                 OR STATE-ON-ACCRUAL
                 IF WS-STA-STATE (WS-STA-IDX) = WS-ORDER-STATE
                    AND WS-STA-COMPANY (WS-STA-IDX)
                       = WS-ORDER-COMPANY
                    MOVE 'Y' TO WS-STA-FOUND-FLAG
                    MOVE WS-STA-IDX TO WS-STA-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT STATE-ON-ACCRUAL
              IF WS-STATE-ACCRUAL-MAX >= 600
                 DISPLAY 'USETAX - STATE ACCRUAL TABLE FULL AT 600 '
                    'COMPANY/STATES - RAISE OCCURS IN USETAX'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-STATE-ACCRUAL-MAX
              MOVE WS-STATE-ACCRUAL-MAX TO WS-STA-FOUND-IDX
              MOVE WS-ORDER-STATE
                 TO WS-STA-STATE (WS-STA-FOUND-IDX)
              MOVE WS-ORDER-COMPANY
                 TO WS-STA-COMPANY (WS-STA-FOUND-IDX)
           END-IF.
           ADD WS-USD-VALUE TO WS-STA-TAXABLE (WS-STA-FOUND-IDX).
           ADD WS-TAX-VALUE TO WS-STA-TAX (WS-STA-FOUND-IDX).
           ADD WS-TAX-VALUE TO WS-GRAND-TAX-USD.
           PERFORM 250-AddToCompanyTotal.

      *05/22 A company enters the list with its first accrual.
       250-AddToCompanyTotal.
           MOVE 'N' TO WS-CC-FOUND-FLAG.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX OR CC-FOUND
                 IF WS-CC-COMPANY (WS-CC-IDX) = WS-ORDER-COMPANY
                    MOVE 'Y' TO WS-CC-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF CC-FOUND
              SUBTRACT 1 FROM WS-CC-IDX
           ELSE
              IF WS-CC-MAX >= 10
                 DISPLAY 'USETAX - COMPANY TABLE FULL AT 10 '
                    'COMPANIES - RAISE OCCURS IN USETAX'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CC-MAX
              MOVE WS-CC-MAX TO WS-CC-IDX
              MOVE WS-ORDER-COMPANY TO WS-CC-COMPANY (WS-CC-IDX)
           END-IF.
           ADD WS-TAX-VALUE TO WS-CC-TAX (WS-CC-IDX).

      *05/22 A company at a time, each closed by its own total.
       700-PrintAccrual.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX
                 PERFORM 710-PrintCompany
           END-PERFORM.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE WS-GRAND-TAX-USD TO WS-TOTAL-TAX-OUT.
           WRITE PRINT-REC FROM WS-TOTAL-LINE.

       710-PrintCompany.
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
              UNTIL WS-STA-IDX > WS-STATE-ACCRUAL-MAX
                 IF WS-STA-COMPANY (WS-STA-IDX)
                       = WS-CC-COMPANY (WS-CC-IDX)
                    IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
                       PERFORM 800-NEW-PAGE
                    END-IF
                    MOVE WS-STA-COMPANY (WS-STA-IDX)
                       TO STA-COMPANY-OUT
                    MOVE WS-STA-STATE (WS-STA-IDX) TO STA-STATE-OUT
                    MOVE WS-STA-TAXABLE (WS-STA-IDX)
                       TO STA-TAXABLE-OUT
                    MOVE WS-STA-TAX (WS-STA-IDX) TO STA-TAX-OUT
                    WRITE PRINT-REC FROM WS-STATE-LINE-OUT
                    ADD 1 TO WS-LINE-KTR
                 END-IF
           END-PERFORM.
           MOVE WS-CC-COMPANY (WS-CC-IDX) TO CT-COMPANY-OUT.
           MOVE WS-CC-TAX (WS-CC-IDX) TO CT-TAX-OUT.
           WRITE PRINT-REC FROM WS-COMPANY-TOTAL-LINE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-KTR.

       300-Open-Files.
           OPEN INPUT GOODDATA-FILE.
              ADD 1 TO WS-FX-IDX
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

      *05/21 The accrual books to the fiscal period the process date
      * falls in - or, once finance has closed that period, to the
      * current open period.
       380-FindBookingPeriod.
           MOVE PROCESS-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           IF NOT FRQ-ON-CALENDAR
              DISPLAY 'USETAX - ' PROCESS-DATE
                 ' IS NOT ON THE FISCPER CALENDAR - BOOKING TO '
                 'CALENDAR MONTH ' FRQ-POST-PERIOD
           END-IF.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD = ZERO
              DISPLAY 'USETAX - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED AND NO LATER PERIOD IS OPEN ON FISCPER'
           END-IF.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD > ZERO
              DISPLAY 'USETAX - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED - ACCRUAL BOOKS TO OPEN PERIOD '
                 FRQ-POST-PERIOD
           END-IF.
           MOVE FRQ-POST-PERIOD TO WS-PH-PERIOD-OUT.

       400-Read-GOODDATA.
           READ GOODDATA-FILE INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FISCAL PERIOD BOOKED' TO WS-PERIOD-LABEL.
           MOVE FRQ-POST-PERIOD TO WS-PERIOD-OUT.
           WRITE PRINT-REC FROM WS-PERIOD-LINE.
           IF FRQ-ROUTED
              MOVE 'LATE - PERIOD CLOSED, ROUTED FROM' TO
                 WS-PERIOD-LABEL
              MOVE FRQ-PERIOD TO WS-PERIOD-OUT
              WRITE PRINT-REC FROM WS-PERIOD-LINE
           END-IF.
           MOVE 'GOOD RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
