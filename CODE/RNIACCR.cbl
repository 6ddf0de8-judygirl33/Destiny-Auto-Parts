      * converts the uninvoiced remainder to US dollars off the
      * FXRATES control card, and totals the accrual by supplier with
      * the grand total accounting books directly.
      * 05/21 The accrual is booked to a fiscal period (FISCLOOK -
      * the 4-4-5 calendar on FISCPER), not a calendar month: the
      * period the process date falls in, or the current open
      * period when finance has already closed that one - the
      * heading names the period and the summary says when a late
      * run was moved.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FXRATES ASSIGN TO FXRATES
           FILE STATUS IS IN-FXRATES-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
      * the dock's expected-receipts views skip it. Grew the row
      * 122 to 123.
           05  OP-DROP-SHIP            PIC X(01).
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB. Grew the row 123 to 126.
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

      * Same 178-byte feed row APEXTRCT writes - only the PO number
      * and the extended amount matter here.
       FD  APHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APHIST-REC.
       01  APHIST-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC 9(07).
           05  FILLER                  PIC 9(7)V99.
           05  APH-EXTENDED-AMOUNT     PIC 9(9)V99.
      *04/14 Grew 154 to 165 - the run identifier rides at the end.
      *05/22 Grew 165 to 168 - the company and intercompany flag too.
      *06/02 Grew 168 to 178 - the invoice number too.
           05  FILLER                  PIC X(135).

      * Currency-to-USD rate control file - see FXRTAB.
       FD  FXRATES
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

       WORKING-STORAGE SECTION.
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PROCDATE. *> Business process date control card
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block

       01 FILE-STATUS-CODES.
      * File status key for input File OPENPO
           05 IN-FXRATES-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-END-OF-FILE                      VALUE 'Y'.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(54) VALUE
              'Destiny Auto Parts - Received-Not-Invoiced Accrual'.
           05 FILLER              PIC X(16)      VALUE
              'BOOK TO PERIOD '.
           05 WS-PH-PERIOD-OUT    PIC 9(06)      VALUE ZERO.
           05 FILLER              PIC X(32)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER.
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
           INITIALIZE WS-INVOICED-TABLE, WS-ACCRUAL-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 310-LoadInvoicedHistory.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-FindBookingPeriod.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
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
              DISPLAY 'RNIACCR - ' PROCESS-DATE
                 ' IS NOT ON THE FISCPER CALENDAR - BOOKING TO '
                 'CALENDAR MONTH ' FRQ-POST-PERIOD
           END-IF.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD = ZERO
              DISPLAY 'RNIACCR - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED AND NO LATER PERIOD IS OPEN ON FISCPER'
           END-IF.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD > ZERO
              DISPLAY 'RNIACCR - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED - ACCRUAL BOOKS TO OPEN PERIOD '
                 FRQ-POST-PERIOD
           END-IF.
           MOVE FRQ-POST-PERIOD TO WS-PH-PERIOD-OUT.

       400-Read-OPENPO.
           READ OPENPO
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
           MOVE 'OPEN-PO RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENPO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
