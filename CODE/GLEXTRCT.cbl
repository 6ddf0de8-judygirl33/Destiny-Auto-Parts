      * reports. A record with a blank or unmapped class posts to
      * the GLSUSPNS suspense account and is counted on the summary,
      * so unclassified spend is visible instead of lost.
      * 05/21 Posts to the fiscal period (FISCLOOK - the 4-4-5
      * calendar on FISCPER) the process date falls in, not the
      * calendar month. A late rerun after finance has closed that
      * period posts to the current open period instead and the
      * summary says so; no open period to post to stops the run.
      * 05/22 Each company keeps its own ledger, so spend rolls up by
      * company and account - the company FINALEX derived off the
      * ship-to plant, blank being company '01' - and the posting
      * feed carries the company, written a company at a time.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The period's good records, as written by FINALEX
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  COMMGL
           RECORDING MODE IS F
      *02/12 One posting line per GL account, the ledger system's
      * fixed import layout: account, YYYYMM period, debit/credit
      * indicator, unsigned USD amount.
      *05/21 The period is now the fiscal period, YYYYPP.
      *05/22 The company whose ledger the line posts to on the end,
      * 30 to 32.
       FD  GLPOST
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS GLPOST-REC.
       01  GLPOST-REC.
           05  GLP-ACCOUNT             PIC X(08).
           05  GLP-PERIOD              PIC 9(06).
           05  GLP-DRCR                PIC X(01).
           05  GLP-AMOUNT              PIC 9(13)V99.
           05  GLP-COMPANY             PIC X(02).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           COPY GLXTAB.   *> Commodity-class/GL-account crosswalk
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PROCDATE. *> Business process date control card
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block

       01 FILE-STATUS-CODES.
      * File status key for input File GOODDATA
       01 WS-USD-VALUE                     PIC S9(13)V99 VALUE ZERO.

      *02/12 Spend rolled up by GL account as the records stream by.
      *05/22 By company and GL account.
       01 WS-POSTING-TABLE.
           05 WS-POST-ENTRY OCCURS 200 TIMES.
              10 WS-POST-COMPANY          PIC X(02) VALUE SPACES.
              10 WS-POST-ACCOUNT          PIC X(08) VALUE SPACES.
              10 WS-POST-AMOUNT           PIC 9(13)V99 VALUE ZERO.
       01 WS-POSTING-MAX                  PIC 9(04) VALUE ZERO.
           88 ACCOUNT-ON-ROLLUP                 VALUE 'Y'.
       01 WS-POST-FOUND-IDX               PIC 9(04) VALUE ZERO.

      *05/22 The record's company, and the companies posted, in the
      * order first seen, with the lines written for each.
       01 WS-ORDER-COMPANY                PIC X(02) VALUE SPACES.
       01 WS-COMPANY-COUNTS.
           05 WS-CC-ENTRY OCCURS 10 TIMES.
              10 WS-CC-COMPANY            PIC X(02) VALUE SPACES.
              10 WS-CC-POSTINGS           PIC 9(7) VALUE ZERO.
       01 WS-CC-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-CC-IDX                       PIC 9(4) VALUE 1.
       01 WS-CC-FOUND-FLAG                PIC X     VALUE 'N'.
           88 CC-FOUND                          VALUE 'Y'.

      *02/12 Posting period - the year and month off the business
      * process date.
      *05/21 Now the fiscal period FISCLOOK posts the process date
      * to - the open period itself, or the current open period
      * when the process date's period has been closed.
       01 WS-PERIOD-YYYYMM                PIC 9(06) VALUE ZERO.

       01 WS-SUMMARY-LINE.
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
           INITIALIZE WS-POSTING-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-FindPostingPeriod.
      * Priming Read
           PERFORM 400-Read-GOODDATA.

      * extended USD value to the account the part's class maps to.
       200-PostRecord.
           PERFORM 210-FindGlAccount.
           MOVE COMPANY-CODE-PO TO WS-ORDER-COMPANY.
           IF WS-ORDER-COMPANY = SPACES
              MOVE '01' TO WS-ORDER-COMPANY
           END-IF.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 COMPUTE WS-EXT-VALUE =
                 OR ACCOUNT-ON-ROLLUP
                 IF WS-POST-ACCOUNT (WS-POST-IDX)
                       = WS-GL-ACCOUNT-WORK
                    AND WS-POST-COMPANY (WS-POST-IDX)
                       = WS-ORDER-COMPANY
                    MOVE 'Y' TO WS-POST-FOUND-FLAG
                    MOVE WS-POST-IDX TO WS-POST-FOUND-IDX
                 END-IF
              MOVE WS-POSTING-MAX TO WS-POST-FOUND-IDX
              MOVE WS-GL-ACCOUNT-WORK
                 TO WS-POST-ACCOUNT (WS-POST-FOUND-IDX)
              MOVE WS-ORDER-COMPANY
                 TO WS-POST-COMPANY (WS-POST-FOUND-IDX)
              PERFORM 240-AddCompany
           END-IF.
           IF WS-USD-VALUE > ZERO
              ADD WS-USD-VALUE
                 TO WS-POST-AMOUNT (WS-POST-FOUND-IDX)
           END-IF.

      *05/22 A company enters the list with its first account.
       240-AddCompany.
           MOVE 'N' TO WS-CC-FOUND-FLAG.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX OR CC-FOUND
                 IF WS-CC-COMPANY (WS-CC-IDX) = WS-ORDER-COMPANY
                    MOVE 'Y' TO WS-CC-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF NOT CC-FOUND
              IF WS-CC-MAX >= 10
                 DISPLAY 'GLEXTRCT - COMPANY TABLE FULL AT 10 '
                    'COMPANIES - RAISE OCCURS IN GLEXTRCT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CC-MAX
              MOVE WS-ORDER-COMPANY TO WS-CC-COMPANY (WS-CC-MAX)
           END-IF.

      *05/22 A company's lines together, so each ledger's import is
      * one run of the feed.
       700-WritePostings.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX
                 PERFORM 710-WriteCompanyPostings
           END-PERFORM.

       710-WriteCompanyPostings.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
              UNTIL WS-POST-IDX > WS-POSTING-MAX
                 IF WS-POST-COMPANY (WS-POST-IDX)
                       = WS-CC-COMPANY (WS-CC-IDX)
                    MOVE SPACES TO GLPOST-REC
                    MOVE WS-POST-ACCOUNT (WS-POST-IDX) TO GLP-ACCOUNT
                    MOVE WS-PERIOD-YYYYMM TO GLP-PERIOD
                    MOVE 'D' TO GLP-DRCR
                    MOVE WS-POST-AMOUNT (WS-POST-IDX) TO GLP-AMOUNT
                    MOVE WS-POST-COMPANY (WS-POST-IDX) TO GLP-COMPANY
                    WRITE GLPOST-REC
                    IF OUT-GLPOST-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-POSTINGS-CTR
                    ADD 1 TO WS-CC-POSTINGS (WS-CC-IDX)
                 END-IF
           END-PERFORM.

       300-Open-Files.
              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *05/21 The fiscal period the night's spend posts to. Finance
      * closes a period once its books are done; a late rerun dated
      * in it posts to the current open period instead.
       380-FindPostingPeriod.
           MOVE PROCESS-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD = ZERO
              DISPLAY 'GLEXTRCT - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED AND NO LATER PERIOD IS OPEN - OPEN '
                 'THE NEXT PERIOD ON FISCPER AND RERUN'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF FRQ-ROUTED
              DISPLAY 'GLEXTRCT - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED - POSTING TO OPEN PERIOD '
                 FRQ-POST-PERIOD
           END-IF.
           IF NOT FRQ-ON-CALENDAR
              DISPLAY 'GLEXTRCT - ' PROCESS-DATE
                 ' IS NOT ON THE FISCPER CALENDAR - POSTING TO '
                 'CALENDAR MONTH ' FRQ-POST-PERIOD
           END-IF.
           MOVE FRQ-POST-PERIOD TO WS-PERIOD-YYYYMM.

       400-Read-GOODDATA.
           READ GOODDATA-FILE INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
           MOVE 'GL EXTRACT RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FISCAL PERIOD POSTED' TO WS-PERIOD-LABEL.
           MOVE WS-PERIOD-YYYYMM TO WS-PERIOD-OUT.
           WRITE PRINT-REC FROM WS-PERIOD-LINE.
           IF FRQ-ROUTED
              MOVE 'LATE - PERIOD CLOSED, ROUTED FROM' TO
                 WS-PERIOD-LABEL
              MOVE FRQ-PERIOD TO WS-PERIOD-OUT
              WRITE PRINT-REC FROM WS-PERIOD-LINE
           END-IF.
           IF NOT FRQ-ON-CALENDAR
              MOVE 'NOT ON FISCAL CALENDAR - CAL MONTH'
                 TO WS-PERIOD-LABEL
              MOVE WS-PERIOD-YYYYMM TO WS-PERIOD-OUT
              WRITE PRINT-REC FROM WS-PERIOD-LINE
           END-IF.
           MOVE 'GOOD RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'POSTING LINES WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-POSTINGS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *05/22 The posting feed split by company.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX
                 MOVE SPACES TO WS-SUMMARY-LABEL
                 STRING 'POSTING LINES FOR COMPANY '
                    WS-CC-COMPANY (WS-CC-IDX)
                    DELIMITED BY SIZE INTO WS-SUMMARY-LABEL
                 MOVE WS-CC-POSTINGS (WS-CC-IDX) TO WS-SUMMARY-COUNT
                 WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE 'RECORDS POSTED TO SUSPENSE' TO WS-SUMMARY-LABEL.
           MOVE WS-SUSPENSE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
