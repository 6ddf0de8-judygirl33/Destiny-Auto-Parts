       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTGAP.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/05 Weekly missing-contacts report. Walks every active
      * supplier on the supplier master (prospects are skipped -
      * nothing prints against them yet) and asks CONTLOOK for each
      * contact role one of the reports prints: customer service
      * (ACKCHASE, EXPEDITE), quality (CARAGE, DOCEXPRP), accounts
      * receivable (STMRECON, DOCEXPRP) and sales (DOCEXPRP). A
      * supplier missing any of them is listed with the roles it is
      * missing, so purchasing keys them in CONTMNT before the
      * reports start printing NO CONTACT ON FILE. The escalation
      * contact is kept on CONTMST but no report prints it, so it
      * is not checked here. Read-only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

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
           COPY SUPMTAB.  *> Supplier master table
           COPY CONTREQ.  *> CONTLOOK supplier-contact request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-GAP-FLAG                      PIC X(01) VALUE 'N'.
           88 SUPPLIER-HAS-GAP                   VALUE 'Y'.

       01 WS-ACTIVE-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-GAP-CTR                       PIC 9(7) VALUE ZERO.
       01 WS-NO-CUST-SVC-CTR               PIC 9(7) VALUE ZERO.
       01 WS-NO-QUALITY-CTR                PIC 9(7) VALUE ZERO.
       01 WS-NO-ACCTS-REC-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NO-SALES-CTR                  PIC 9(7) VALUE ZERO.

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
              'Destiny Auto Parts - Suppliers Missing Contacts'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(35)      VALUE
              'ACTIVE SUPPLIERS CHECKED AS OF    '.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(87)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(17)      VALUE 'Name'.
          05 FILLER              PIC X(18)      VALUE 'Cust Service'.
          05 FILLER              PIC X(18)      VALUE 'Quality'.
          05 FILLER              PIC X(18)      VALUE
             'Accts Receivable'.
          05 FILLER              PIC X(18)      VALUE 'Sales'.
      * Which reports print each role - what goes blank without it.
       01 WS-HEADER-2.
          05 FILLER              PIC X(32)      VALUE SPACES.
          05 FILLER              PIC X(18)      VALUE
             'ACKCHASE EXPEDITE'.
          05 FILLER              PIC X(18)      VALUE
             'CARAGE DOCEXPRP'.
          05 FILLER              PIC X(18)      VALUE
             'STMRECON DOCEXPRP'.
          05 FILLER              PIC X(18)      VALUE 'DOCEXPRP'.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-NAME-OUT           PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-CUST-SVC-OUT       PIC X(07)      VALUE SPACES.
          05 FILLER                 PIC X(11)      VALUE SPACES.
          05 DTL-QUALITY-OUT        PIC X(07)      VALUE SPACES.
          05 FILLER                 PIC X(11)      VALUE SPACES.
          05 DTL-ACCTS-REC-OUT      PIC X(07)      VALUE SPACES.
          05 FILLER                 PIC X(11)      VALUE SPACES.
          05 DTL-SALES-OUT          PIC X(07)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-CheckSupplier
              THRU 200-CheckSupplier-Exit
              VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 800-NEW-PAGE.

       200-CheckSupplier.
           IF SM-PROSPECT (WS-SUPPMST-INDEX)
              GO TO 200-CheckSupplier-Exit
           END-IF.
           ADD 1 TO WS-ACTIVE-CTR.
           MOVE 'N' TO WS-GAP-FLAG.
           MOVE SPACES TO DTL-CUST-SVC-OUT, DTL-QUALITY-OUT,
              DTL-ACCTS-REC-OUT, DTL-SALES-OUT.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
              TO CRQ-SUPPLIER-CODE.

           MOVE 'C' TO CRQ-ROLE.
           CALL 'CONTLOOK' USING CONTACT-REQUEST.
           IF NOT CRQ-CONTACT-FOUND
              MOVE 'MISSING' TO DTL-CUST-SVC-OUT
              ADD 1 TO WS-NO-CUST-SVC-CTR
              MOVE 'Y' TO WS-GAP-FLAG
           END-IF.
           MOVE 'Q' TO CRQ-ROLE.
           CALL 'CONTLOOK' USING CONTACT-REQUEST.
           IF NOT CRQ-CONTACT-FOUND
              MOVE 'MISSING' TO DTL-QUALITY-OUT
              ADD 1 TO WS-NO-QUALITY-CTR
              MOVE 'Y' TO WS-GAP-FLAG
           END-IF.
           MOVE 'A' TO CRQ-ROLE.
           CALL 'CONTLOOK' USING CONTACT-REQUEST.
           IF NOT CRQ-CONTACT-FOUND
              MOVE 'MISSING' TO DTL-ACCTS-REC-OUT
              ADD 1 TO WS-NO-ACCTS-REC-CTR
              MOVE 'Y' TO WS-GAP-FLAG
           END-IF.
           MOVE 'S' TO CRQ-ROLE.
           CALL 'CONTLOOK' USING CONTACT-REQUEST.
           IF NOT CRQ-CONTACT-FOUND
              MOVE 'MISSING' TO DTL-SALES-OUT
              ADD 1 TO WS-NO-SALES-CTR
              MOVE 'Y' TO WS-GAP-FLAG
           END-IF.

           IF NOT SUPPLIER-HAS-GAP
              GO TO 200-CheckSupplier-Exit
           END-IF.
           ADD 1 TO WS-GAP-CTR.
           PERFORM 700-Write-Detail-Line.
       200-CheckSupplier-Exit.
           EXIT.

       300-Open-Files.
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-SUPPMST-INDEX
                PERFORM 320-ReadNextSupplier UNTIL SUPPMST-EOF
                COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1
                CLOSE SUPPMST
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       320-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'CONTGAP - SUPPLIER MASTER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST (WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
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

       600-CLOSE-FILES.
           CLOSE  PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE SM-SUPPLIER-CODE (WS-SUPPMST-INDEX) TO DTL-SUPPLIER-OUT.
           MOVE SM-SUPPLIER-NAME (WS-SUPPMST-INDEX) TO DTL-NAME-OUT.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           WRITE PRINT-REC FROM WS-HEADER-2.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACTIVE SUPPLIERS CHECKED' TO WS-SUMMARY-LABEL.
           MOVE WS-ACTIVE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS MISSING A CONTACT' TO WS-SUMMARY-LABEL.
           MOVE WS-GAP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO CUSTOMER SERVICE CONTACT' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CUST-SVC-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO QUALITY CONTACT' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-QUALITY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO ACCOUNTS RECEIVABLE CONTACT' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-ACCTS-REC-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO SALES CONTACT' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-SALES-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
