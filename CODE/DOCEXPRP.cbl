      * document with the supplier, type, expiry and state - so
      * purchasing chases the paper before FINALEX starts warning
      * (and then rejecting) the supplier's orders.
      * 05/05 Each document carries the supplier contact who answers
      * for it off the CONTMST contact master (via CONTLOOK) on a
      * line beneath it.
      ******************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card
           COPY CONTREQ.  *> CONTLOOK supplier-contact request block

       01 FILE-STATUS-CODES.
      * File status key for input File SUPPDOCS
       01 WS-IN-SUPPDOCS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-EXPIRING-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-NO-CONTACT-CTR                PIC 9(7) VALUE ZERO.

      *02/09 Look-ahead window - a document expiring inside the next
      * 30 days makes the report even though it is still good, so
          05 FILLER                 PIC X(06)      VALUE SPACES.
          05 DOC-STATE-OUT          PIC X(08)      VALUE SPACES.

      *05/05 Who to call - printed beneath each document line.
       01 WS-CONTACT-LINE-OUT.
          05 FILLER                 PIC X(6)       VALUE SPACES.
          05 CTL-ROLE-OUT           PIC X(18)      VALUE
             'SALES:'.
          05 CTL-NAME-OUT           PIC X(25)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTL-PHONE-OUT          PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTL-EMAIL-OUT          PIC X(40)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           MOVE SDR-REQUIRED-FLAG TO DOC-REQUIRED-OUT.
           WRITE PRINT-REC FROM WS-DOC-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 220-Write-Contact-Line.

      *05/05 The supplier's responsible contact, or a note that
      * CONTMST has none - CONTGAP lists those weekly.
       220-Write-Contact-Line.
           MOVE SDR-SUPPLIER-CODE TO CRQ-SUPPLIER-CODE.
      * The document decides who answers for it: the quality
      * contact for a quality-system cert, accounts receivable for
      * a W-9, sales for anything else (insurance and the like).
           EVALUATE SDR-DOC-TYPE
              WHEN 'QSC'
                 MOVE 'Q' TO CRQ-ROLE
                 MOVE 'QUALITY:' TO CTL-ROLE-OUT
              WHEN 'W9 '
                 MOVE 'A' TO CRQ-ROLE
                 MOVE 'ACCTS RECEIVABLE:' TO CTL-ROLE-OUT
              WHEN OTHER
                 MOVE 'S' TO CRQ-ROLE
                 MOVE 'SALES:' TO CTL-ROLE-OUT
           END-EVALUATE.
           CALL 'CONTLOOK' USING CONTACT-REQUEST.
           IF CRQ-CONTACT-FOUND
              MOVE CRQ-CONTACT-NAME TO CTL-NAME-OUT
              MOVE CRQ-PHONE TO CTL-PHONE-OUT
              MOVE CRQ-EMAIL TO CTL-EMAIL-OUT
           ELSE
              MOVE 'NO CONTACT ON FILE' TO CTL-NAME-OUT
              MOVE SPACES TO CTL-PHONE-OUT, CTL-EMAIL-OUT
              ADD 1 TO WS-NO-CONTACT-CTR
           END-IF.
           WRITE PRINT-REC FROM WS-CONTACT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *02/09 Window end = process date plus the look-ahead, via the
      * same CEEDAYS/CEEDATE arithmetic the rest of the shop uses.
           MOVE 'DOCUMENTS EXPIRING IN WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-EXPIRING-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DOCUMENTS WITH NO CONTACT ON FILE' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CONTACT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
