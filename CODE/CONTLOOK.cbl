       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTLOOK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/05 Supplier-contact lookup. CALLed by ACKCHASE, EXPEDITE,
      * CARAGE, DOCEXPRP, STMRECON and CONTGAP for the contact to
      * print against a supplier, so every report answers "who do I
      * call" off the same CONTMST master CONTMNT maintains (see
      * CONTTAB). Unlike PARMLOAD, which scans its master per call,
      * the reports call this once per printed line, so the master
      * is loaded into CONTACT-TABLE on the first call and kept for
      * the run; each call is then a binary search on supplier and
      * role. A missing CONTMST (status 35) just means no contacts -
      * every lookup comes back not found. The request block is
      * laid out in CONTREQ.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier contact master - see CONTTAB.
           SELECT CONTMST ASSIGN TO CONTMST
           FILE STATUS IS IN-CONTMST-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTMST-REC.
       01  CONTMST-REC      PIC X(112).

       WORKING-STORAGE SECTION.
           COPY CONTTAB. *> Supplier contact master table

       01 IN-CONTMST-KEY                   PIC X(2).
           88 CODE-WRITE                        VALUE SPACES.
           88 CONTMST-NOT-FOUND                 VALUE '35'.
       01 CONTMST-EOF-WS                   PIC X(01) VALUE 'N'.
           88 CONTMST-EOF                        VALUE 'Y'.
      *05/05 Loaded once per run - working storage is kept between
      * calls.
       01 WS-LOADED-FLAG                   PIC X(01) VALUE 'N'.
           88 CONTACTS-LOADED                    VALUE 'Y'.
       01 WS-CONTACT-INDEX                 PIC 9(4) VALUE 1.
       01 WS-CONTACT-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-LO                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05 WS-SEARCH-ROLE               PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
           COPY CONTREQ.

       PROCEDURE DIVISION USING CONTACT-REQUEST.

       MAIN.
           IF NOT CONTACTS-LOADED
              PERFORM 300-LoadContacts THRU 300-LoadContacts-Exit
           END-IF.
           MOVE 'N' TO CRQ-FOUND-FLAG.
           MOVE SPACES TO CRQ-CONTACT-NAME, CRQ-PHONE, CRQ-EMAIL.
           MOVE CRQ-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           MOVE CRQ-ROLE TO WS-SEARCH-ROLE.
           PERFORM 200-FindContact.
           IF WS-CONTACT-FOUND-IDX > ZERO
              MOVE 'Y' TO CRQ-FOUND-FLAG
              MOVE CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX)
                 TO CRQ-CONTACT-NAME
              MOVE CT-PHONE (WS-CONTACT-FOUND-IDX) TO CRQ-PHONE
              MOVE CT-EMAIL (WS-CONTACT-FOUND-IDX) TO CRQ-EMAIL
           END-IF.
           GOBACK.

      *05/05 Binary search of the ordered master on supplier+role.
       200-FindContact.
           MOVE ZERO TO WS-CONTACT-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE CONTACT-MAX TO WS-BSRCH-HI.
           PERFORM 210-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-CONTACT-FOUND-IDX > ZERO.

       210-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN CT-CONTACT-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-CONTACT-FOUND-IDX
              WHEN CT-CONTACT-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       300-LoadContacts.
           MOVE 'Y' TO WS-LOADED-FLAG.
           INITIALIZE CONTACT-TABLE.
           MOVE ZERO TO CONTACT-MAX.
           OPEN INPUT CONTMST.
           IF CONTMST-NOT-FOUND
              GO TO 300-LoadContacts-Exit
           END-IF.
           IF IN-CONTMST-KEY NOT = '00'
              DISPLAY 'CONTLOOK - File Problem openning CONTMST - '
                 'NO CONTACTS WILL PRINT'
              GO TO 300-LoadContacts-Exit
           END-IF.
           MOVE 1 TO WS-CONTACT-INDEX.
           PERFORM 310-ReadNextContact THRU 310-ReadNextContact-Exit
              UNTIL CONTMST-EOF.
           COMPUTE CONTACT-MAX = WS-CONTACT-INDEX - 1.
           CLOSE CONTMST.
       300-LoadContacts-Exit.
           EXIT.

      *05/05 A full table stops the load rather than failing the
      * calling report - contacts past the limit print as missing
      * until the OCCURS is raised.
       310-ReadNextContact.
           IF WS-CONTACT-INDEX > 2500
              DISPLAY 'CONTLOOK - CONTACT TABLE FULL AT 2500 '
                 'ROWS - RAISE OCCURS IN CONTTAB'
              MOVE 'Y' TO CONTMST-EOF-WS
              GO TO 310-ReadNextContact-Exit
           END-IF.
           READ CONTMST INTO CONTACT-LIST(WS-CONTACT-INDEX)
              AT END
                 MOVE 'Y' TO CONTMST-EOF-WS
           END-READ.
           IF NOT CONTMST-EOF
              ADD 1 TO WS-CONTACT-INDEX
           END-IF.
       310-ReadNextContact-Exit.
           EXIT.
