       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCHK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/16 Weekly cross-master integrity check. Every master is kept
      * through its own console - SUPPMNT, PLCMNT/PARTMUPD, SPXRMNT,
      * QUOTMNT, INTMNT, SUPDMNT, CARMNT and the purchasing-loaded
      * PRCAGREE, STDCOST, MOQFILE, BLNKMAST, SUPERSED and BOMFILE -
      * and none of them looks at the others, so a price agreement
      * for a supplier deleted off SUPPMST, or a supersession to a
      * part no longer on PARTMAST, sat quietly until an edit tripped
      * over it months later. Loads every master once and checks each
      * cross-reference:
      *   ERROR   - an orphan or dangling reference: a supplier not on
      *             SUPPMST, a part not on PARTMAST, a part that
      *             supersedes or kits itself, a supersession chain
      *             that loops. These break an edit.
      *   WARNING - a row that resolves but makes no sense: an open
      *             blanket, agreement, quote or order policy for an
      *             obsolete part, an agreement or blanket with a
      *             supplier still a prospect, an active kit built on
      *             an obsolete component, dates out of order and the
      *             like.
      * Errors print ahead of warnings, with a rows/errors/warnings
      * line per master at the end. Ends RETURN-CODE 8 with any error,
      * 4 with warnings only, 0 clean - the job stream acts on it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Parts master PARTMUPD/PLCMNT maintain.
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Supplier part cross-reference - see XREFTAB.
           SELECT SPXREF ASSIGN TO SPXREF
           FILE STATUS IS IN-SPXREF-KEY.

      * Price agreements - see PAGRTAB.
           SELECT PRCAGREE ASSIGN TO PRCAGREE
           FILE STATUS IS IN-PRCAGREE-KEY.

      * Supplier quotes - see QUOTTAB.
           SELECT QUOTFILE ASSIGN TO QUOTFILE
           FILE STATUS IS IN-QUOTFILE-KEY.

      * Standard costs - see STDCTAB.
           SELECT STDCOST ASSIGN TO STDCOST
           FILE STATUS IS IN-STDCOST-KEY.

      * Order policies - see MOQTAB.
           SELECT MOQFILE ASSIGN TO MOQFILE
           FILE STATUS IS IN-MOQFILE-KEY.

      * Blanket orders - see BLNKTAB.
           SELECT BLNKMAST ASSIGN TO BLNKMAST
           FILE STATUS IS IN-BLNKMAST-KEY.

      * Interchange groups - see INTCTAB.
           SELECT INTCHG ASSIGN TO INTCHG
           FILE STATUS IS IN-INTCHG-KEY.

      * Supersessions - see SUPSTAB.
           SELECT SUPERSED ASSIGN TO SUPERSED
           FILE STATUS IS IN-SUPERSED-KEY.

      * Kit bills of material - see BOMTAB.
           SELECT BOMFILE ASSIGN TO BOMFILE
           FILE STATUS IS IN-BOMFILE-KEY.

      * Supplier compliance documents - see DOCTAB.
           SELECT SUPPDOCS ASSIGN TO SUPPDOCS
           FILE STATUS IS IN-SUPPDOCS-KEY.

      * Corrective-action requests - see CARTAB.
           SELECT CARFILE ASSIGN TO CARFILE
           FILE STATUS IS IN-CARFILE-KEY.

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
       01  SUPPMST-REC     PIC X(74).

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(107).
           05  PM-LIFECYCLE-CODE       PIC X(01).
           05  FILLER                  PIC X(24).

       FD  SPXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPXREF-REC.
       01  SPXREF-REC     PIC X(58).

       FD  PRCAGREE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCAGREE-REC.
       01  PRCAGREE-REC     PIC X(60).

       FD  QUOTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUOTFILE-REC.
       01  QUOTFILE-REC     PIC X(55).

       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
       01  STDCOST-REC     PIC X(33).

       FD  MOQFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOQFILE-REC.
       01  MOQFILE-REC     PIC X(47).

       FD  BLNKMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BLNKMAST-REC.
       01  BLNKMAST-REC     PIC X(72).

       FD  INTCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTCHG-REC.
       01  INTCHG-REC     PIC X(30).

       FD  SUPERSED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPERSED-REC.
       01  SUPERSED-REC     PIC X(56).

       FD  BOMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOMFILE-REC.
       01  BOMFILE-REC     PIC X(53).

       FD  SUPPDOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPDOCS-REC.
       01  SUPPDOCS-REC     PIC X(24).

       FD  CARFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARFILE-REC.
       01  CARFILE-REC     PIC X(47).

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
           COPY PROCDATE. *> Business process date control card
           COPY SUPMTAB. *> Supplier master
           COPY XREFTAB. *> Supplier part cross-reference
           COPY PAGRTAB. *> Price agreements
           COPY QUOTTAB. *> Supplier quotes
           COPY STDCTAB. *> Standard costs
           COPY MOQTAB. *> Order policies
           COPY BLNKTAB. *> Blanket orders
           COPY INTCTAB. *> Interchange groups
           COPY SUPSTAB. *> Supersessions
           COPY BOMTAB. *> Kit bills of material
           COPY DOCTAB. *> Supplier compliance documents
           COPY CARTAB. *> Corrective-action requests

       01 FILE-STATUS-CODES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SPXREF-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PRCAGREE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-QUOTFILE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-STDCOST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-MOQFILE-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BLNKMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-INTCHG-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPERSED-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BOMFILE-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPDOCS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-CARFILE-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 SPXREF-EOF-WS                   PIC X(01) VALUE 'N'.
              88 SPXREF-EOF                              VALUE 'Y'.
           05 PRCAGREE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PRCAGREE-EOF                            VALUE 'Y'.
           05 QUOTFILE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 QUOTFILE-EOF                            VALUE 'Y'.
           05 STDCOST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 STDCOST-EOF                             VALUE 'Y'.
           05 MOQFILE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 MOQFILE-EOF                             VALUE 'Y'.
           05 BLNKMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BLNKMAST-EOF                            VALUE 'Y'.
           05 INTCHG-EOF-WS                   PIC X(01) VALUE 'N'.
              88 INTCHG-EOF                              VALUE 'Y'.
           05 SUPERSED-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SUPERSED-EOF                            VALUE 'Y'.
           05 BOMFILE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 BOMFILE-EOF                             VALUE 'Y'.
           05 SUPPDOCS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SUPPDOCS-EOF                            VALUE 'Y'.
           05 CARFILE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 CARFILE-EOF                             VALUE 'Y'.

       01 WS-LOAD-INDEX                    PIC 9(5) VALUE 1.
       01 WS-ROW-IDX                       PIC 9(5) VALUE ZERO.
       01 WS-SCAN-IDX                      PIC 9(5) VALUE ZERO.

      *05/16 Parts master, part number and lifecycle code only.
       01 WS-PART-TABLE.
           05 WS-PT-ENTRY OCCURS 50000 TIMES.
              10 WS-PT-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-PT-LIFECYCLE-CODE     PIC X(01) VALUE SPACES.
       01 WS-PART-MAX                      PIC 9(5) VALUE ZERO.

      *05/16 Lookup arguments and results.
       01 WS-CK-SUPPLIER-CODE              PIC X(10) VALUE SPACES.
       01 WS-CK-SUPP-FOUND-FLAG            PIC X(01) VALUE 'N'.
           88 CK-SUPPLIER-FOUND                    VALUE 'Y'.
       01 WS-CK-SUPP-PROSPECT-FLAG         PIC X(01) VALUE 'N'.
           88 CK-SUPPLIER-PROSPECT                 VALUE 'Y'.
       01 WS-CK-PART-NUMBER                PIC X(23) VALUE SPACES.
       01 WS-CK-PART-FOUND-FLAG            PIC X(01) VALUE 'N'.
           88 CK-PART-FOUND                        VALUE 'Y'.
       01 WS-CK-PART-OBSOLETE-FLAG         PIC X(01) VALUE 'N'.
           88 CK-PART-OBSOLETE                     VALUE 'Y'.
       01 WS-CK-KIT-OBSOLETE-FLAG          PIC X(01) VALUE 'N'.
           88 CK-KIT-OBSOLETE                      VALUE 'Y'.
       01 WS-CK-MEMBER-FLAG                PIC X(01) VALUE 'N'.
           88 CK-GROUP-HAS-PARTNER                 VALUE 'Y'.
       01 WS-MOQ-UNITS                     PIC 9(07) VALUE ZERO.

      *05/16 Supersession chain walk - a chain longer than the table
      * can only be a loop.
       01 WS-CHAIN-PART                    PIC X(23) VALUE SPACES.
       01 WS-CHAIN-HOPS                    PIC 9(05) VALUE ZERO.
       01 WS-CHAIN-FLAG                    PIC X(01) VALUE 'N'.
           88 CHAIN-ENDED                          VALUE 'E'.
           88 CHAIN-LOOPS                          VALUE 'L'.
       01 WS-CHAIN-NEXT-FLAG               PIC X(01) VALUE 'N'.
           88 CHAIN-NEXT-FOUND                     VALUE 'Y'.

      *05/16 Exception being raised, and the list printed by
      * severity once every master is checked. Past the table the
      * exceptions are still counted, just not listed.
       01 WS-EXCEPTION-WORK.
           05 WS-EX-SEVERITY-WK             PIC X(01) VALUE SPACES.
              88 EX-ERROR-WK                          VALUE 'E'.
              88 EX-WARNING-WK                        VALUE 'W'.
           05 WS-EX-MASTER-WK               PIC X(08) VALUE SPACES.
           05 WS-EX-KEY-WK.
              10 WS-EX-KEY-1-WK             PIC X(23) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-EX-KEY-2-WK             PIC X(16) VALUE SPACES.
           05 WS-EX-REF-WK                  PIC X(23) VALUE SPACES.
           05 WS-EX-TEXT-WK                 PIC X(44) VALUE SPACES.
       01 WS-EXCEPTION-TABLE.
           05 WS-EX-ENTRY OCCURS 5000 TIMES.
              10 WS-EX-SEVERITY             PIC X(01).
              10 WS-EX-MASTER               PIC X(08).
              10 WS-EX-KEY                  PIC X(40).
              10 WS-EX-REF                  PIC X(23).
              10 WS-EX-TEXT                 PIC X(44).
       01 WS-EX-MAX                        PIC 9(4) VALUE ZERO.
       01 WS-EX-IDX                        PIC 9(4) VALUE ZERO.
       01 WS-EX-PRINT-SEVERITY             PIC X(01) VALUE SPACES.
       01 WS-EX-PRINTED-CTR                PIC 9(5) VALUE ZERO.

      *05/16 Rows, errors and warnings per master, in check order.
       01 WS-MASTER-NO                     PIC 9(2) VALUE ZERO.
       01 WS-MASTER-SUMMARY-TABLE.
           05 WS-MS-ENTRY OCCURS 13 TIMES.
              10 WS-MS-NAME                 PIC X(08) VALUE SPACES.
              10 WS-MS-ROWS                 PIC 9(05) VALUE ZERO.
              10 WS-MS-ERRORS               PIC 9(05) VALUE ZERO.
              10 WS-MS-WARNINGS             PIC 9(05) VALUE ZERO.

       01 WS-RUN-TOTALS.
           05 WS-RN-ERRORS                  PIC 9(07) VALUE ZERO.
           05 WS-RN-WARNINGS                PIC 9(07) VALUE ZERO.
           05 WS-RN-NOT-LISTED              PIC 9(07) VALUE ZERO.

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
              'Destiny Auto Parts - Master File Integrity Check'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
           05 FILLER              PIC X(13)      VALUE SPACES.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TEXT     PIC X(50)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC 9999/99/99 VALUE ZERO.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(9)       VALUE 'Severity'.
          05 FILLER              PIC X(10)      VALUE 'Master'.
          05 FILLER              PIC X(42)      VALUE 'Row key'.
          05 FILLER              PIC X(25)      VALUE 'Reference'.
          05 FILLER              PIC X(44)      VALUE 'Problem'.

       01 WS-EXCEPTION-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 EX-SEVERITY-OUT        PIC X(07)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EX-MASTER-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EX-KEY-OUT             PIC X(40)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EX-REF-OUT             PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EX-TEXT-OUT            PIC X(44)      VALUE SPACES.

       01 WS-NONE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(40)      VALUE
             'NONE FOUND'.
          05 FILLER                 PIC X(90)      VALUE SPACES.

       01 WS-MASTER-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 MS-NAME-OUT            PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(13)      VALUE
             'ROWS CHECKED '.
          05 MS-ROWS-OUT            PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(07)      VALUE 'ERRORS '.
          05 MS-ERRORS-OUT          PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(09)      VALUE 'WARNINGS '.
          05 MS-WARNINGS-OUT        PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(62)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Check-SPXREF.
           PERFORM 110-Check-PRCAGREE.
           PERFORM 120-Check-QUOTFILE.
           PERFORM 130-Check-STDCOST.
           PERFORM 140-Check-MOQFILE.
           PERFORM 150-Check-BLNKMAST.
           PERFORM 160-Check-INTCHG.
           PERFORM 170-Check-SUPERSED.
           PERFORM 180-Check-BOMFILE.
           PERFORM 190-Check-SUPPDOCS.
           PERFORM 195-Check-CARFILE.
           PERFORM 700-PrintExceptions.
           PERFORM 900-WriteSummary.
           PERFORM 950-SetReturnCode.
           CLOSE PRINT-LINE.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-PART-TABLE.
           INITIALIZE WS-EXCEPTION-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 3500-LoadMasters.
           MOVE 'SUPPMST' TO WS-MS-NAME (1).
           MOVE SUPP-MASTER-MAX TO WS-MS-ROWS (1).
           MOVE 'PARTMAST' TO WS-MS-NAME (2).
           MOVE WS-PART-MAX TO WS-MS-ROWS (2).
           OPEN OUTPUT PRINT-LINE.

      *05/16 Each master's rows. WS-MASTER-NO is the summary slot the
      * exceptions count against; SUPPMST and PARTMAST only carry
      * their row counts - every check is made from the other side.
       100-Check-SPXREF.
           MOVE 3 TO WS-MASTER-NO.
           MOVE 'SPXREF' TO WS-MS-NAME (3).
           MOVE PART-XREF-MAX TO WS-MS-ROWS (3).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > PART-XREF-MAX
                 PERFORM 101-Check-XrefRow
           END-PERFORM.

       101-Check-XrefRow.
           MOVE 'SPXREF' TO WS-EX-MASTER-WK.
           MOVE XR-THEIR-PART (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE XR-SUPPLIER-CODE (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE XR-SUPPLIER-CODE (WS-ROW-IDX) TO WS-CK-SUPPLIER-CODE.
           PERFORM 510-ErrorIfNoSupplier.
           MOVE XR-OUR-PART (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
           IF CK-PART-OBSOLETE
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'MAPS TO AN OBSOLETE PART' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       110-Check-PRCAGREE.
           MOVE 4 TO WS-MASTER-NO.
           MOVE 'PRCAGREE' TO WS-MS-NAME (4).
           MOVE PRICE-AGREE-MAX TO WS-MS-ROWS (4).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > PRICE-AGREE-MAX
                 PERFORM 111-Check-AgreementRow
           END-PERFORM.

       111-Check-AgreementRow.
           MOVE 'PRCAGREE' TO WS-EX-MASTER-WK.
           MOVE PA-PART-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE PA-SUPPLIER-CODE (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE PA-SUPPLIER-CODE (WS-ROW-IDX) TO WS-CK-SUPPLIER-CODE.
           PERFORM 510-ErrorIfNoSupplier.
           PERFORM 515-WarnIfProspect.
           MOVE PA-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
           IF CK-PART-OBSOLETE
              AND (PA-END-DATE (WS-ROW-IDX) = ZERO
                 OR PA-END-DATE (WS-ROW-IDX) >= PROCESS-DATE)
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'AGREEMENT IN FORCE FOR AN OBSOLETE PART'
                 TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.
           IF PA-END-DATE (WS-ROW-IDX) NOT = ZERO
              AND PA-END-DATE (WS-ROW-IDX) < PA-START-DATE (WS-ROW-IDX)
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE SPACES TO WS-EX-REF-WK
              MOVE 'AGREEMENT ENDS BEFORE IT STARTS' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       120-Check-QUOTFILE.
           MOVE 5 TO WS-MASTER-NO.
           MOVE 'QUOTFILE' TO WS-MS-NAME (5).
           MOVE QUOTE-MAX TO WS-MS-ROWS (5).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > QUOTE-MAX
                 PERFORM 121-Check-QuoteRow
           END-PERFORM.

       121-Check-QuoteRow.
           MOVE 'QUOTFILE' TO WS-EX-MASTER-WK.
           MOVE QU-PART-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE QU-SUPPLIER-CODE (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE QU-SUPPLIER-CODE (WS-ROW-IDX) TO WS-CK-SUPPLIER-CODE.
           PERFORM 510-ErrorIfNoSupplier.
           MOVE QU-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
           IF CK-PART-OBSOLETE
              AND QU-VALID-UNTIL (WS-ROW-IDX) >= PROCESS-DATE
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'OPEN QUOTE FOR AN OBSOLETE PART' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       130-Check-STDCOST.
           MOVE 6 TO WS-MASTER-NO.
           MOVE 'STDCOST' TO WS-MS-NAME (6).
           MOVE STD-COST-MAX TO WS-MS-ROWS (6).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > STD-COST-MAX
                 PERFORM 131-Check-StandardRow
           END-PERFORM.

       131-Check-StandardRow.
           MOVE 'STDCOST' TO WS-EX-MASTER-WK.
           MOVE SC-PART-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE SPACES TO WS-EX-KEY-2-WK.
           MOVE SC-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
           IF SC-STD-COST (WS-ROW-IDX) = ZERO
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE SPACES TO WS-EX-REF-WK
              MOVE 'ZERO STANDARD COST' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       140-Check-MOQFILE.
           MOVE 7 TO WS-MASTER-NO.
           MOVE 'MOQFILE' TO WS-MS-NAME (7).
           MOVE ORDER-POLICY-MAX TO WS-MS-ROWS (7).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > ORDER-POLICY-MAX
                 PERFORM 141-Check-PolicyRow
           END-PERFORM.

       141-Check-PolicyRow.
           MOVE 'MOQFILE' TO WS-EX-MASTER-WK.
           MOVE MQ-PART-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE MQ-SUPPLIER-CODE (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE MQ-SUPPLIER-CODE (WS-ROW-IDX) TO WS-CK-SUPPLIER-CODE.
           PERFORM 510-ErrorIfNoSupplier.
           MOVE MQ-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
           IF CK-PART-OBSOLETE
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'ORDER POLICY FOR AN OBSOLETE PART'
                 TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.
      * A minimum off the case multiple can never be ordered exactly.
           IF MQ-MULTIPLE (WS-ROW-IDX) > ZERO
              COMPUTE WS-MOQ-UNITS =
                 MQ-MIN-QTY (WS-ROW-IDX) / MQ-MULTIPLE (WS-ROW-IDX)
              IF WS-MOQ-UNITS * MQ-MULTIPLE (WS-ROW-IDX)
                    NOT = MQ-MIN-QTY (WS-ROW-IDX)
                 MOVE 'W' TO WS-EX-SEVERITY-WK
                 MOVE SPACES TO WS-EX-REF-WK
                 MOVE 'MINIMUM IS NOT A MULTIPLE OF THE CASE QTY'
                    TO WS-EX-TEXT-WK
                 PERFORM 600-AddException
              END-IF
           END-IF.

       150-Check-BLNKMAST.
           MOVE 8 TO WS-MASTER-NO.
           MOVE 'BLNKMAST' TO WS-MS-NAME (8).
           MOVE BLANKET-MAX TO WS-MS-ROWS (8).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > BLANKET-MAX
                 PERFORM 151-Check-BlanketRow
           END-PERFORM.

       151-Check-BlanketRow.
           MOVE 'BLNKMAST' TO WS-EX-MASTER-WK.
           MOVE BL-BLANKET-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE BL-SUPPLIER-CODE (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE BL-SUPPLIER-CODE (WS-ROW-IDX) TO WS-CK-SUPPLIER-CODE.
           PERFORM 510-ErrorIfNoSupplier.
           PERFORM 515-WarnIfProspect.
           MOVE BL-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
           IF CK-PART-OBSOLETE
              AND BL-EXPIRY-DATE (WS-ROW-IDX) >= PROCESS-DATE
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'OPEN BLANKET FOR AN OBSOLETE PART'
                 TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       160-Check-INTCHG.
           MOVE 9 TO WS-MASTER-NO.
           MOVE 'INTCHG' TO WS-MS-NAME (9).
           MOVE INTERCHANGE-MAX TO WS-MS-ROWS (9).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > INTERCHANGE-MAX
                 PERFORM 161-Check-MemberRow
           END-PERFORM.

       161-Check-MemberRow.
           MOVE 'INTCHG' TO WS-EX-MASTER-WK.
           MOVE IG-PART-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE IG-GROUP-ID (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE IG-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
      * A group with one member interchanges with nothing.
           MOVE 'N' TO WS-CK-MEMBER-FLAG.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > INTERCHANGE-MAX
                 OR CK-GROUP-HAS-PARTNER
                 IF WS-SCAN-IDX NOT = WS-ROW-IDX
                    AND IG-GROUP-ID (WS-SCAN-IDX)
                       = IG-GROUP-ID (WS-ROW-IDX)
                    MOVE 'Y' TO WS-CK-MEMBER-FLAG
                 END-IF
           END-PERFORM.
           IF NOT CK-GROUP-HAS-PARTNER
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE SPACES TO WS-EX-REF-WK
              MOVE 'ONLY MEMBER OF ITS INTERCHANGE GROUP'
                 TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       170-Check-SUPERSED.
           MOVE 10 TO WS-MASTER-NO.
           MOVE 'SUPERSED' TO WS-MS-NAME (10).
           MOVE SUPERSESSION-MAX TO WS-MS-ROWS (10).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > SUPERSESSION-MAX
                 PERFORM 171-Check-SupersessionRow
                    THRU 171-Check-SupersessionRow-Exit
           END-PERFORM.

       171-Check-SupersessionRow.
           MOVE 'SUPERSED' TO WS-EX-MASTER-WK.
           MOVE SU-OLD-PART-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE SPACES TO WS-EX-KEY-2-WK.
           IF SU-NEW-PART-NUMBER (WS-ROW-IDX)
                 = SU-OLD-PART-NUMBER (WS-ROW-IDX)
              MOVE 'E' TO WS-EX-SEVERITY-WK
              MOVE SU-NEW-PART-NUMBER (WS-ROW-IDX) TO WS-EX-REF-WK
              MOVE 'PART SUPERSEDES ITSELF' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
              GO TO 171-Check-SupersessionRow-Exit
           END-IF.
      * The old number may have been purged off the catalog since -
      * only the replacement has to be orderable.
           MOVE SU-OLD-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 500-FindPart.
           IF NOT CK-PART-FOUND
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'SUPERSEDED PART NOT ON PARTMAST' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.
           MOVE SU-NEW-PART-NUMBER (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 500-FindPart.
           IF NOT CK-PART-FOUND
              MOVE 'E' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'REPLACEMENT PART NOT ON PARTMAST' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.
           IF CK-PART-OBSOLETE
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'REPLACEMENT PART IS OBSOLETE' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.
           PERFORM 530-WalkChain THRU 530-WalkChain-Exit.
           IF CHAIN-LOOPS
              MOVE 'E' TO WS-EX-SEVERITY-WK
              MOVE SU-NEW-PART-NUMBER (WS-ROW-IDX) TO WS-EX-REF-WK
              MOVE 'SUPERSESSION CHAIN LOOPS BACK ON ITSELF'
                 TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.
       171-Check-SupersessionRow-Exit.
           EXIT.

       180-Check-BOMFILE.
           MOVE 11 TO WS-MASTER-NO.
           MOVE 'BOMFILE' TO WS-MS-NAME (11).
           MOVE KIT-BOM-MAX TO WS-MS-ROWS (11).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > KIT-BOM-MAX
                 PERFORM 181-Check-ComponentRow
           END-PERFORM.

       181-Check-ComponentRow.
           MOVE 'BOMFILE' TO WS-EX-MASTER-WK.
           MOVE BM-KIT-PART (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE SPACES TO WS-EX-KEY-2-WK.
           MOVE BM-KIT-PART (WS-ROW-IDX) TO WS-CK-PART-NUMBER.
           PERFORM 520-ErrorIfNoPart.
           MOVE WS-CK-PART-OBSOLETE-FLAG TO WS-CK-KIT-OBSOLETE-FLAG.
           IF BM-COMPONENT-PART (WS-ROW-IDX) = BM-KIT-PART (WS-ROW-IDX)
              MOVE 'E' TO WS-EX-SEVERITY-WK
              MOVE BM-COMPONENT-PART (WS-ROW-IDX) TO WS-EX-REF-WK
              MOVE 'KIT LISTS ITSELF AS A COMPONENT' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           ELSE
              MOVE BM-COMPONENT-PART (WS-ROW-IDX) TO WS-CK-PART-NUMBER
              PERFORM 500-FindPart
              IF NOT CK-PART-FOUND
                 MOVE 'E' TO WS-EX-SEVERITY-WK
                 MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
                 MOVE 'COMPONENT NOT ON PARTMAST' TO WS-EX-TEXT-WK
                 PERFORM 600-AddException
              END-IF
              IF CK-PART-OBSOLETE AND NOT CK-KIT-OBSOLETE
                 MOVE 'W' TO WS-EX-SEVERITY-WK
                 MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
                 MOVE 'ACTIVE KIT BUILT ON AN OBSOLETE COMPONENT'
                    TO WS-EX-TEXT-WK
                 PERFORM 600-AddException
              END-IF
           END-IF.
           IF BM-QTY-PER (WS-ROW-IDX) = ZERO
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE BM-COMPONENT-PART (WS-ROW-IDX) TO WS-EX-REF-WK
              MOVE 'ZERO QUANTITY PER KIT' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       190-Check-SUPPDOCS.
           MOVE 12 TO WS-MASTER-NO.
           MOVE 'SUPPDOCS' TO WS-MS-NAME (12).
           MOVE SUPP-DOC-MAX TO WS-MS-ROWS (12).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > SUPP-DOC-MAX
                 PERFORM 191-Check-DocumentRow
           END-PERFORM.

       191-Check-DocumentRow.
           MOVE 'SUPPDOCS' TO WS-EX-MASTER-WK.
           MOVE SD-SUPPLIER-CODE (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE SD-DOC-TYPE (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE SD-SUPPLIER-CODE (WS-ROW-IDX) TO WS-CK-SUPPLIER-CODE.
           PERFORM 510-ErrorIfNoSupplier.

       195-Check-CARFILE.
           MOVE 13 TO WS-MASTER-NO.
           MOVE 'CARFILE' TO WS-MS-NAME (13).
           MOVE CAR-MAX TO WS-MS-ROWS (13).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > CAR-MAX
                 PERFORM 196-Check-CarRow
           END-PERFORM.

       196-Check-CarRow.
           MOVE 'CARFILE' TO WS-EX-MASTER-WK.
           MOVE CA-CAR-NUMBER (WS-ROW-IDX) TO WS-EX-KEY-1-WK.
           MOVE CA-SUPPLIER-CODE (WS-ROW-IDX) TO WS-EX-KEY-2-WK.
           MOVE CA-SUPPLIER-CODE (WS-ROW-IDX) TO WS-CK-SUPPLIER-CODE.
           PERFORM 510-ErrorIfNoSupplier.
           IF CA-STATUS-CLOSED (WS-ROW-IDX)
              AND CA-CLOSE-DATE (WS-ROW-IDX) = ZERO
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE SPACES TO WS-EX-REF-WK
              MOVE 'CLOSED CAR HAS NO CLOSE DATE' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       300-Open-Files.
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT SPXREF.
           IF IN-SPXREF-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SPXREF'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PRCAGREE.
           IF IN-PRCAGREE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PRCAGREE'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT QUOTFILE.
           IF IN-QUOTFILE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input QUOTFILE'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT STDCOST.
           IF IN-STDCOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input STDCOST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT MOQFILE.
           IF IN-MOQFILE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input MOQFILE'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT BLNKMAST.
           IF IN-BLNKMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BLNKMAST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT INTCHG.
           IF IN-INTCHG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input INTCHG'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT SUPERSED.
           IF IN-SUPERSED-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPERSED'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT BOMFILE.
           IF IN-BOMFILE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BOMFILE'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT SUPPDOCS.
           IF IN-SUPPDOCS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPDOCS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT CARFILE.
           IF IN-CARFILE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CARFILE'
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

      *05/16 Every master loads whole, the MAKETAB way, and closes.
       3500-LoadMasters.
           INITIALIZE SUPP-MASTER-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3510-ReadSupplier UNTIL SUPPMST-EOF.
           COMPUTE SUPP-MASTER-MAX = WS-LOAD-INDEX - 1.
           CLOSE SUPPMST.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3515-ReadPart UNTIL PARTMAST-EOF.
           COMPUTE WS-PART-MAX = WS-LOAD-INDEX - 1.
           CLOSE PARTMAST.
           INITIALIZE PART-XREF-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3520-ReadXref UNTIL SPXREF-EOF.
           COMPUTE PART-XREF-MAX = WS-LOAD-INDEX - 1.
           CLOSE SPXREF.
           INITIALIZE PRICE-AGREE-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3525-ReadAgreement UNTIL PRCAGREE-EOF.
           COMPUTE PRICE-AGREE-MAX = WS-LOAD-INDEX - 1.
           CLOSE PRCAGREE.
           INITIALIZE QUOTE-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3530-ReadQuote UNTIL QUOTFILE-EOF.
           COMPUTE QUOTE-MAX = WS-LOAD-INDEX - 1.
           CLOSE QUOTFILE.
           INITIALIZE STD-COST-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3535-ReadStandard UNTIL STDCOST-EOF.
           COMPUTE STD-COST-MAX = WS-LOAD-INDEX - 1.
           CLOSE STDCOST.
           INITIALIZE ORDER-POLICY-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3540-ReadPolicy UNTIL MOQFILE-EOF.
           COMPUTE ORDER-POLICY-MAX = WS-LOAD-INDEX - 1.
           CLOSE MOQFILE.
           INITIALIZE BLANKET-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3545-ReadBlanket UNTIL BLNKMAST-EOF.
           COMPUTE BLANKET-MAX = WS-LOAD-INDEX - 1.
           CLOSE BLNKMAST.
           INITIALIZE INTERCHANGE-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3550-ReadMember UNTIL INTCHG-EOF.
           COMPUTE INTERCHANGE-MAX = WS-LOAD-INDEX - 1.
           CLOSE INTCHG.
           INITIALIZE SUPERSESSION-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3555-ReadSupersession UNTIL SUPERSED-EOF.
           COMPUTE SUPERSESSION-MAX = WS-LOAD-INDEX - 1.
           CLOSE SUPERSED.
           INITIALIZE KIT-BOM-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3560-ReadComponent UNTIL BOMFILE-EOF.
           COMPUTE KIT-BOM-MAX = WS-LOAD-INDEX - 1.
           CLOSE BOMFILE.
           INITIALIZE SUPP-DOC-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3565-ReadDocument UNTIL SUPPDOCS-EOF.
           COMPUTE SUPP-DOC-MAX = WS-LOAD-INDEX - 1.
           CLOSE SUPPDOCS.
           INITIALIZE CAR-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3570-ReadCar UNTIL CARFILE-EOF.
           COMPUTE CAR-MAX = WS-LOAD-INDEX - 1.
           CLOSE CARFILE.

       3510-ReadSupplier.
           IF WS-LOAD-INDEX > 500
              DISPLAY 'MSTRCHK - SUPPLIER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3515-ReadPart.
           IF WS-LOAD-INDEX > 50000
              DISPLAY 'MSTRCHK - PART TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN MSTRCHK'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              MOVE PM-PART-NUMBER
                 TO WS-PT-PART-NUMBER (WS-LOAD-INDEX)
              MOVE PM-LIFECYCLE-CODE
                 TO WS-PT-LIFECYCLE-CODE (WS-LOAD-INDEX)
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3520-ReadXref.
           IF WS-LOAD-INDEX > 2000
              DISPLAY 'MSTRCHK - PART XREF TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN XREFTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SPXREF INTO PART-XREF-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO SPXREF-EOF-WS
           END-READ.
           IF NOT SPXREF-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3525-ReadAgreement.
           IF WS-LOAD-INDEX > 1000
              DISPLAY 'MSTRCHK - PRICE AGREEMENT TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN PAGRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PRCAGREE INTO PRICE-AGREE-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO PRCAGREE-EOF-WS
           END-READ.
           IF NOT PRCAGREE-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3530-ReadQuote.
           IF WS-LOAD-INDEX > 1000
              DISPLAY 'MSTRCHK - QUOTE TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN QUOTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ QUOTFILE INTO QUOTE-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO QUOTFILE-EOF-WS
           END-READ.
           IF NOT QUOTFILE-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3535-ReadStandard.
           IF WS-LOAD-INDEX > 2000
              DISPLAY 'MSTRCHK - STD COST TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN STDCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ STDCOST INTO STD-COST-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO STDCOST-EOF-WS
           END-READ.
           IF NOT STDCOST-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3540-ReadPolicy.
           IF WS-LOAD-INDEX > 1000
              DISPLAY 'MSTRCHK - ORDER POLICY TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN MOQTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ MOQFILE INTO ORDER-POLICY-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO MOQFILE-EOF-WS
           END-READ.
           IF NOT MOQFILE-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3545-ReadBlanket.
           IF WS-LOAD-INDEX > 200
              DISPLAY 'MSTRCHK - BLANKET TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN BLNKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BLNKMAST INTO BLANKET-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO BLNKMAST-EOF-WS
           END-READ.
           IF NOT BLNKMAST-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3550-ReadMember.
           IF WS-LOAD-INDEX > 2000
              DISPLAY 'MSTRCHK - INTERCHANGE TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN INTCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ INTCHG INTO INTERCHANGE-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO INTCHG-EOF-WS
           END-READ.
           IF NOT INTCHG-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3555-ReadSupersession.
           IF WS-LOAD-INDEX > 500
              DISPLAY 'MSTRCHK - SUPERSESSION TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPSTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPERSED INTO SUPERSESSION-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO SUPERSED-EOF-WS
           END-READ.
           IF NOT SUPERSED-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3560-ReadComponent.
           IF WS-LOAD-INDEX > 1000
              DISPLAY 'MSTRCHK - KIT BOM TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN BOMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BOMFILE INTO KIT-BOM-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO BOMFILE-EOF-WS
           END-READ.
           IF NOT BOMFILE-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3565-ReadDocument.
           IF WS-LOAD-INDEX > 2000
              DISPLAY 'MSTRCHK - SUPPLIER DOC TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN DOCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPDOCS INTO SUPP-DOC-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO SUPPDOCS-EOF-WS
           END-READ.
           IF NOT SUPPDOCS-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3570-ReadCar.
           IF WS-LOAD-INDEX > 500
              DISPLAY 'MSTRCHK - CAR TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN CARTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ CARFILE INTO CAR-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO CARFILE-EOF-WS
           END-READ.
           IF NOT CARFILE-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       500-FindPart.
           MOVE 'N' TO WS-CK-PART-FOUND-FLAG.
           MOVE 'N' TO WS-CK-PART-OBSOLETE-FLAG.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-PART-MAX
                 OR CK-PART-FOUND
                 IF WS-PT-PART-NUMBER (WS-SCAN-IDX) = WS-CK-PART-NUMBER
                    MOVE 'Y' TO WS-CK-PART-FOUND-FLAG
                    IF WS-PT-LIFECYCLE-CODE (WS-SCAN-IDX) = 'O'
                       MOVE 'Y' TO WS-CK-PART-OBSOLETE-FLAG
                    END-IF
                 END-IF
           END-PERFORM.

       505-FindSupplier.
           MOVE 'N' TO WS-CK-SUPP-FOUND-FLAG.
           MOVE 'N' TO WS-CK-SUPP-PROSPECT-FLAG.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > SUPP-MASTER-MAX
                 OR CK-SUPPLIER-FOUND
                 IF SM-SUPPLIER-CODE (WS-SCAN-IDX)
                       = WS-CK-SUPPLIER-CODE
                    MOVE 'Y' TO WS-CK-SUPP-FOUND-FLAG
                    IF SM-PROSPECT (WS-SCAN-IDX)
                       MOVE 'Y' TO WS-CK-SUPP-PROSPECT-FLAG
                    END-IF
                 END-IF
           END-PERFORM.

       510-ErrorIfNoSupplier.
           PERFORM 505-FindSupplier.
           IF NOT CK-SUPPLIER-FOUND
              MOVE 'E' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-SUPPLIER-CODE TO WS-EX-REF-WK
              MOVE 'SUPPLIER NOT ON SUPPMST' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

      * Agreements and blankets commit us to a supplier onboarding
      * has not cleared to trade.
       515-WarnIfProspect.
           IF CK-SUPPLIER-PROSPECT
              MOVE 'W' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-SUPPLIER-CODE TO WS-EX-REF-WK
              MOVE 'SUPPLIER IS STILL A PROSPECT ON SUPPMST'
                 TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

       520-ErrorIfNoPart.
           PERFORM 500-FindPart.
           IF NOT CK-PART-FOUND
              MOVE 'E' TO WS-EX-SEVERITY-WK
              MOVE WS-CK-PART-NUMBER TO WS-EX-REF-WK
              MOVE 'PART NOT ON PARTMAST' TO WS-EX-TEXT-WK
              PERFORM 600-AddException
           END-IF.

      *05/16 Follows the replacement forward one supersession at a
      * time; arriving back at the row's old part is a loop.
       530-WalkChain.
           MOVE SU-NEW-PART-NUMBER (WS-ROW-IDX) TO WS-CHAIN-PART.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'N' TO WS-CHAIN-FLAG.
           PERFORM 535-NextLink UNTIL CHAIN-ENDED OR CHAIN-LOOPS.
       530-WalkChain-Exit.
           EXIT.

       535-NextLink.
           IF WS-CHAIN-PART = SU-OLD-PART-NUMBER (WS-ROW-IDX)
              OR WS-CHAIN-HOPS > SUPERSESSION-MAX
              MOVE 'L' TO WS-CHAIN-FLAG
           ELSE
              MOVE 'N' TO WS-CHAIN-NEXT-FLAG
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > SUPERSESSION-MAX
                    OR CHAIN-NEXT-FOUND
                    IF SU-OLD-PART-NUMBER (WS-SCAN-IDX) = WS-CHAIN-PART
                       MOVE 'Y' TO WS-CHAIN-NEXT-FLAG
                       MOVE SU-NEW-PART-NUMBER (WS-SCAN-IDX)
                          TO WS-CHAIN-PART
                    END-IF
              END-PERFORM
              IF CHAIN-NEXT-FOUND
                 ADD 1 TO WS-CHAIN-HOPS
              ELSE
                 MOVE 'E' TO WS-CHAIN-FLAG
              END-IF
           END-IF.

       600-AddException.
           IF EX-ERROR-WK
              ADD 1 TO WS-RN-ERRORS
              ADD 1 TO WS-MS-ERRORS (WS-MASTER-NO)
           ELSE
              ADD 1 TO WS-RN-WARNINGS
              ADD 1 TO WS-MS-WARNINGS (WS-MASTER-NO)
           END-IF.
           IF WS-EX-MAX >= 5000
              ADD 1 TO WS-RN-NOT-LISTED
           ELSE
              ADD 1 TO WS-EX-MAX
              MOVE WS-EX-SEVERITY-WK TO WS-EX-SEVERITY (WS-EX-MAX)
              MOVE WS-EX-MASTER-WK TO WS-EX-MASTER (WS-EX-MAX)
              MOVE WS-EX-KEY-WK TO WS-EX-KEY (WS-EX-MAX)
              MOVE WS-EX-REF-WK TO WS-EX-REF (WS-EX-MAX)
              MOVE WS-EX-TEXT-WK TO WS-EX-TEXT (WS-EX-MAX)
           END-IF.

      *05/16 Errors first, then warnings, each in check order.
       700-PrintExceptions.
           MOVE 'Errors - references that will break an edit'
              TO WS-SECTION-TEXT.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE 'E' TO WS-EX-PRINT-SEVERITY.
           PERFORM 710-PrintSeverity.
           MOVE 'Warnings - rows that make no sense' TO WS-SECTION-TEXT.
           MOVE 'W' TO WS-EX-PRINT-SEVERITY.
           PERFORM 710-PrintSeverity.

       710-PrintSeverity.
           PERFORM 800-NEW-PAGE.
           MOVE ZERO TO WS-EX-PRINTED-CTR.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
              UNTIL WS-EX-IDX > WS-EX-MAX
                 IF WS-EX-SEVERITY (WS-EX-IDX) = WS-EX-PRINT-SEVERITY
                    PERFORM 720-PrintException
                 END-IF
           END-PERFORM.
           IF WS-EX-PRINTED-CTR = ZERO
              WRITE PRINT-REC FROM WS-NONE-LINE-OUT
              ADD 1 TO WS-LINE-KTR
           END-IF.

       720-PrintException.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           IF WS-EX-SEVERITY (WS-EX-IDX) = 'E'
              MOVE 'ERROR' TO EX-SEVERITY-OUT
           ELSE
              MOVE 'WARNING' TO EX-SEVERITY-OUT
           END-IF.
           MOVE WS-EX-MASTER (WS-EX-IDX) TO EX-MASTER-OUT.
           MOVE WS-EX-KEY (WS-EX-IDX) TO EX-KEY-OUT.
           MOVE WS-EX-REF (WS-EX-IDX) TO EX-REF-OUT.
           MOVE WS-EX-TEXT (WS-EX-IDX) TO EX-TEXT-OUT.
           WRITE PRINT-REC FROM WS-EXCEPTION-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-EX-PRINTED-CTR.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           PERFORM VARYING WS-MASTER-NO FROM 1 BY 1
              UNTIL WS-MASTER-NO > 13
                 MOVE WS-MS-NAME (WS-MASTER-NO) TO MS-NAME-OUT
                 MOVE WS-MS-ROWS (WS-MASTER-NO) TO MS-ROWS-OUT
                 MOVE WS-MS-ERRORS (WS-MASTER-NO) TO MS-ERRORS-OUT
                 MOVE WS-MS-WARNINGS (WS-MASTER-NO) TO MS-WARNINGS-OUT
                 WRITE PRINT-REC FROM WS-MASTER-LINE-OUT
           END-PERFORM.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'MASTER INTEGRITY SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ERRORS' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-ERRORS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'WARNINGS' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-WARNINGS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           IF WS-RN-NOT-LISTED > ZERO
              MOVE 'EXCEPTIONS COUNTED BUT NOT LISTED' TO
                 WS-SUMMARY-LABEL
              MOVE WS-RN-NOT-LISTED TO WS-SUMMARY-COUNT
              WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-IF.

      *05/16 8 any error, 4 warnings only, 0 clean.
       950-SetReturnCode.
           IF WS-RN-ERRORS > ZERO
              DISPLAY 'MSTRCHK - ' WS-RN-ERRORS
                 ' MASTER INTEGRITY ERRORS - SEE REPORT'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-RN-WARNINGS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
