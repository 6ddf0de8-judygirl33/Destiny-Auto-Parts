       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTR.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/30 Nightly dimensional extract for the BI warehouse. The
      * BI team slice spend, receipts and rejects themselves now,
      * off one star-shaped set instead of a dozen fixed-layout
      * files with a dozen different keys. Six dimension files -
      * buyer, commodity class, calendar day, part, receiving plant
      * and supplier - carry every version of every member under a
      * warehouse (surrogate) key, closing the old version and
      * opening a new one whenever an attribute changes (see
      * DWHTAB). Five fact files carry the night's activity keyed
      * to those dimensions:
      *   DWFORDR - accepted order lines, off tonight's GOODDATA;
      *   DWFRCPT - dock receipts, off the cleaned RECEIPTS;
      *   DWFINSP - dock inspections, off INSPRSLT;
      *   DWFREJT - rejects, one row per ERRORFILE reason code;
      *   DWFAPLN - AP extract lines, off tonight's APEXTRCT.
      * Receipts, inspections and AP lines take their order's part,
      * supplier, buyer and plant off OPENPO; a reject takes its
      * supplier off BADDATA, the CHANRPT lookup. A code no
      * dimension carries gets key zero, the unknown member. Every
      * row is stamped with tonight's RUNIDENT run identifier, and
      * DWCTL carries one row per file - rows written, a hash total
      * and a value total - for the warehouse load to prove itself
      * against. The dimension history is carried on DWDIMS; the
      * job promotes it on a clean run, so a rerun on the same
      * business date versions nothing twice. Schedule after
      * PRTSUPP2.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dimension history, as the last run wrote it - see DWHTAB.
           SELECT DWDIMS ASSIGN TO DWDIMS
           FILE STATUS IS IN-DWDIMS-KEY.

           SELECT DWDIMSO ASSIGN TO DWDIMSO
           FILE STATUS IS OUT-DWDIMSO-KEY.

      * Dimension sources
           SELECT BUYRVNDR ASSIGN TO BUYRVNDR
           FILE STATUS IS IN-BUYRVNDR-KEY.

           SELECT BUYRASGN ASSIGN TO BUYRASGN
           FILE STATUS IS IN-BUYRASGN-KEY.

           SELECT COMCLAS ASSIGN TO COMCLAS
           FILE STATUS IS IN-COMCLAS-KEY.

           SELECT HOLIDAYS ASSIGN TO HOLIDAYS
           FILE STATUS IS IN-HOLIDAYS-KEY.

           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Fact sources
           SELECT GOODDATAIN ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

           SELECT INSPRSLT ASSIGN TO INSPRSLT
           FILE STATUS IS IN-INSPRSLT-KEY.

           SELECT ERRORFILE ASSIGN TO ERRFILE
           FILE STATUS IS IN-ERRORFILE-KEY.

           SELECT BADDATAIN ASSIGN TO BADDATA
           FILE STATUS IS IN-BADDATA-KEY.

           SELECT APEXTRCT ASSIGN TO APEXTRCT
           FILE STATUS IS IN-APEXTRCT-KEY.

           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Run-identifier control record - see FINALEX's RUNIDENT.
           SELECT RUNIDENT ASSIGN TO RUNIDENT
           FILE STATUS IS RUNIDENT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * The extract set - six dimensions, five facts, the control
      * file
           SELECT DWDBUYR ASSIGN TO DWDBUYR
           FILE STATUS IS OUT-DWDBUYR-KEY.

           SELECT DWDCOMM ASSIGN TO DWDCOMM
           FILE STATUS IS OUT-DWDCOMM-KEY.

           SELECT DWDDATE ASSIGN TO DWDDATE
           FILE STATUS IS OUT-DWDDATE-KEY.

           SELECT DWDPART ASSIGN TO DWDPART
           FILE STATUS IS OUT-DWDPART-KEY.

           SELECT DWDPLNT ASSIGN TO DWDPLNT
           FILE STATUS IS OUT-DWDPLNT-KEY.

           SELECT DWDSUPP ASSIGN TO DWDSUPP
           FILE STATUS IS OUT-DWDSUPP-KEY.

           SELECT DWFORDR ASSIGN TO DWFORDR
           FILE STATUS IS OUT-DWFORDR-KEY.

           SELECT DWFRCPT ASSIGN TO DWFRCPT
           FILE STATUS IS OUT-DWFRCPT-KEY.

           SELECT DWFINSP ASSIGN TO DWFINSP
           FILE STATUS IS OUT-DWFINSP-KEY.

           SELECT DWFREJT ASSIGN TO DWFREJT
           FILE STATUS IS OUT-DWFREJT-KEY.

           SELECT DWFAPLN ASSIGN TO DWFAPLN
           FILE STATUS IS OUT-DWFAPLN-KEY.

           SELECT DWCTL ASSIGN TO DWCTL
           FILE STATUS IS OUT-DWCTL-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 144-byte row as WH-DIM-LIST - see DWHTAB.
       FD  DWDIMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDIMS-REC.
       01  DWDIMS-REC       PIC X(144).

       FD  DWDIMSO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDIMSO-REC.
       01  DWDIMSO-REC      PIC X(144).

      * Same 17-byte row as BUYER-VENDOR-LIST - see BUYRTAB.
       FD  BUYRVNDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRVNDR-REC.
       01  BUYRVNDR-REC.
           05  BV-BUYER-CODE           PIC X(03).
           05  FILLER                  PIC X(01).
           05  BV-AP-VENDOR-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  BV-COMPANY-CODE         PIC X(02).

      * Same 35-byte row as BUYER-ASSIGN-LIST - see BASGTAB.
       FD  BUYRASGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRASGN-REC.
       01  BUYRASGN-REC.
           05  BG-COMMODITY-CLASS      PIC X(04).
           05  BG-PLANT-CODE           PIC X(03).
           05  FILLER                  PIC X(01).
           05  BG-BUYER-CODE           PIC X(03).
           05  FILLER                  PIC X(01).
           05  BG-BACKUP-CODE          PIC X(03).
           05  FILLER                  PIC X(20).

      * Same 30-byte row as COMMODITY-CLASS-LIST - see COMMTAB.
       FD  COMCLAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMCLAS-REC.
       01  COMCLAS-REC.
           05  CL-CLASS-CODE           PIC X(04).
           05  FILLER                  PIC X(01).
           05  CL-DESCRIPTION          PIC X(25).

       FD  HOLIDAYS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLIDAYS-REC.
       01  HOLIDAYS-REC     PIC X(8).

      * The catalog image PM-CATALOG-DETAIL carries is the PARTS
      * layout after the part number - see PARTMUPD.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  PM-CATALOG-DETAIL.
               10  PM-PART-NAME        PIC X(14).
               10  PM-SPEC-NUMBER      PIC X(07).
               10  PM-GOVT-COMML-CODE  PIC X(01).
               10  PM-BLUEPRINT-NUMBER PIC X(10).
               10  PM-UNIT-OF-MEASURE  PIC X(03).
               10  PM-WEEKS-LEAD-TIME  PIC S9(04) COMP.
               10  PM-VEHICLE-MAKE     PIC X(03).
               10  PM-VEHICLE-MODEL    PIC X(10).
               10  PM-VEHICLE-YEAR     PIC X(04).
               10  FILLER              PIC X(28).
           05  PM-FIRST-SEEN           PIC 9(08).
           05  PM-LAST-SEEN            PIC 9(08).
           05  PM-LAST-CHANGED         PIC 9(08).
           05  PM-ACTIVE-FLAG          PIC X(01).
           05  PM-LIFECYCLE-CODE       PIC X(01).
           05  PM-CORE-FLAG            PIC X(01).
           05  PM-ABC-CLASS            PIC X(01).
           05  PM-COMMODITY-CLASS      PIC X(04).
           05  FILLER                  PIC X(18).

      * Same 83-byte row as PLANT-LIST - see PLNTTAB.
       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC.
           05  PT-PLANT-CODE           PIC X(03).
           05  FILLER                  PIC X(01).
           05  PT-PLANT-NAME           PIC X(20).
           05  FILLER                  PIC X(01).
           05  PT-PLANT-STATE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  PT-COMPANY-CODE         PIC X(02).
           05  FILLER                  PIC X(01).
           05  PT-ADDRESS-1            PIC X(25).
           05  FILLER                  PIC X(01).
           05  PT-CITY                 PIC X(15).
           05  FILLER                  PIC X(01).
           05  PT-ZIP-CODE             PIC X(10).

      * Same 74-byte row as SUPP-MASTER-LIST - see SUPMTAB.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC.
           05  SU-SUPPLIER-CODE        PIC X(10).
           05  SU-ONBOARD-STATUS       PIC X(01).
           05  SU-SUPPLIER-NAME        PIC X(15).
           05  SU-SUPPLIER-TYPE        PIC X(01).
           05  SU-SUPPLIER-RATING      PIC X(01).
           05  SU-SUPPLIER-STATUS      PIC X(01).
           05  SU-EDI-FLAG             PIC X(01).
           05  SU-PAY-METHOD           PIC X(01).
           05  FILLER                  PIC X(21).
           05  SU-DIVERSITY-CLASS      PIC X(02).
           05  FILLER                  PIC X(08).
           05  SU-FREIGHT-TERMS        PIC X(02).
           05  FILLER                  PIC X(10).

       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

      * Same 25-byte receipt row OPSEDIT writes.
       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QTY-RECEIVED       PIC 9(07).
           05  RCPT-RECEIPT-TIME       PIC 9(04).

      * Same INSPRSLT-REC shape DOCKINSP reads.
       FD  INSPRSLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPRSLT-REC.
       01  INSPRSLT-REC.
           05  INS-PO-NUMBER           PIC X(06).
           05  INS-INSPECT-DATE        PIC 9(08).
           05  INS-QTY-ACCEPTED        PIC 9(07).
           05  INS-QTY-REJECTED        PIC 9(07).
           05  INS-DEFECT-REASON       PIC 9(03).

       FD  ERRORFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 500 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERRORFILE-REC.
       01  ERRORFILE-REC.
           05  ERRFILE-PART-NUMBER  PIC X(23).
           05  FILLER               PIC X(01).
           05  ERRFILE-REASON-CODE  PIC 9(03).
           05  FILLER               PIC X(01).
           05  ERRFILE-MESSAGE      PIC X(80).
           05  ERRFILE-CHANNEL      PIC X(01).
           05  FILLER               PIC X(391).

       FD  BADDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATAIN-REC.
       01  BADDATAIN-REC.
           05  BAD-PART-NUMBER        PIC X(23).
           05  FILLER                 PIC X(85).
           05  BAD-SUPPLIER-CODE      PIC X(10).
           05  FILLER                 PIC X(919).

      * Same 178-byte row APEXTRCT writes. The order, delivery and
      * due dates are MMDDYYYY, the AP interface's format; the run
      * date is YYYYMMDD.
       FD  APEXTRCT
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APEXTRCT-REC.
       01  APEXTRCT-REC.
           05  AP-PO-NUMBER            PIC X(06).
           05  AP-VENDOR-ID            PIC X(10).
           05  AP-QUANTITY             PIC 9(07).
           05  AP-UNIT-PRICE           PIC 9(7)V99.
           05  AP-EXTENDED-AMOUNT      PIC 9(9)V99.
           05  AP-ORDER-DATE           PIC 9(08).
           05  AP-DELIVERY-DATE        PIC 9(08).
           05  AP-CURRENCY-CODE        PIC X(03).
           05  AP-USD-AMOUNT           PIC 9(9)V99.
           05  AP-PART-NUMBER          PIC X(23).
           05  AP-SUPPLIER-NAME        PIC X(15).
           05  AP-TERMS-CODE           PIC X(03).
           05  AP-DUE-DATE.
               10  AP-DUE-MM           PIC X(02).
               10  AP-DUE-DD           PIC X(02).
               10  AP-DUE-YYYY         PIC X(04).
           05  AP-DISCOUNT-DATE        PIC 9(08).
           05  AP-DISCOUNT-AMOUNT      PIC 9(9)V99.
           05  AP-DOC-TYPE             PIC X(01).
           05  AP-PAY-METHOD           PIC X(01).
           05  AP-ACCT-MASK            PIC X(04).
           05  AP-AMENDED-FLAG         PIC X(01).
           05  AP-CARRIER-CODE         PIC X(04).
           05  AP-FREIGHT-TERMS        PIC X(02).
           05  AP-RUN-DATE             PIC 9(08).
           05  AP-RUN-SEQ              PIC 9(03).
           05  AP-COMPANY-CODE         PIC X(02).
           05  AP-INTERCO-FLAG         PIC X(01).
      *06/02 Grew 168 to 178 - the invoice number too.
           05  FILLER                  PIC X(10).

      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  OP-BUYER-CODE           PIC X(03).
           05  OP-QTY-ORDERED          PIC S9(8) COMP.
           05  OP-QTY-RECEIVED         PIC S9(8) COMP.
           05  OP-QTY-OUTSTANDING      PIC S9(8) COMP.
           05  OP-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  OP-ORDER-DATE           PIC X(08).
           05  OP-DELIVERY-DATE        PIC X(08).
           05  OP-LAST-RECEIPT-DATE    PIC X(08).
           05  OP-CURRENCY-CODE        PIC X(03).
           05  OP-PART-NUMBER          PIC X(23).
           05  OP-SUPPLIER-CODE        PIC X(10).
           05  OP-SUPPLIER-NAME        PIC X(15).
           05  OP-PO-STATUS            PIC X(01).
           05  OP-SHIP-TO-PLANT        PIC X(03).
           05  OP-PROMISED-QTY         PIC 9(07).
           05  OP-PROMISED-DATE        PIC 9(08).
           05  OP-ORDER-TYPE           PIC X(01).
           05  OP-AMENDED-FLAG         PIC X(01).
           05  OP-DROP-SHIP            PIC X(01).
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

      * Run-identifier control record - see FINALEX's RUNIDENT.
       FD  RUNIDENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 11 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNIDENT-REC.
       01  RUNIDENT-REC.
           05  RI-RUN-DATE             PIC 9(08).
           05  RI-RUN-SEQ              PIC 9(03).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      * Dimension extracts - the WH-DIM-LIST row, see DWHTAB.
       FD  DWDBUYR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDBUYR-REC.
       01  DWDBUYR-REC      PIC X(144).

       FD  DWDCOMM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDCOMM-REC.
       01  DWDCOMM-REC      PIC X(144).

       FD  DWDDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDDATE-REC.
       01  DWDDATE-REC      PIC X(144).

       FD  DWDPART
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDPART-REC.
       01  DWDPART-REC      PIC X(144).

       FD  DWDPLNT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDPLNT-REC.
       01  DWDPLNT-REC      PIC X(144).

       FD  DWDSUPP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDSUPP-REC.
       01  DWDSUPP-REC      PIC X(144).

      * Fact extracts - see WS-ORDER-FACT and the rows after it.
       FD  DWFORDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWFORDR-REC.
       01  DWFORDR-REC      PIC X(120).

       FD  DWFRCPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWFRCPT-REC.
       01  DWFRCPT-REC      PIC X(120).

       FD  DWFINSP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWFINSP-REC.
       01  DWFINSP-REC      PIC X(120).

       FD  DWFREJT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWFREJT-REC.
       01  DWFREJT-REC      PIC X(120).

       FD  DWFAPLN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWFAPLN-REC.
       01  DWFAPLN-REC      PIC X(130).

      * One row per extract file - see WS-CONTROL-TABLE.
       FD  DWCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWCTL-REC.
       01  DWCTL-REC.
           05  CTL-RUN-DATE            PIC 9(08).
           05  CTL-RUN-SEQ             PIC 9(03).
           05  CTL-FILE-NAME           PIC X(08).
           05  CTL-ROW-COUNT           PIC 9(09).
           05  CTL-HASH-TOTAL          PIC 9(15).
           05  CTL-AMOUNT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(02).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY DWHTAB.   *> Warehouse dimension rows
           COPY HOLTAB.   *> Holiday/shutdown calendar
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-DWDIMS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no history yet - start empty.
                88 DWDIMS-NOT-FOUND         VALUE '35'.
           05 OUT-DWDIMSO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BUYRVNDR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BUYRASGN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COMCLAS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-HOLIDAYS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PLANTS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RECEIPTS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-INSPRSLT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ERRORFILE-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BADDATA-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-APEXTRCT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 RUNIDENT-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWDBUYR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWDCOMM-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWDDATE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWDPART-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWDPLNT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWDSUPP-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWFORDR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWFRCPT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWFINSP-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWFREJT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWFAPLN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DWCTL-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 DWDIMS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 DWDIMS-EOF                              VALUE 'Y'.
           05 BUYRVNDR-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRVNDR-EOF                            VALUE 'Y'.
           05 BUYRASGN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRASGN-EOF                            VALUE 'Y'.
           05 COMCLAS-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMCLAS-EOF                             VALUE 'Y'.
           05 HOLIDAYS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 HOLIDAYS-EOF                            VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 GOODDATAIN-EOF-WS               PIC X(01) VALUE 'N'.
              88 GOODDATA-END-OF-FILE                    VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 INSPRSLT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 INSPRSLT-EOF                            VALUE 'Y'.
           05 ERRORFILE-EOF-WS                PIC X(01) VALUE 'N'.
              88 ERRORFILE-EOF                           VALUE 'Y'.
           05 BADDATA-EOF-WS                  PIC X(01) VALUE 'N'.
              88 BADDATA-EOF                             VALUE 'Y'.
           05 APEXTRCT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 APEXTRCT-EOF                            VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.

      *05/30 The run identifier every row is stamped with - see
      * 375-LoadRunId.
       01 WS-RUN-ID.
           05 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
           05 WS-RUN-SEQ                   PIC 9(03) VALUE ZERO.

      *05/30 The dimension being built, and where it is counted on
      * WS-CONTROL-TABLE.
       01 WS-DIM-CODE                      PIC X(04) VALUE SPACES.
       01 WS-CT-IDX                        PIC 9(02) VALUE ZERO.
       01 WS-NEXT-KEY                      PIC 9(09) VALUE ZERO.

      *05/30 Next DWDIMS row, read one ahead so each dimension's
      * rows can be taken off the front of the file in turn.
       01 WS-HIST-AHEAD.
           05 HA-RUN-ID                    PIC X(11).
           05 HA-DIM-CODE                  PIC X(04).
           05 FILLER                       PIC X(129).

      *05/30 One dimension row on its way out - same shape as
      * WH-DIM-LIST.
       01 WS-DIM-ROW.
           05 DR-RUN-DATE                  PIC 9(08) VALUE ZERO.
           05 DR-RUN-SEQ                   PIC 9(03) VALUE ZERO.
           05 DR-DIM-CODE                  PIC X(04) VALUE SPACES.
           05 DR-SURROGATE-KEY             PIC 9(09) VALUE ZERO.
           05 DR-NATURAL-KEY               PIC X(23) VALUE SPACES.
           05 DR-EFFECTIVE-FROM            PIC 9(08) VALUE ZERO.
           05 DR-EFFECTIVE-TO              PIC 9(08) VALUE ZERO.
           05 DR-CURRENT-FLAG              PIC X(01) VALUE SPACES.
              88 DR-CURRENT-ROW                    VALUE 'Y'.
           05 DR-ATTRIBUTES                PIC X(80) VALUE SPACES.

      *05/30 Tonight's members of the dimension being built, off its
      * source, in natural-key order with the attributes the
      * warehouse keeps - merged against the history to version it.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 20000 TIMES.
              10 SR-NATURAL-KEY           PIC X(23) VALUE SPACES.
              10 SR-ATTRIBUTES            PIC X(80) VALUE SPACES.
       01 WS-SRC-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-SRC-IDX                      PIC 9(05) VALUE ZERO.
       01 WS-SHIFT-IDX                    PIC 9(05) VALUE ZERO.
       01 WS-SOURCE-KEY                   PIC X(23) VALUE SPACES.
       01 WS-NEW-ATTRIBUTES               PIC X(80) VALUE SPACES.

      *05/30 Every dimension member's latest warehouse key, in
      * dimension then natural-key order as the dimensions are
      * written, for the fact rows to look up. A part's commodity
      * class rides along so a fact can be keyed to the class.
       01 WS-KEY-MAP.
           05 WS-KM-ENTRY OCCURS 40000 TIMES.
              10 KM-KEY.
                 15 KM-DIM-CODE           PIC X(04) VALUE SPACES.
                 15 KM-NATURAL-KEY        PIC X(23) VALUE SPACES.
              10 KM-SURROGATE-KEY         PIC 9(09) VALUE ZERO.
              10 KM-CLASS-CODE            PIC X(04) VALUE SPACES.
       01 WS-KM-MAX                       PIC 9(05) VALUE ZERO.

       01 WS-LOOKUP-KEY.
           05 WS-LOOKUP-DIM               PIC X(04) VALUE SPACES.
           05 WS-LOOKUP-NATURAL           PIC X(23) VALUE SPACES.
       01 WS-LOOKUP-SKEY                  PIC 9(09) VALUE ZERO.
       01 WS-LOOKUP-IDX                   PIC 9(05) VALUE ZERO.

       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.

      *05/30 Merge positions - the history row and source member
      * being compared, and the last history row of the member.
       01 WS-H-IDX                         PIC 9(05) VALUE ZERO.
       01 WS-S-IDX                         PIC 9(05) VALUE ZERO.
       01 WS-GROUP-END                     PIC 9(05) VALUE ZERO.
       01 WS-H-KEY                         PIC X(23) VALUE SPACES.
       01 WS-S-KEY                         PIC X(23) VALUE SPACES.
       01 WS-GROUP-DONE-FLAG               PIC X(01) VALUE 'N'.
           88 GROUP-END-FOUND                      VALUE 'Y'.

      *05/30 Calendar span - from the first day already on the date
      * dimension, or DWCALYRS years back on a first run, to the end
      * of next year. Same CEEDAYS/CEEDATE calls APEXTRCT uses;
      * remainder 2 and 3 of the Lilian day over 7 are Saturday and
      * Sunday (Lilian day one was a Friday), as in POAGERPT.
       01 WS-CAL-YEARS                     PIC 9(03) VALUE 005.
       01 WS-CAL-START-DATE                PIC 9(08) VALUE ZERO.
       01 WS-CAL-START-R REDEFINES WS-CAL-START-DATE.
           05 WS-CAL-START-YYYY            PIC 9(04).
           05 WS-CAL-START-MMDD            PIC 9(04).
       01 WS-CAL-END-DATE                  PIC 9(08) VALUE ZERO.
       01 WS-CAL-END-R REDEFINES WS-CAL-END-DATE.
           05 WS-CAL-END-YYYY              PIC 9(04).
           05 WS-CAL-END-MMDD              PIC 9(04).
       01 WS-CAL-DATE                      PIC 9(08) VALUE ZERO.
       01 WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
           05 WS-CAL-YYYY                  PIC 9(04).
           05 WS-CAL-MM                    PIC 9(02).
           05 WS-CAL-DD                    PIC 9(02).
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
       01 WS-DATE-OUT-CEE.
           05  WS-DATE-OUT-LTH-CEE  PIC S9(4) COMP VALUE 8.
           05  WS-DATE-OUT-STR-CEE  PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-START-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-END-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-DAY-QUOTIENT                  PIC 9(9) COMP VALUE ZERO.
       01 WS-DAY-REMAINDER                 PIC 9(1) COMP VALUE ZERO.
       01 WS-DOW-IDX                       PIC 9(1) VALUE ZERO.
       01 WS-DOW-VALUES                    PIC X(28) VALUE
           '4THU5FRI6SAT7SUN1MON2TUE3WED'.
       01 WS-DOW-TABLE REDEFINES WS-DOW-VALUES.
           05 WS-DOW-ENTRY OCCURS 7 TIMES.
              10 WS-DOW-NUMBER             PIC 9(01).
              10 WS-DOW-NAME               PIC X(03).
       01 WS-HOLIDAY-INDEX                 PIC 9(4) VALUE ZERO.

      *05/30 Orders on the status file - what each receipt,
      * inspection and payable is of, from whom, for whom.
       01 WS-ORDER-TABLE.
           05 WS-OR-ENTRY OCCURS 20000 TIMES.
              10 WS-OR-PO-NUMBER          PIC X(06).
              10 WS-OR-PART-NUMBER        PIC X(23).
              10 WS-OR-SUPPLIER           PIC X(10).
              10 WS-OR-BUYER              PIC X(03).
              10 WS-OR-PLANT              PIC X(03).
              10 WS-OR-UNIT-PRICE         PIC 9(7)V99.
              10 WS-OR-CURRENCY           PIC X(03).
       01 WS-OR-MAX                        PIC 9(05) VALUE ZERO.
       01 WS-OR-IDX                        PIC 9(05) VALUE 1.
       01 WS-OR-FOUND-IDX                  PIC 9(05) VALUE ZERO.
       01 WS-SEARCH-PO-NUMBER              PIC X(06) VALUE SPACES.

      *05/30 Supplier for a bare part number on a reject row, off
      * the BADDATA record behind it - first BADDATA row per part
      * wins, the CHANRPT lookup.
       01 WS-PART-LOOKUP-TABLE.
           05 WS-PL-ENTRY OCCURS 10000 TIMES.
              10 WS-PL-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-PL-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
       01 WS-PL-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-SCAN-IDX                     PIC 9(05) VALUE ZERO.
       01 WS-FOUND-FLAG                   PIC X(01) VALUE 'N'.
           88 LOOKUP-FOUND                        VALUE 'Y'.

      *05/30 The keys a fact row takes off its part and order.
       01 WS-FACT-KEYS.
           05 WS-FK-SUPPLIER-KEY           PIC 9(09) VALUE ZERO.
           05 WS-FK-PART-KEY               PIC 9(09) VALUE ZERO.
           05 WS-FK-BUYER-KEY              PIC 9(09) VALUE ZERO.
           05 WS-FK-PLANT-KEY              PIC 9(09) VALUE ZERO.
           05 WS-FK-COMMODITY-KEY          PIC 9(09) VALUE ZERO.
       01 WS-PART-CLASS                    PIC X(04) VALUE SPACES.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-DUE-DATE                      PIC X(08) VALUE SPACES.

      *05/30 Accepted order line - one per purchase order on a good
      * record. Quantity and amounts unsigned; a return is order
      * type 'R', the way the AP extract carries a credit.
       01 WS-ORDER-FACT.
           05 FO-RUN-DATE                  PIC 9(08) VALUE ZERO.
           05 FO-RUN-SEQ                   PIC 9(03) VALUE ZERO.
           05 FO-ORDER-DATE-KEY            PIC 9(09) VALUE ZERO.
           05 FO-DELIVERY-DATE-KEY         PIC 9(09) VALUE ZERO.
           05 FO-SUPPLIER-KEY              PIC 9(09) VALUE ZERO.
           05 FO-PART-KEY                  PIC 9(09) VALUE ZERO.
           05 FO-BUYER-KEY                 PIC 9(09) VALUE ZERO.
           05 FO-PLANT-KEY                 PIC 9(09) VALUE ZERO.
           05 FO-COMMODITY-KEY             PIC 9(09) VALUE ZERO.
           05 FO-PO-NUMBER                 PIC X(06) VALUE SPACES.
           05 FO-ORDER-TYPE                PIC X(01) VALUE SPACES.
           05 FO-CHANNEL                   PIC X(01) VALUE SPACES.
           05 FO-QUANTITY                  PIC 9(07) VALUE ZERO.
           05 FO-UNIT-PRICE                PIC 9(7)V99 VALUE ZERO.
           05 FO-EXTENDED-AMOUNT           PIC 9(9)V99 VALUE ZERO.
           05 FO-CURRENCY-CODE             PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE SPACES.

      *05/30 Dock receipt, valued at the order's unit price in the
      * order's currency.
       01 WS-RECEIPT-FACT.
           05 FR-RUN-DATE                  PIC 9(08) VALUE ZERO.
           05 FR-RUN-SEQ                   PIC 9(03) VALUE ZERO.
           05 FR-RECEIPT-DATE-KEY          PIC 9(09) VALUE ZERO.
           05 FR-SUPPLIER-KEY              PIC 9(09) VALUE ZERO.
           05 FR-PART-KEY                  PIC 9(09) VALUE ZERO.
           05 FR-BUYER-KEY                 PIC 9(09) VALUE ZERO.
           05 FR-PLANT-KEY                 PIC 9(09) VALUE ZERO.
           05 FR-COMMODITY-KEY             PIC 9(09) VALUE ZERO.
           05 FR-PO-NUMBER                 PIC X(06) VALUE SPACES.
           05 FR-QTY-RECEIVED              PIC 9(07) VALUE ZERO.
           05 FR-UNIT-PRICE                PIC 9(7)V99 VALUE ZERO.
           05 FR-RECEIPT-VALUE             PIC 9(9)V99 VALUE ZERO.
           05 FR-CURRENCY-CODE             PIC X(03) VALUE SPACES.
           05 FR-RECEIPT-TIME              PIC 9(04) VALUE ZERO.
           05 FILLER                       PIC X(15) VALUE SPACES.

      *05/30 Dock inspection result.
       01 WS-INSPECTION-FACT.
           05 FI-RUN-DATE                  PIC 9(08) VALUE ZERO.
           05 FI-RUN-SEQ                   PIC 9(03) VALUE ZERO.
           05 FI-INSPECT-DATE-KEY          PIC 9(09) VALUE ZERO.
           05 FI-SUPPLIER-KEY              PIC 9(09) VALUE ZERO.
           05 FI-PART-KEY                  PIC 9(09) VALUE ZERO.
           05 FI-BUYER-KEY                 PIC 9(09) VALUE ZERO.
           05 FI-PLANT-KEY                 PIC 9(09) VALUE ZERO.
           05 FI-COMMODITY-KEY             PIC 9(09) VALUE ZERO.
           05 FI-PO-NUMBER                 PIC X(06) VALUE SPACES.
           05 FI-QTY-ACCEPTED              PIC 9(07) VALUE ZERO.
           05 FI-QTY-REJECTED              PIC 9(07) VALUE ZERO.
           05 FI-DEFECT-REASON             PIC 9(03) VALUE ZERO.
           05 FILLER                       PIC X(32) VALUE SPACES.

      *05/30 Reject - one row per reason code on an ERRORFILE
      * record, dated the business date. The part number rides on
      * the row, since a rejected part is often on no dimension.
       01 WS-REJECT-FACT.
           05 FJ-RUN-DATE                  PIC 9(08) VALUE ZERO.
           05 FJ-RUN-SEQ                   PIC 9(03) VALUE ZERO.
           05 FJ-REJECT-DATE-KEY           PIC 9(09) VALUE ZERO.
           05 FJ-SUPPLIER-KEY              PIC 9(09) VALUE ZERO.
           05 FJ-PART-KEY                  PIC 9(09) VALUE ZERO.
           05 FJ-COMMODITY-KEY             PIC 9(09) VALUE ZERO.
           05 FJ-PART-NUMBER               PIC X(23) VALUE SPACES.
           05 FJ-REASON-CODE               PIC 9(03) VALUE ZERO.
           05 FJ-CHANNEL                   PIC X(01) VALUE SPACES.
           05 FJ-REJECT-COUNT              PIC 9(03) VALUE 1.
           05 FJ-MESSAGE                   PIC X(40) VALUE SPACES.
           05 FILLER                       PIC X(03) VALUE SPACES.

      *05/30 AP extract line, dated the night it went to AP. The
      * amounts stay unsigned; the document type says which way the
      * money moves, as on the AP extract itself.
       01 WS-AP-FACT.
           05 FA-RUN-DATE                  PIC 9(08) VALUE ZERO.
           05 FA-RUN-SEQ                   PIC 9(03) VALUE ZERO.
           05 FA-EXTRACT-DATE-KEY          PIC 9(09) VALUE ZERO.
           05 FA-DUE-DATE-KEY              PIC 9(09) VALUE ZERO.
           05 FA-SUPPLIER-KEY              PIC 9(09) VALUE ZERO.
           05 FA-PART-KEY                  PIC 9(09) VALUE ZERO.
           05 FA-BUYER-KEY                 PIC 9(09) VALUE ZERO.
           05 FA-PLANT-KEY                 PIC 9(09) VALUE ZERO.
           05 FA-COMMODITY-KEY             PIC 9(09) VALUE ZERO.
           05 FA-PO-NUMBER                 PIC X(06) VALUE SPACES.
           05 FA-DOC-TYPE                  PIC X(01) VALUE SPACES.
           05 FA-QUANTITY                  PIC 9(07) VALUE ZERO.
           05 FA-EXTENDED-AMOUNT           PIC 9(9)V99 VALUE ZERO.
           05 FA-CURRENCY-CODE             PIC X(03) VALUE SPACES.
           05 FA-USD-AMOUNT                PIC 9(9)V99 VALUE ZERO.
           05 FA-DISCOUNT-AMOUNT           PIC 9(9)V99 VALUE ZERO.
           05 FA-COMPANY-CODE              PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE SPACES.

      *05/30 Control totals, one entry per extract file, in DWCTL
      * order. The hash total is the sum of the surrogate keys on a
      * dimension, the sum of the quantities on a fact (accepted
      * plus rejected on an inspection, the reject count on a
      * reject); the value total is the extended amount on an order
      * line, the receipt value, and the US-dollar amount on an AP
      * line - zero elsewhere.
       01 WS-CONTROL-TABLE.
           05 WS-CT-ENTRY OCCURS 11 TIMES.
              10 CT-FILE-NAME              PIC X(08) VALUE SPACES.
              10 CT-ROW-COUNT              PIC 9(09) VALUE ZERO.
              10 CT-HASH-TOTAL             PIC 9(15) VALUE ZERO.
              10 CT-AMOUNT-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01 WS-CT-MAX                        PIC 9(02) VALUE 11.

       01 WS-MEMBERS-ADDED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-VERSIONS-ADDED-CTR            PIC 9(7) VALUE ZERO.
       01 WS-MEMBERS-RESTATED-CTR          PIC 9(7) VALUE ZERO.
       01 WS-MEMBERS-RETIRED-CTR           PIC 9(7) VALUE ZERO.
       01 WS-HIST-READ-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-HIST-DROPPED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-HIST-WRITTEN-CTR              PIC 9(7) VALUE ZERO.
       01 WS-UNKNOWN-KEY-CTR               PIC 9(7) VALUE ZERO.
       01 WS-NO-ORDER-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.

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
           05 FILLER              PIC X(52) VALUE
              'Destiny Auto Parts - Warehouse Extract'.
           05 FILLER              PIC X(56)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER-1.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE 'File'.
          05 FILLER              PIC X(14)      VALUE '          Rows'.
          05 FILLER              PIC X(22)      VALUE
             '            Hash Total'.
          05 FILLER              PIC X(22)      VALUE
             '           Value Total'.
          05 FILLER              PIC X(14)      VALUE '   Run'.
       01 WS-HEADER-2.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE ALL '='.
          05 FILLER              PIC X(14)      VALUE ALL '='.
          05 FILLER              PIC X(22)      VALUE ALL '='.
          05 FILLER              PIC X(22)      VALUE ALL '='.
          05 FILLER              PIC X(14)      VALUE ALL '='.

       01 WS-CONTROL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 CTO-FILE-NAME-OUT      PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTO-ROWS-OUT           PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 CTO-HASH-OUT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9
                                                   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTO-AMOUNT-OUT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 CTO-RUN-DATE-OUT       PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '.'.
          05 CTO-RUN-SEQ-OUT        PIC 9(03)      VALUE ZERO.
          05 FILLER                 PIC X(50)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
      *05/30 Dimensions in code order, so the key map builds sorted.
           MOVE 'BUYR' TO WS-DIM-CODE.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 400-BuildDimension.
           MOVE 'COMM' TO WS-DIM-CODE.
           MOVE 2 TO WS-CT-IDX.
           PERFORM 400-BuildDimension.
           MOVE 'DATE' TO WS-DIM-CODE.
           MOVE 3 TO WS-CT-IDX.
           PERFORM 400-BuildDimension.
           MOVE 'PART' TO WS-DIM-CODE.
           MOVE 4 TO WS-CT-IDX.
           PERFORM 400-BuildDimension.
           MOVE 'PLNT' TO WS-DIM-CODE.
           MOVE 5 TO WS-CT-IDX.
           PERFORM 400-BuildDimension.
           MOVE 'SUPP' TO WS-DIM-CODE.
           MOVE 6 TO WS-CT-IDX.
           PERFORM 400-BuildDimension.
           PERFORM 700-ExtractOrders.
           PERFORM 710-ExtractReceipts.
           PERFORM 720-ExtractInspections.
           PERFORM 730-ExtractRejects.
           PERFORM 740-ExtractApLines.
           PERFORM 900-WriteControl.
           PERFORM 950-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 375-LoadRunId.
           PERFORM 380-LoadParms.
           MOVE 'DWDBUYR' TO CT-FILE-NAME (1).
           MOVE 'DWDCOMM' TO CT-FILE-NAME (2).
           MOVE 'DWDDATE' TO CT-FILE-NAME (3).
           MOVE 'DWDPART' TO CT-FILE-NAME (4).
           MOVE 'DWDPLNT' TO CT-FILE-NAME (5).
           MOVE 'DWDSUPP' TO CT-FILE-NAME (6).
           MOVE 'DWFORDR' TO CT-FILE-NAME (7).
           MOVE 'DWFRCPT' TO CT-FILE-NAME (8).
           MOVE 'DWFINSP' TO CT-FILE-NAME (9).
           MOVE 'DWFREJT' TO CT-FILE-NAME (10).
           MOVE 'DWFAPLN' TO CT-FILE-NAME (11).
           PERFORM 300-Open-Files.

       300-Open-Files.
           OPEN INPUT DWDIMS.
           IF DWDIMS-NOT-FOUND
              MOVE 'Y' TO DWDIMS-EOF-WS
           ELSE
              IF IN-DWDIMS-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input DWDIMS'
                 GO TO 2000-ABEND-RTN
              ELSE
      * Priming Read
                 PERFORM 405-ReadHistoryAhead
              END-IF
           END-IF.
           OPEN INPUT HOLIDAYS.
           IF IN-HOLIDAYS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input HOLIDAYS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3100-LoadHolidays
           END-IF.
           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3200-LoadOrder UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.
           OPEN INPUT BADDATAIN.
           IF IN-BADDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BADDATA'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3300-LoadPartLookup UNTIL BADDATA-EOF
                CLOSE BADDATAIN
           END-IF.
           OPEN OUTPUT DWDIMSO.
           IF OUT-DWDIMSO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning DWDIMSO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT DWDBUYR, DWDCOMM, DWDDATE, DWDPART, DWDPLNT,
                       DWDSUPP, DWFORDR, DWFRCPT, DWFINSP, DWFREJT,
                       DWFAPLN, DWCTL.
           IF OUT-DWDBUYR-KEY NOT = '00'
              OR OUT-DWDCOMM-KEY NOT = '00'
              OR OUT-DWDDATE-KEY NOT = '00'
              OR OUT-DWDPART-KEY NOT = '00'
              OR OUT-DWDPLNT-KEY NOT = '00'
              OR OUT-DWDSUPP-KEY NOT = '00'
              OR OUT-DWFORDR-KEY NOT = '00'
              OR OUT-DWFRCPT-KEY NOT = '00'
              OR OUT-DWFINSP-KEY NOT = '00'
              OR OUT-DWFREJT-KEY NOT = '00'
              OR OUT-DWFAPLN-KEY NOT = '00'
              OR OUT-DWCTL-KEY NOT = '00'
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning the extract files'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       3100-LoadHolidays.
           INITIALIZE HOLIDAY-TABLE.
           MOVE 1 TO WS-HOLIDAY-INDEX.
           PERFORM 3110-ReadNextHoliday UNTIL HOLIDAYS-EOF.
           COMPUTE HOLIDAY-MAX = WS-HOLIDAY-INDEX - 1.
           CLOSE HOLIDAYS.

       3110-ReadNextHoliday.
           IF WS-HOLIDAY-INDEX > 100
              DISPLAY 'DWEXTR - HOLIDAY TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN HOLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ HOLIDAYS INTO HOLIDAY-LIST(WS-HOLIDAY-INDEX)
              AT END
                 MOVE 'Y' TO HOLIDAYS-EOF-WS
           END-READ.
           IF NOT HOLIDAYS-EOF
              ADD 1 TO WS-HOLIDAY-INDEX
           END-IF.

       3200-LoadOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-OR-MAX >= 20000
                 DISPLAY 'DWEXTR - ORDER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN DWEXTR'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OR-MAX
              MOVE OP-PO-NUMBER TO WS-OR-PO-NUMBER (WS-OR-MAX)
              MOVE OP-PART-NUMBER TO WS-OR-PART-NUMBER (WS-OR-MAX)
              MOVE OP-SUPPLIER-CODE TO WS-OR-SUPPLIER (WS-OR-MAX)
              MOVE OP-BUYER-CODE TO WS-OR-BUYER (WS-OR-MAX)
              MOVE OP-SHIP-TO-PLANT TO WS-OR-PLANT (WS-OR-MAX)
              MOVE OP-UNIT-PRICE TO WS-OR-UNIT-PRICE (WS-OR-MAX)
              MOVE OP-CURRENCY-CODE TO WS-OR-CURRENCY (WS-OR-MAX)
           END-IF.

       3300-LoadPartLookup.
           READ BADDATAIN
              AT END MOVE 'Y' TO BADDATA-EOF-WS
           END-READ.
           IF NOT BADDATA-EOF
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > WS-PL-MAX OR LOOKUP-FOUND
                    IF WS-PL-PART-NUMBER (WS-SCAN-IDX)
                          = BAD-PART-NUMBER
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF NOT LOOKUP-FOUND
                 IF WS-PL-MAX >= 10000
                    DISPLAY 'DWEXTR - LOOKUP TABLE FULL AT 10000 '
                       'PARTS - RAISE OCCURS IN DWEXTR'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-PL-MAX
                 MOVE BAD-PART-NUMBER
                    TO WS-PL-PART-NUMBER (WS-PL-MAX)
                 MOVE BAD-SUPPLIER-CODE
                    TO WS-PL-SUPPLIER-CODE (WS-PL-MAX)
              END-IF
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

      *05/30 Tonight's run identifier, read and left alone - FINALEX
      * moves it. With no control record the set is stamped with the
      * process date and sequence zero, the MSTSNAP rule.
       375-LoadRunId.
           MOVE PROCESS-DATE TO WS-RUN-DATE.
           MOVE ZERO TO WS-RUN-SEQ.
           OPEN INPUT RUNIDENT.
           IF RUNIDENT-KEY = '00'
              READ RUNIDENT
                 AT END CONTINUE
              END-READ
              IF RUNIDENT-KEY = '00'
                 MOVE RI-RUN-DATE TO WS-RUN-DATE
                 MOVE RI-RUN-SEQ TO WS-RUN-SEQ
              END-IF
              CLOSE RUNIDENT
           END-IF.

      *05/30 The PARMMAST master's value, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'DWCALYRS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-CAL-YEARS
           END-IF.

      *05/30 One dimension: its history off DWDIMS, tonight's members
      * off its source, then the merge that versions the one against
      * the other. The unknown member leads every dimension file.
       400-BuildDimension.
           MOVE ZERO TO WS-NEXT-KEY.
           PERFORM 410-LoadDimHistory.
           MOVE ZERO TO WS-SRC-MAX.
           MOVE SPACES TO WS-NEW-ATTRIBUTES.
           EVALUATE WS-DIM-CODE
              WHEN 'BUYR'
                 PERFORM 420-BuildBuyers
              WHEN 'COMM'
                 PERFORM 430-BuildCommodities
              WHEN 'DATE'
                 PERFORM 440-BuildCalendar
              WHEN 'PART'
                 PERFORM 450-BuildParts
              WHEN 'PLNT'
                 PERFORM 460-BuildPlants
              WHEN 'SUPP'
                 PERFORM 470-BuildSuppliers
           END-EVALUATE.
           PERFORM 560-WriteUnknownRow.
           PERFORM 500-MergeDimension.

       405-ReadHistoryAhead.
           READ DWDIMS INTO WS-HIST-AHEAD
              AT END
                 MOVE 'Y' TO DWDIMS-EOF-WS
           END-READ.
           IF NOT DWDIMS-EOF
              ADD 1 TO WS-HIST-READ-CTR
           END-IF.

      *05/30 The history is in dimension order, so this dimension's
      * rows are the ones at the front of what is left. A row under
      * a dimension code no longer built is dropped.
       410-LoadDimHistory.
           MOVE ZERO TO WH-DIM-MAX.
           PERFORM 411-TakeHistoryRow
              UNTIL DWDIMS-EOF OR HA-DIM-CODE > WS-DIM-CODE.

       411-TakeHistoryRow.
           IF HA-DIM-CODE < WS-DIM-CODE
              ADD 1 TO WS-HIST-DROPPED-CTR
           ELSE
              IF WH-DIM-MAX >= 20000
                 DISPLAY 'DWEXTR - DIMENSION TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN DWHTAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WH-DIM-MAX
              MOVE WS-HIST-AHEAD TO WH-DIM-LIST (WH-DIM-MAX)
              IF WD-SURROGATE-KEY (WH-DIM-MAX) > WS-NEXT-KEY
                 MOVE WD-SURROGATE-KEY (WH-DIM-MAX) TO WS-NEXT-KEY
              END-IF
           END-IF.
           PERFORM 405-ReadHistoryAhead.

      *05/30 Every buyer on the AP-vendor crosswalk or holding or
      * backing up a commodity assignment. The company '01' vendor ID
      * is the one kept; a buyer with none keeps the first other.
       420-BuildBuyers.
           MOVE SPACES TO WH-ATTRIBUTE-AREA.
           MOVE ZERO TO WH-BY-CLASSES-HELD, WH-BY-CLASSES-BACKED.
           MOVE WH-ATTRIBUTE-AREA TO WS-NEW-ATTRIBUTES.
           OPEN INPUT BUYRVNDR.
           IF IN-BUYRVNDR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BUYRVNDR'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 421-ReadNextBuyerVendor UNTIL BUYRVNDR-EOF.
           CLOSE BUYRVNDR.
           OPEN INPUT BUYRASGN.
           IF IN-BUYRASGN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BUYRASGN'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 422-ReadNextAssignment UNTIL BUYRASGN-EOF.
           CLOSE BUYRASGN.

       421-ReadNextBuyerVendor.
           READ BUYRVNDR
              AT END
                 MOVE 'Y' TO BUYRVNDR-EOF-WS
           END-READ.
           IF NOT BUYRVNDR-EOF AND BV-BUYER-CODE NOT = SPACES
              MOVE BV-BUYER-CODE TO WS-SOURCE-KEY
              PERFORM 480-FindOrInsertSource
              MOVE SR-ATTRIBUTES (WS-SRC-IDX) TO WH-ATTRIBUTE-AREA
              IF BV-COMPANY-CODE = SPACES OR BV-COMPANY-CODE = '01'
                 MOVE BV-AP-VENDOR-ID TO WH-BY-AP-VENDOR-ID
                 MOVE '01' TO WH-BY-COMPANY-CODE
              ELSE
                 IF WH-BY-AP-VENDOR-ID = SPACES
                    MOVE BV-AP-VENDOR-ID TO WH-BY-AP-VENDOR-ID
                    MOVE BV-COMPANY-CODE TO WH-BY-COMPANY-CODE
                 END-IF
              END-IF
              MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-IDX)
           END-IF.

       422-ReadNextAssignment.
           READ BUYRASGN
              AT END
                 MOVE 'Y' TO BUYRASGN-EOF-WS
           END-READ.
           IF NOT BUYRASGN-EOF
              IF BG-BUYER-CODE NOT = SPACES
                 MOVE BG-BUYER-CODE TO WS-SOURCE-KEY
                 PERFORM 480-FindOrInsertSource
                 MOVE SR-ATTRIBUTES (WS-SRC-IDX) TO WH-ATTRIBUTE-AREA
                 ADD 1 TO WH-BY-CLASSES-HELD
                 MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-IDX)
              END-IF
              IF BG-BACKUP-CODE NOT = SPACES
                 MOVE BG-BACKUP-CODE TO WS-SOURCE-KEY
                 PERFORM 480-FindOrInsertSource
                 MOVE SR-ATTRIBUTES (WS-SRC-IDX) TO WH-ATTRIBUTE-AREA
                 ADD 1 TO WH-BY-CLASSES-BACKED
                 MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-IDX)
              END-IF
           END-IF.

       430-BuildCommodities.
           OPEN INPUT COMCLAS.
           IF IN-COMCLAS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMCLAS'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 431-ReadNextClass UNTIL COMCLAS-EOF.
           CLOSE COMCLAS.

       431-ReadNextClass.
           READ COMCLAS
              AT END
                 MOVE 'Y' TO COMCLAS-EOF-WS
           END-READ.
           IF NOT COMCLAS-EOF AND CL-CLASS-CODE NOT = SPACES
              MOVE CL-CLASS-CODE TO WS-SOURCE-KEY
              PERFORM 480-FindOrInsertSource
              MOVE SPACES TO WH-ATTRIBUTE-AREA
              MOVE CL-DESCRIPTION TO WH-CM-DESCRIPTION
              MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-IDX)
           END-IF.

      *05/30 One member per calendar day across the span, in date
      * order - no search needed.
       440-BuildCalendar.
           MOVE PROCESS-DATE TO WS-CAL-START-DATE.
           MOVE PROCESS-DATE TO WS-CAL-END-DATE.
           SUBTRACT WS-CAL-YEARS FROM WS-CAL-START-YYYY.
           MOVE 0101 TO WS-CAL-START-MMDD.
           ADD 1 TO WS-CAL-END-YYYY.
           MOVE 1231 TO WS-CAL-END-MMDD.
           IF WH-DIM-MAX > ZERO
              AND WD-NATURAL-KEY (1) (1:8) IS NUMERIC
              AND WD-NATURAL-KEY (1) (1:8) < WS-CAL-START-DATE
              MOVE WD-NATURAL-KEY (1) (1:8) TO WS-CAL-START-DATE
           END-IF.
           MOVE WS-CAL-START-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-START-INT, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'DWEXTR - CALENDAR START ' WS-CAL-START-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-CAL-END-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-END-INT, FC.
           PERFORM 441-AddCalendarDay
              VARYING WS-DAY-INT FROM WS-START-INT BY 1
              UNTIL WS-DAY-INT > WS-END-INT.

       441-AddCalendarDay.
           CALL "CEEDATE" USING WS-DAY-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           MOVE WS-DATE-OUT-STR-CEE TO WS-CAL-DATE.
           MOVE SPACES TO WH-ATTRIBUTE-AREA.
           MOVE WS-CAL-YYYY TO WH-DT-YEAR.
           MOVE WS-CAL-MM TO WH-DT-MONTH.
           MOVE WS-CAL-DD TO WH-DT-DAY.
           DIVIDE WS-DAY-INT BY 7
              GIVING WS-DAY-QUOTIENT
              REMAINDER WS-DAY-REMAINDER.
           COMPUTE WS-DOW-IDX = WS-DAY-REMAINDER + 1.
           MOVE WS-DOW-NUMBER (WS-DOW-IDX) TO WH-DT-DAY-OF-WEEK.
           MOVE WS-DOW-NAME (WS-DOW-IDX) TO WH-DT-DAY-NAME.
           IF WS-DAY-REMAINDER = 2 OR WS-DAY-REMAINDER = 3
              MOVE 'Y' TO WH-DT-WEEKEND-FLAG
           ELSE
              MOVE 'N' TO WH-DT-WEEKEND-FLAG
           END-IF.
           MOVE 'N' TO WH-DT-HOLIDAY-FLAG.
           PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
              UNTIL WS-HOLIDAY-INDEX > HOLIDAY-MAX
                 IF HO-DATE (WS-HOLIDAY-INDEX) = WS-CAL-DATE
                    MOVE 'Y' TO WH-DT-HOLIDAY-FLAG
                 END-IF
           END-PERFORM.
           IF WH-DT-WEEKEND-FLAG = 'N' AND WH-DT-HOLIDAY-FLAG = 'N'
              MOVE 'Y' TO WH-DT-BUSINESS-DAY
           ELSE
              MOVE 'N' TO WH-DT-BUSINESS-DAY
           END-IF.
           MOVE WS-CAL-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           MOVE FRQ-PERIOD TO WH-DT-FISCAL-PERIOD.
           MOVE FRQ-STATUS TO WH-DT-FISCAL-STATUS.
           MOVE FRQ-FOUND-FLAG TO WH-DT-ON-FISCAL-CAL.
           IF WS-SRC-MAX >= 20000
              DISPLAY 'DWEXTR - SOURCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN DWEXTR'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SRC-MAX.
           MOVE WS-CAL-DATE TO SR-NATURAL-KEY (WS-SRC-MAX).
           MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-MAX).

       450-BuildParts.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 451-ReadNextPart UNTIL PARTMAST-EOF.
           CLOSE PARTMAST.

       451-ReadNextPart.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF AND PM-PART-NUMBER NOT = SPACES
              MOVE PM-PART-NUMBER TO WS-SOURCE-KEY
              PERFORM 480-FindOrInsertSource
              MOVE SPACES TO WH-ATTRIBUTE-AREA
              MOVE PM-PART-NAME TO WH-PA-NAME
              MOVE PM-GOVT-COMML-CODE TO WH-PA-GOVT-COMML
              MOVE PM-UNIT-OF-MEASURE TO WH-PA-UOM
              MOVE PM-VEHICLE-MAKE TO WH-PA-VEHICLE-MAKE
              MOVE PM-VEHICLE-MODEL TO WH-PA-VEHICLE-MODEL
              MOVE PM-VEHICLE-YEAR TO WH-PA-VEHICLE-YEAR
              MOVE PM-ACTIVE-FLAG TO WH-PA-ACTIVE-FLAG
              MOVE PM-LIFECYCLE-CODE TO WH-PA-LIFECYCLE
              MOVE PM-CORE-FLAG TO WH-PA-CORE-FLAG
              MOVE PM-ABC-CLASS TO WH-PA-ABC-CLASS
              MOVE PM-COMMODITY-CLASS TO WH-PA-COMMODITY
              MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-IDX)
           END-IF.

       460-BuildPlants.
           OPEN INPUT PLANTS.
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 461-ReadNextPlant UNTIL PLANTS-EOF.
           CLOSE PLANTS.

       461-ReadNextPlant.
           READ PLANTS
              AT END
                 MOVE 'Y' TO PLANTS-EOF-WS
           END-READ.
           IF NOT PLANTS-EOF AND PT-PLANT-CODE NOT = SPACES
              MOVE PT-PLANT-CODE TO WS-SOURCE-KEY
              PERFORM 480-FindOrInsertSource
              MOVE SPACES TO WH-ATTRIBUTE-AREA
              MOVE PT-PLANT-NAME TO WH-PL-NAME
              MOVE PT-PLANT-STATE TO WH-PL-STATE
              MOVE PT-COMPANY-CODE TO WH-PL-COMPANY-CODE
              MOVE PT-CITY TO WH-PL-CITY
              MOVE PT-ZIP-CODE TO WH-PL-ZIP-CODE
              MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-IDX)
           END-IF.

       470-BuildSuppliers.
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 471-ReadNextSupplier UNTIL SUPPMST-EOF.
           CLOSE SUPPMST.

       471-ReadNextSupplier.
           READ SUPPMST
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF AND SU-SUPPLIER-CODE NOT = SPACES
              MOVE SU-SUPPLIER-CODE TO WS-SOURCE-KEY
              PERFORM 480-FindOrInsertSource
              MOVE SPACES TO WH-ATTRIBUTE-AREA
              MOVE SU-SUPPLIER-NAME TO WH-SU-NAME
              MOVE SU-SUPPLIER-TYPE TO WH-SU-TYPE
              MOVE SU-SUPPLIER-RATING TO WH-SU-RATING
              MOVE SU-SUPPLIER-STATUS TO WH-SU-STATUS
              MOVE SU-ONBOARD-STATUS TO WH-SU-ONBOARD
              MOVE SU-EDI-FLAG TO WH-SU-EDI-FLAG
              MOVE SU-PAY-METHOD TO WH-SU-PAY-METHOD
              MOVE SU-DIVERSITY-CLASS TO WH-SU-DIVERSITY
              MOVE SU-FREIGHT-TERMS TO WH-SU-FREIGHT-TERMS
              MOVE WH-ATTRIBUTE-AREA TO SR-ATTRIBUTES (WS-SRC-IDX)
           END-IF.

      *05/30 Binary search of the source members on WS-SOURCE-KEY; a
      * new member goes in at WS-BSRCH-LO with WS-NEW-ATTRIBUTES, so
      * the table stays in order whatever order the source is in.
       480-FindOrInsertSource.
           MOVE ZERO TO WS-SRC-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-SRC-MAX TO WS-BSRCH-HI.
           PERFORM 481-SourceSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-SRC-IDX > ZERO.
           IF WS-SRC-IDX = ZERO
              PERFORM 482-InsertSource
           END-IF.

       481-SourceSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN SR-NATURAL-KEY (WS-BSRCH-MID) = WS-SOURCE-KEY
                 MOVE WS-BSRCH-MID TO WS-SRC-IDX
              WHEN SR-NATURAL-KEY (WS-BSRCH-MID) < WS-SOURCE-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       482-InsertSource.
           IF WS-SRC-MAX >= 20000
              DISPLAY 'DWEXTR - SOURCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN DWEXTR'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-SRC-MAX BY -1
              UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-SOURCE-ENTRY (WS-SHIFT-IDX)
                    TO WS-SOURCE-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-SRC-MAX.
           MOVE WS-SOURCE-KEY TO SR-NATURAL-KEY (WS-BSRCH-LO).
           MOVE WS-NEW-ATTRIBUTES TO SR-ATTRIBUTES (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-SRC-IDX.

      *05/30 History and source, both in natural-key order, merged a
      * member at a time: on history only, the member is retired;
      * on the source only, it is new; on both, its current row is
      * compared with tonight's attributes.
       500-MergeDimension.
           MOVE 1 TO WS-H-IDX.
           MOVE 1 TO WS-S-IDX.
           PERFORM 510-MergeStep
              UNTIL WS-H-IDX > WH-DIM-MAX AND WS-S-IDX > WS-SRC-MAX.

       510-MergeStep.
           IF WS-H-IDX > WH-DIM-MAX
              MOVE HIGH-VALUES TO WS-H-KEY
           ELSE
              MOVE WD-NATURAL-KEY (WS-H-IDX) TO WS-H-KEY
           END-IF.
           IF WS-S-IDX > WS-SRC-MAX
              MOVE HIGH-VALUES TO WS-S-KEY
           ELSE
              MOVE SR-NATURAL-KEY (WS-S-IDX) TO WS-S-KEY
           END-IF.
           EVALUATE TRUE
              WHEN WS-H-KEY < WS-S-KEY
                 PERFORM 520-CarryMember
              WHEN WS-H-KEY > WS-S-KEY
                 PERFORM 540-AddMember
                 ADD 1 TO WS-S-IDX
              WHEN OTHER
                 PERFORM 530-UpdateMember
                 ADD 1 TO WS-S-IDX
           END-EVALUATE.

      *05/30 A member's versions sit together, oldest first; every
      * version but the last goes out as it stands.
       515-WriteEarlierVersions.
           MOVE WS-H-IDX TO WS-GROUP-END.
           MOVE 'N' TO WS-GROUP-DONE-FLAG.
           PERFORM 516-StepGroupEnd UNTIL GROUP-END-FOUND.
           PERFORM VARYING WS-H-IDX FROM WS-H-IDX BY 1
              UNTIL WS-H-IDX >= WS-GROUP-END
                 MOVE WH-DIM-LIST (WS-H-IDX) TO WS-DIM-ROW
                 PERFORM 550-WriteDimRow
           END-PERFORM.
           MOVE WH-DIM-LIST (WS-H-IDX) TO WS-DIM-ROW.

       516-StepGroupEnd.
           IF WS-GROUP-END >= WH-DIM-MAX
              MOVE 'Y' TO WS-GROUP-DONE-FLAG
           ELSE
              IF WD-NATURAL-KEY (WS-GROUP-END + 1) = WS-H-KEY
                 ADD 1 TO WS-GROUP-END
              ELSE
                 MOVE 'Y' TO WS-GROUP-DONE-FLAG
              END-IF
           END-IF.

      *05/30 Gone from its source - the current version is closed
      * as of tonight and the member kept for the history.
       520-CarryMember.
           PERFORM 515-WriteEarlierVersions.
           IF DR-CURRENT-ROW
              MOVE PROCESS-DATE TO DR-EFFECTIVE-TO
              MOVE 'N' TO DR-CURRENT-FLAG
              ADD 1 TO WS-MEMBERS-RETIRED-CTR
           END-IF.
           PERFORM 550-WriteDimRow.
           PERFORM 555-AddKeyMap.
           ADD 1 TO WS-H-IDX.

      *05/30 Unchanged, the current version stands. Changed, it is
      * closed and a new version opened - unless the current version
      * was itself opened tonight, i.e. this is a rerun, when it is
      * restated in place so a night never holds two versions. A
      * retired member back on its source gets a new version.
       530-UpdateMember.
           PERFORM 515-WriteEarlierVersions.
           EVALUATE TRUE
              WHEN DR-CURRENT-ROW
                 AND DR-ATTRIBUTES = SR-ATTRIBUTES (WS-S-IDX)
                 PERFORM 550-WriteDimRow
              WHEN DR-CURRENT-ROW
                 AND DR-EFFECTIVE-FROM = PROCESS-DATE
                 MOVE SR-ATTRIBUTES (WS-S-IDX) TO DR-ATTRIBUTES
                 ADD 1 TO WS-MEMBERS-RESTATED-CTR
                 PERFORM 550-WriteDimRow
              WHEN OTHER
                 IF DR-CURRENT-ROW
                    MOVE PROCESS-DATE TO DR-EFFECTIVE-TO
                    MOVE 'N' TO DR-CURRENT-FLAG
                 END-IF
                 PERFORM 550-WriteDimRow
                 PERFORM 545-NewVersionRow
                 ADD 1 TO WS-VERSIONS-ADDED-CTR
                 PERFORM 550-WriteDimRow
           END-EVALUATE.
           PERFORM 555-AddKeyMap.
           ADD 1 TO WS-H-IDX.

       540-AddMember.
           PERFORM 545-NewVersionRow.
           ADD 1 TO WS-MEMBERS-ADDED-CTR.
           PERFORM 550-WriteDimRow.
           PERFORM 555-AddKeyMap.

       545-NewVersionRow.
           ADD 1 TO WS-NEXT-KEY.
           MOVE WS-DIM-CODE TO DR-DIM-CODE.
           MOVE WS-NEXT-KEY TO DR-SURROGATE-KEY.
           MOVE SR-NATURAL-KEY (WS-S-IDX) TO DR-NATURAL-KEY.
           MOVE PROCESS-DATE TO DR-EFFECTIVE-FROM.
           MOVE 99999999 TO DR-EFFECTIVE-TO.
           MOVE 'Y' TO DR-CURRENT-FLAG.
           MOVE SR-ATTRIBUTES (WS-S-IDX) TO DR-ATTRIBUTES.

      *05/30 Every version goes to the history and to the
      * dimension's extract, stamped with tonight's run.
       550-WriteDimRow.
           MOVE WS-RUN-DATE TO DR-RUN-DATE.
           MOVE WS-RUN-SEQ TO DR-RUN-SEQ.
           WRITE DWDIMSO-REC FROM WS-DIM-ROW.
           IF OUT-DWDIMSO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-HIST-WRITTEN-CTR.
           PERFORM 551-WriteExtractRow.

       551-WriteExtractRow.
           EVALUATE WS-DIM-CODE
              WHEN 'BUYR'
                 WRITE DWDBUYR-REC FROM WS-DIM-ROW
                 IF OUT-DWDBUYR-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
              WHEN 'COMM'
                 WRITE DWDCOMM-REC FROM WS-DIM-ROW
                 IF OUT-DWDCOMM-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
              WHEN 'DATE'
                 WRITE DWDDATE-REC FROM WS-DIM-ROW
                 IF OUT-DWDDATE-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
              WHEN 'PART'
                 WRITE DWDPART-REC FROM WS-DIM-ROW
                 IF OUT-DWDPART-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
              WHEN 'PLNT'
                 WRITE DWDPLNT-REC FROM WS-DIM-ROW
                 IF OUT-DWDPLNT-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
              WHEN 'SUPP'
                 WRITE DWDSUPP-REC FROM WS-DIM-ROW
                 IF OUT-DWDSUPP-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-EVALUATE.
           ADD 1 TO CT-ROW-COUNT (WS-CT-IDX).
           ADD DR-SURROGATE-KEY TO CT-HASH-TOTAL (WS-CT-IDX).

       555-AddKeyMap.
           IF WS-KM-MAX >= 40000
              DISPLAY 'DWEXTR - KEY MAP FULL AT 40000 '
                 'ROWS - RAISE OCCURS IN DWEXTR'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-KM-MAX.
           MOVE DR-DIM-CODE TO KM-DIM-CODE (WS-KM-MAX).
           MOVE DR-NATURAL-KEY TO KM-NATURAL-KEY (WS-KM-MAX).
           MOVE DR-SURROGATE-KEY TO KM-SURROGATE-KEY (WS-KM-MAX).
           MOVE SPACES TO KM-CLASS-CODE (WS-KM-MAX).
           IF DR-DIM-CODE = 'PART'
              MOVE DR-ATTRIBUTES TO WH-ATTRIBUTE-AREA
              MOVE WH-PA-COMMODITY TO KM-CLASS-CODE (WS-KM-MAX)
           END-IF.

      *05/30 Key zero, the unknown member - on the extract only, never
      * carried on the history.
       560-WriteUnknownRow.
           MOVE WS-RUN-DATE TO DR-RUN-DATE.
           MOVE WS-RUN-SEQ TO DR-RUN-SEQ.
           MOVE WS-DIM-CODE TO DR-DIM-CODE.
           MOVE ZERO TO DR-SURROGATE-KEY.
           MOVE '*UNKNOWN*' TO DR-NATURAL-KEY.
           MOVE ZERO TO DR-EFFECTIVE-FROM.
           MOVE 99999999 TO DR-EFFECTIVE-TO.
           MOVE 'Y' TO DR-CURRENT-FLAG.
           MOVE SPACES TO DR-ATTRIBUTES.
           PERFORM 551-WriteExtractRow.

       600-CLOSE-FILES.
           CLOSE  GOODDATAIN, RECEIPTS, INSPRSLT, ERRORFILE, APEXTRCT,
                  DWDIMSO, DWDBUYR, DWDCOMM, DWDDATE, DWDPART,
                  DWDPLNT, DWDSUPP, DWFORDR, DWFRCPT, DWFINSP,
                  DWFREJT, DWFAPLN, DWCTL, PRINT-LINE.
           IF NOT DWDIMS-NOT-FOUND
              CLOSE DWDIMS
           END-IF.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/30 One order line per purchase order on each good record.
       700-ExtractOrders.
           OPEN INPUT GOODDATAIN.
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 701-Read-GOODDATAIN.
           PERFORM 702-TakeGoodRecord UNTIL GOODDATA-END-OF-FILE.

       701-Read-GOODDATAIN.
           READ GOODDATAIN INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
                AT END MOVE "Y" TO GOODDATAIN-EOF-WS
           END-READ.
           IF (NOT GOODDATA-END-OF-FILE) THEN
              ADD +1 TO WS-IN-GOODDATA-CTR
           END-IF.

       702-TakeGoodRecord.
           MOVE PART-NUMBER-PO TO WS-LOOKUP-NATURAL.
           PERFORM 760-PartKeys.
           MOVE 'SUPP' TO WS-LOOKUP-DIM.
           MOVE SUPPLIER-CODE-PO TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO WS-FK-SUPPLIER-KEY.
           MOVE 'PLNT' TO WS-LOOKUP-DIM.
           MOVE SHIP-TO-PLANT-PO TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO WS-FK-PLANT-KEY.
      *    The class on the record, else the part's own.
           IF COMMODITY-CLASS-PO NOT = SPACES
              MOVE 'COMM' TO WS-LOOKUP-DIM
              MOVE COMMODITY-CLASS-PO TO WS-LOOKUP-NATURAL
              PERFORM 750-LookupKey
              MOVE WS-LOOKUP-SKEY TO WS-FK-COMMODITY-KEY
           END-IF.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 IF PO-NUMBER-PO (WS-PO-COUNTER) NOT = SPACES
                    PERFORM 705-WriteOrderLine
                 END-IF
           END-PERFORM.
           PERFORM 701-Read-GOODDATAIN.

       705-WriteOrderLine.
           INITIALIZE WS-ORDER-FACT.
           MOVE WS-RUN-DATE TO FO-RUN-DATE.
           MOVE WS-RUN-SEQ TO FO-RUN-SEQ.
           MOVE 'DATE' TO WS-LOOKUP-DIM.
           MOVE ORDER-DATE-PO (WS-PO-COUNTER) TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO FO-ORDER-DATE-KEY.
           MOVE DELIVERY-DATE-PO (WS-PO-COUNTER) TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO FO-DELIVERY-DATE-KEY.
           MOVE 'BUYR' TO WS-LOOKUP-DIM.
           MOVE BUYER-CODE-PO (WS-PO-COUNTER) TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO FO-BUYER-KEY.
           MOVE WS-FK-SUPPLIER-KEY TO FO-SUPPLIER-KEY.
           MOVE WS-FK-PART-KEY TO FO-PART-KEY.
           MOVE WS-FK-PLANT-KEY TO FO-PLANT-KEY.
           MOVE WS-FK-COMMODITY-KEY TO FO-COMMODITY-KEY.
           MOVE PO-NUMBER-PO (WS-PO-COUNTER) TO FO-PO-NUMBER.
           MOVE ORDER-TYPE-PO TO FO-ORDER-TYPE.
           MOVE CHANNEL-CODE-PO TO FO-CHANNEL.
           MOVE QUANTITY-PO (WS-PO-COUNTER) TO FO-QUANTITY.
           MOVE UNIT-PRICE-PO (WS-PO-COUNTER) TO FO-UNIT-PRICE.
           COMPUTE FO-EXTENDED-AMOUNT ROUNDED =
              FO-QUANTITY * FO-UNIT-PRICE.
           MOVE CURRENCY-CODE-PO (WS-PO-COUNTER) TO FO-CURRENCY-CODE.
           WRITE DWFORDR-REC FROM WS-ORDER-FACT.
           IF OUT-DWFORDR-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO CT-ROW-COUNT (7).
           ADD FO-QUANTITY TO CT-HASH-TOTAL (7).
           ADD FO-EXTENDED-AMOUNT TO CT-AMOUNT-TOTAL (7).

      *05/30 A receipt is of its order on OPENPO - one not there
      * goes out under the unknown members, counted.
       710-ExtractReceipts.
           OPEN INPUT RECEIPTS.
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 711-ReadNextReceipt.
           PERFORM 712-WriteReceipt UNTIL RECEIPTS-EOF.

       711-ReadNextReceipt.
           READ RECEIPTS
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.

       712-WriteReceipt.
           INITIALIZE WS-RECEIPT-FACT.
           MOVE WS-RUN-DATE TO FR-RUN-DATE.
           MOVE WS-RUN-SEQ TO FR-RUN-SEQ.
           MOVE 'DATE' TO WS-LOOKUP-DIM.
           MOVE RCPT-RECEIPT-DATE TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO FR-RECEIPT-DATE-KEY.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 770-OrderKeys.
           MOVE WS-FK-SUPPLIER-KEY TO FR-SUPPLIER-KEY.
           MOVE WS-FK-PART-KEY TO FR-PART-KEY.
           MOVE WS-FK-BUYER-KEY TO FR-BUYER-KEY.
           MOVE WS-FK-PLANT-KEY TO FR-PLANT-KEY.
           MOVE WS-FK-COMMODITY-KEY TO FR-COMMODITY-KEY.
           MOVE RCPT-PO-NUMBER TO FR-PO-NUMBER.
           MOVE RCPT-QTY-RECEIVED TO FR-QTY-RECEIVED.
           MOVE RCPT-RECEIPT-TIME TO FR-RECEIPT-TIME.
           IF WS-OR-FOUND-IDX > ZERO
              MOVE WS-OR-UNIT-PRICE (WS-OR-FOUND-IDX)
                 TO FR-UNIT-PRICE
              MOVE WS-OR-CURRENCY (WS-OR-FOUND-IDX)
                 TO FR-CURRENCY-CODE
              COMPUTE FR-RECEIPT-VALUE ROUNDED =
                 FR-QTY-RECEIVED * FR-UNIT-PRICE
           END-IF.
           WRITE DWFRCPT-REC FROM WS-RECEIPT-FACT.
           IF OUT-DWFRCPT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO CT-ROW-COUNT (8).
           ADD FR-QTY-RECEIVED TO CT-HASH-TOTAL (8).
           ADD FR-RECEIPT-VALUE TO CT-AMOUNT-TOTAL (8).
           PERFORM 711-ReadNextReceipt.

       720-ExtractInspections.
           OPEN INPUT INSPRSLT.
           IF IN-INSPRSLT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input INSPRSLT'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 721-ReadNextInspection.
           PERFORM 722-WriteInspection UNTIL INSPRSLT-EOF.

       721-ReadNextInspection.
           READ INSPRSLT
              AT END
                 MOVE 'Y' TO INSPRSLT-EOF-WS
           END-READ.

       722-WriteInspection.
           INITIALIZE WS-INSPECTION-FACT.
           MOVE WS-RUN-DATE TO FI-RUN-DATE.
           MOVE WS-RUN-SEQ TO FI-RUN-SEQ.
           MOVE 'DATE' TO WS-LOOKUP-DIM.
           MOVE INS-INSPECT-DATE TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO FI-INSPECT-DATE-KEY.
           MOVE INS-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 770-OrderKeys.
           MOVE WS-FK-SUPPLIER-KEY TO FI-SUPPLIER-KEY.
           MOVE WS-FK-PART-KEY TO FI-PART-KEY.
           MOVE WS-FK-BUYER-KEY TO FI-BUYER-KEY.
           MOVE WS-FK-PLANT-KEY TO FI-PLANT-KEY.
           MOVE WS-FK-COMMODITY-KEY TO FI-COMMODITY-KEY.
           MOVE INS-PO-NUMBER TO FI-PO-NUMBER.
           MOVE INS-QTY-ACCEPTED TO FI-QTY-ACCEPTED.
           MOVE INS-QTY-REJECTED TO FI-QTY-REJECTED.
           MOVE INS-DEFECT-REASON TO FI-DEFECT-REASON.
           WRITE DWFINSP-REC FROM WS-INSPECTION-FACT.
           IF OUT-DWFINSP-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO CT-ROW-COUNT (9).
           ADD FI-QTY-ACCEPTED FI-QTY-REJECTED TO CT-HASH-TOTAL (9).
           PERFORM 721-ReadNextInspection.

      *05/30 One row per reason code; a row with no numeric reason
      * is not a reject row.
       730-ExtractRejects.
           OPEN INPUT ERRORFILE.
           IF IN-ERRORFILE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ERRORFILE'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 731-ReadNextReject.
           PERFORM 732-WriteReject UNTIL ERRORFILE-EOF.

       731-ReadNextReject.
           READ ERRORFILE
              AT END
                 MOVE 'Y' TO ERRORFILE-EOF-WS
           END-READ.

       732-WriteReject.
           IF ERRFILE-REASON-CODE IS NUMERIC
              INITIALIZE WS-REJECT-FACT
              MOVE WS-RUN-DATE TO FJ-RUN-DATE
              MOVE WS-RUN-SEQ TO FJ-RUN-SEQ
              MOVE 'DATE' TO WS-LOOKUP-DIM
              MOVE PROCESS-DATE TO WS-LOOKUP-NATURAL
              PERFORM 750-LookupKey
              MOVE WS-LOOKUP-SKEY TO FJ-REJECT-DATE-KEY
              MOVE ERRFILE-PART-NUMBER TO WS-LOOKUP-NATURAL
              PERFORM 760-PartKeys
              MOVE WS-FK-PART-KEY TO FJ-PART-KEY
              MOVE WS-FK-COMMODITY-KEY TO FJ-COMMODITY-KEY
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > WS-PL-MAX OR LOOKUP-FOUND
                    IF WS-PL-PART-NUMBER (WS-SCAN-IDX)
                          = ERRFILE-PART-NUMBER
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE 'SUPP' TO WS-LOOKUP-DIM
                       MOVE WS-PL-SUPPLIER-CODE (WS-SCAN-IDX)
                          TO WS-LOOKUP-NATURAL
                       PERFORM 750-LookupKey
                       MOVE WS-LOOKUP-SKEY TO FJ-SUPPLIER-KEY
                    END-IF
              END-PERFORM
              MOVE ERRFILE-PART-NUMBER TO FJ-PART-NUMBER
              MOVE ERRFILE-REASON-CODE TO FJ-REASON-CODE
              MOVE ERRFILE-CHANNEL TO FJ-CHANNEL
              MOVE ERRFILE-MESSAGE TO FJ-MESSAGE
              WRITE DWFREJT-REC FROM WS-REJECT-FACT
              IF OUT-DWFREJT-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO CT-ROW-COUNT (10)
              ADD FJ-REJECT-COUNT TO CT-HASH-TOTAL (10)
           END-IF.
           PERFORM 731-ReadNextReject.

      *05/30 The AP line's part is its own; supplier, buyer and plant
      * are its order's. The due date comes off as MMDDYYYY.
       740-ExtractApLines.
           OPEN INPUT APEXTRCT.
           IF IN-APEXTRCT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APEXTRCT'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 741-ReadNextApLine.
           PERFORM 742-WriteApLine UNTIL APEXTRCT-EOF.

       741-ReadNextApLine.
           READ APEXTRCT
              AT END
                 MOVE 'Y' TO APEXTRCT-EOF-WS
           END-READ.

       742-WriteApLine.
           INITIALIZE WS-AP-FACT.
           MOVE WS-RUN-DATE TO FA-RUN-DATE.
           MOVE WS-RUN-SEQ TO FA-RUN-SEQ.
           MOVE 'DATE' TO WS-LOOKUP-DIM.
           MOVE AP-RUN-DATE TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO FA-EXTRACT-DATE-KEY.
           MOVE SPACES TO WS-DUE-DATE.
           STRING AP-DUE-YYYY AP-DUE-MM AP-DUE-DD
              DELIMITED BY SIZE INTO WS-DUE-DATE
           END-STRING.
           MOVE WS-DUE-DATE TO WS-LOOKUP-NATURAL.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO FA-DUE-DATE-KEY.
           MOVE AP-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 770-OrderKeys.
           MOVE AP-PART-NUMBER TO WS-LOOKUP-NATURAL.
           PERFORM 760-PartKeys.
           MOVE WS-FK-SUPPLIER-KEY TO FA-SUPPLIER-KEY.
           MOVE WS-FK-PART-KEY TO FA-PART-KEY.
           MOVE WS-FK-BUYER-KEY TO FA-BUYER-KEY.
           MOVE WS-FK-PLANT-KEY TO FA-PLANT-KEY.
           MOVE WS-FK-COMMODITY-KEY TO FA-COMMODITY-KEY.
           MOVE AP-PO-NUMBER TO FA-PO-NUMBER.
           MOVE AP-DOC-TYPE TO FA-DOC-TYPE.
           MOVE AP-QUANTITY TO FA-QUANTITY.
           MOVE AP-EXTENDED-AMOUNT TO FA-EXTENDED-AMOUNT.
           MOVE AP-CURRENCY-CODE TO FA-CURRENCY-CODE.
           MOVE AP-USD-AMOUNT TO FA-USD-AMOUNT.
           MOVE AP-DISCOUNT-AMOUNT TO FA-DISCOUNT-AMOUNT.
           MOVE AP-COMPANY-CODE TO FA-COMPANY-CODE.
           WRITE DWFAPLN-REC FROM WS-AP-FACT.
           IF OUT-DWFAPLN-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO CT-ROW-COUNT (11).
           ADD FA-QUANTITY TO CT-HASH-TOTAL (11).
           ADD FA-USD-AMOUNT TO CT-AMOUNT-TOTAL (11).
           PERFORM 741-ReadNextApLine.

      *05/30 Binary search of the key map for WS-LOOKUP-KEY. A blank
      * code is simply not known; a code on no dimension is counted.
       750-LookupKey.
           MOVE ZERO TO WS-LOOKUP-SKEY.
           MOVE ZERO TO WS-LOOKUP-IDX.
           IF WS-LOOKUP-NATURAL NOT = SPACES
              MOVE 1 TO WS-BSRCH-LO
              MOVE WS-KM-MAX TO WS-BSRCH-HI
              PERFORM 751-KeySearchStep
                 UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                    OR WS-LOOKUP-IDX > ZERO
              IF WS-LOOKUP-IDX = ZERO
                 ADD 1 TO WS-UNKNOWN-KEY-CTR
              ELSE
                 MOVE KM-SURROGATE-KEY (WS-LOOKUP-IDX)
                    TO WS-LOOKUP-SKEY
              END-IF
           END-IF.

       751-KeySearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN KM-KEY (WS-BSRCH-MID) = WS-LOOKUP-KEY
                 MOVE WS-BSRCH-MID TO WS-LOOKUP-IDX
              WHEN KM-KEY (WS-BSRCH-MID) < WS-LOOKUP-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/30 The part's key, and its commodity class's, for the part
      * number in WS-LOOKUP-NATURAL.
       760-PartKeys.
           MOVE ZERO TO WS-FK-PART-KEY, WS-FK-COMMODITY-KEY.
           MOVE 'PART' TO WS-LOOKUP-DIM.
           PERFORM 750-LookupKey.
           MOVE WS-LOOKUP-SKEY TO WS-FK-PART-KEY.
           IF WS-LOOKUP-IDX > ZERO
              AND KM-CLASS-CODE (WS-LOOKUP-IDX) NOT = SPACES
              MOVE KM-CLASS-CODE (WS-LOOKUP-IDX) TO WS-PART-CLASS
              MOVE 'COMM' TO WS-LOOKUP-DIM
              MOVE WS-PART-CLASS TO WS-LOOKUP-NATURAL
              PERFORM 750-LookupKey
              MOVE WS-LOOKUP-SKEY TO WS-FK-COMMODITY-KEY
           END-IF.

      *05/30 The order's supplier, part, buyer and plant keys for
      * the PO in WS-SEARCH-PO-NUMBER, off the QUALPPM order scan.
       770-OrderKeys.
           MOVE ZERO TO WS-FK-SUPPLIER-KEY, WS-FK-PART-KEY,
              WS-FK-BUYER-KEY, WS-FK-PLANT-KEY, WS-FK-COMMODITY-KEY.
           MOVE ZERO TO WS-OR-FOUND-IDX.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-OR-MAX
                 OR WS-OR-FOUND-IDX > ZERO
                 IF WS-OR-PO-NUMBER (WS-OR-IDX) = WS-SEARCH-PO-NUMBER
                    MOVE WS-OR-IDX TO WS-OR-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-OR-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-ORDER-CTR
           ELSE
              MOVE WS-OR-PART-NUMBER (WS-OR-FOUND-IDX)
                 TO WS-LOOKUP-NATURAL
              PERFORM 760-PartKeys
              MOVE 'SUPP' TO WS-LOOKUP-DIM
              MOVE WS-OR-SUPPLIER (WS-OR-FOUND-IDX)
                 TO WS-LOOKUP-NATURAL
              PERFORM 750-LookupKey
              MOVE WS-LOOKUP-SKEY TO WS-FK-SUPPLIER-KEY
              MOVE 'BUYR' TO WS-LOOKUP-DIM
              MOVE WS-OR-BUYER (WS-OR-FOUND-IDX) TO WS-LOOKUP-NATURAL
              PERFORM 750-LookupKey
              MOVE WS-LOOKUP-SKEY TO WS-FK-BUYER-KEY
              MOVE 'PLNT' TO WS-LOOKUP-DIM
              MOVE WS-OR-PLANT (WS-OR-FOUND-IDX) TO WS-LOOKUP-NATURAL
              PERFORM 750-LookupKey
              MOVE WS-LOOKUP-SKEY TO WS-FK-PLANT-KEY
           END-IF.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER-1.
           WRITE PRINT-REC FROM WS-HEADER-2.
           MOVE ZERO TO WS-LINE-KTR.

      *05/30 One DWCTL row per extract file, printed as it goes.
       900-WriteControl.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-MAX
                 MOVE SPACES TO DWCTL-REC
                 MOVE WS-RUN-DATE TO CTL-RUN-DATE
                 MOVE WS-RUN-SEQ TO CTL-RUN-SEQ
                 MOVE CT-FILE-NAME (WS-CT-IDX) TO CTL-FILE-NAME
                 MOVE CT-ROW-COUNT (WS-CT-IDX) TO CTL-ROW-COUNT
                 MOVE CT-HASH-TOTAL (WS-CT-IDX) TO CTL-HASH-TOTAL
                 MOVE CT-AMOUNT-TOTAL (WS-CT-IDX) TO CTL-AMOUNT-TOTAL
                 WRITE DWCTL-REC
                 IF OUT-DWCTL-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 MOVE CT-FILE-NAME (WS-CT-IDX) TO CTO-FILE-NAME-OUT
                 MOVE CT-ROW-COUNT (WS-CT-IDX) TO CTO-ROWS-OUT
                 MOVE CT-HASH-TOTAL (WS-CT-IDX) TO CTO-HASH-OUT
                 MOVE CT-AMOUNT-TOTAL (WS-CT-IDX) TO CTO-AMOUNT-OUT
                 MOVE WS-RUN-DATE TO CTO-RUN-DATE-OUT
                 MOVE WS-RUN-SEQ TO CTO-RUN-SEQ-OUT
                 WRITE PRINT-REC FROM WS-CONTROL-LINE-OUT
                 ADD 1 TO WS-LINE-KTR
           END-PERFORM.

       950-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'DIMENSION HISTORY ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-HIST-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  DROPPED - DIMENSION NOT BUILT' TO WS-SUMMARY-LABEL.
           MOVE WS-HIST-DROPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NEW DIMENSION MEMBERS' TO WS-SUMMARY-LABEL.
           MOVE WS-MEMBERS-ADDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NEW VERSIONS OF CHANGED MEMBERS' TO WS-SUMMARY-LABEL.
           MOVE WS-VERSIONS-ADDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'VERSIONS RESTATED ON A RERUN' TO WS-SUMMARY-LABEL.
           MOVE WS-MEMBERS-RESTATED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MEMBERS RETIRED FROM SOURCE' TO WS-SUMMARY-LABEL.
           MOVE WS-MEMBERS-RETIRED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DIMENSION HISTORY ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-HIST-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GOODDATA RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FACT ROWS WITH NO ORDER ON OPENPO' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FACT CODES ON NO DIMENSION' TO WS-SUMMARY-LABEL.
           MOVE WS-UNKNOWN-KEY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CALENDAR YEARS BACK (DWCALYRS)' TO WS-SUMMARY-LABEL.
           MOVE WS-CAL-YEARS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
