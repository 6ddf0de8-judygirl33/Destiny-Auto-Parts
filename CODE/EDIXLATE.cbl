      * itself; a malformed inbound row still reaches FINALEX's edit
      * pipeline as a PARTSUPPIN record and is rejected there the same
      * as a bad row from any other source would be.
      * 05/28 PARM='TEST' is the EDITEST lane's run over EDIIN.TEST -
      * the translated rows go to a work file of their own instead of
      * PARTSUPP.INPUT, so EDIOUT is opened with an empty feed
      * envelope (a header dated from PROCDATE and a zero trailer)
      * ahead of them, which FINALEX's envelope check needs.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MAPWORKL ASSIGN TO MAPWORKL
           FILE STATUS IS OUT-MAPWORKL-KEY.

      *05/28 Business process-date control card - see PROCDATE. Read
      * on a test-lane run only, to date the envelope.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FD  EDIOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIOUT-REC.
       01  EDIOUT-REC     PIC X(1029).

      *03/09 Cross-reference rows - see XREFTAB.
       FD  SPXREF
           DATA RECORD IS MAPWORKL-REC.
       01  MAPWORKL-REC     PIC X(298).

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
           COPY PARTSUB. *> PART-SUPP-ADDR-PO Copybook
      *03/09 Supplier part-number cross-reference control table
           COPY XREFTAB.
      *05/28 Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File EDIIN
           05 OUT-MAPWORKL-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 EDIIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 EDIIN-END-OF-FILE                       VALUE 'Y'.
           88 SUPPLIER-ON-XREF                   VALUE 'Y'.
       01 WS-OUR-PART-WORK                 PIC X(23) VALUE SPACES.

      *05/28 Set from the PARM - see the LINKAGE SECTION note.
       01 WS-RUN-MODE-WS                   PIC X(1) VALUE ' '.
           88 TEST-LANE-RUN                        VALUE 'T'.

      *05/28 The empty envelope a test-lane EDIOUT opens with, in the
      * layout FINALEX's 400-Read-PARTSUPPIN consumes.
       01 WS-ENVELOPE-HEADER.
           05 FILLER                PIC X(07) VALUE 'HEADER '.
           05 WS-ENV-FEED-DATE      PIC 9(08) VALUE ZERO.
           05 WS-ENV-FEED-SOURCE    PIC X(10) VALUE 'EDITEST'.
           05 FILLER                PIC X(1004) VALUE SPACES.
       01 WS-ENVELOPE-TRAILER.
           05 FILLER                PIC X(07) VALUE 'TRAILER'.
           05 WS-ENV-TRL-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-ENV-TRL-HASH       PIC 9(09) VALUE ZERO.
           05 FILLER                PIC X(1006) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       LINKAGE SECTION.
      *05/28 The step's PARM - a halfword length then the text, the
      * way FINALEX picks up its run mode. PARM='TEST' marks the
      * EDITEST lane's run; no PARM is the production run.
       01  RUN-PARM.
           05  RUN-PARM-LENGTH           PIC S9(4) COMP.
           05  RUN-PARM-TEXT             PIC X(04).

       PROCEDURE DIVISION USING RUN-PARM.

       MAIN.
      *04/10 Start/end timing rows bracket the step on STEPSTAT.
           GOBACK.

       000-Housekeeping.
           IF RUN-PARM-LENGTH >= 4
              AND RUN-PARM-TEXT = 'TEST'
              MOVE 'T' TO WS-RUN-MODE-WS
           END-IF.
           PERFORM 300-Open-Files.
           IF TEST-LANE-RUN
              PERFORM 370-LoadProcessDate
              PERFORM 350-WriteTestEnvelope
           END-IF.
      * Priming Read
           PERFORM 400-Read-EDIIN.


           OPEN OUTPUT PRINT-LINE.

      *05/28 Header then a zero trailer - the EDI rows follow the
      * trailer and, as on the night's feed, are not counted in it.
       350-WriteTestEnvelope.
           MOVE PROCESS-DATE TO WS-ENV-FEED-DATE.
           MOVE WS-ENVELOPE-HEADER TO EDIOUT-REC.
           WRITE EDIOUT-REC.
           IF OUT-EDIOUT-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-ENVELOPE-TRAILER TO EDIOUT-REC.
           WRITE EDIOUT-REC.
           IF OUT-EDIOUT-KEY NOT = '00'
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

      *03/09 Loads PART-XREF-TABLE from SPXREF, same shape as
      * FINALEX's 3400-LoadMakeTable, bounds-checked.
       310-LoadCrossReference.
