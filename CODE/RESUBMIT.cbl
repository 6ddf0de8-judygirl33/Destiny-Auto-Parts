      * flagged, unknown-field, or not-matched. No PARM (or anything
      * other than 'B') keeps the interactive console behavior
      * unchanged.
      *06/01 A record that comes back clean is held to FINALEX's
      * approved-source check before it can go to GOODDATA-FILE; an
      * order to a source not approved for the part goes onto the
      * SRCHOLD queue for quality instead.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VEHMODEL ASSIGN TO VEHMODEL
           FILE STATUS IS IN-VEHMODEL-KEY.

      *04/20 Vehicle fitment master FITMNT maintains - see FITTAB.
           SELECT FITMENT ASSIGN TO FITMENT
           FILE STATUS IS IN-FITMENT-KEY.

      *11/21 Control file with each part's order-history statistics
      * for POEDIT's outlier check - see POHISTAB.
           SELECT POHIST ASSIGN TO POHIST
           SELECT CORRAUD ASSIGN TO CORRAUD
           FILE STATUS IS OUT-CORRAUD-KEY.

      *06/01 Approved-source list - see ASLTAB. A corrected record
      * is held to the same approved-source check FINALEX runs on a
      * clean record, so a warned order to an unapproved source
      * cannot reach GOODDATA through the correction desk.
           SELECT ASLMST ASSIGN TO ASLMST
           FILE STATUS IS IN-ASLMST-KEY.

      *06/01 Source-hold queue SRCRLSE works - a corrected record
      * that fails the approved-source check is appended here.
           SELECT SRCHOLD ASSIGN TO SRCHOLD
           FILE STATUS IS OUT-SRCHOLD-KEY.

      *11/24 Supplier master control file, maintained through SUPPMNT
      * - see SUPMTAB. Loaded here so a corrected record is held to
      * the same supplier-master check FINALEX runs.
      *01/21 Widened from 993 to 1001 - first-seen date on the end,
      * carried through every correction cycle so AGEDREJ can age
      * the queue. See FINALEX's 208-MoveBadData.
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATA-REC.
       01  BADDATA-REC.
           05  BAD-DATA-BODY        PIC X(1029).
           05  BAD-FIRST-SEEN       PIC 9(08).

       FD  BADDATA-OUT
           LABEL RECORDS ARE STANDARD
      *11/21 Widened from 558 to 971, same reasoning as BADDATA-FILE.
      *01/21 Widened from 993 to 1001, same reasoning as BADDATA-FILE.
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATAO-REC.
       01  BADDATAO-REC.
           05  BADO-DATA-BODY       PIC X(1029).
           05  BADO-FIRST-SEEN      PIC 9(08).

       FD  ERRORFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
      *11/21 Widened from 558 to 971, same reasoning as BADDATA-FILE.
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  STATEZIP
           RECORDING MODE IS F
           DATA RECORD IS VEHMODEL-REC.
       01  VEHMODEL-REC     PIC X(14).

       FD  FITMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FITMENT-REC.
       01  FITMENT-REC     PIC X(48).

       FD  POHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  AUD-OPERATOR-ID        PIC X(08).
           05  AUD-CORRECTION-DATE    PIC 9(08).

      *06/01 Approved-source list - see ASLTAB.
       FD  ASLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMST-REC.
       01  ASLMST-REC      PIC X(73).

      *06/01 Source-hold queue - the full record, as FINALEX holds it.
       FD  SRCHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCHOLD-REC.
       01  SRCHOLD-REC     PIC X(1029).

      *11/24 Supplier master control file - see SUPMTAB.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

      *01/19 Reason-code catalog control file - see RSNTAB.
       FD  RSNCODES
           COPY MAKETAB.  *> Vehicle-make code/name control table
      *11/21 Vehicle-make/model cross-reference control table
           COPY MODELTAB.
      *04/20 Vehicle fitment master, passed to PARTEDIT
           COPY FITTAB.
      *11/21 Per-part order-history statistics for POEDIT's outlier
      * check
           COPY POHISTAB.
           COPY OPERTAB.
      *03/06 Central-parameter lookup request block - see PARMTAB
           COPY PARMTAB.
      *06/01 Approved-source list
           COPY ASLTAB.

      * Internal VARIABLE GROUP FOR PART-SUPP-ADDR-PO Copybook - same
      * shape FINALEX stages into before each edit subprogram call.
                88 CODE-WRITE               VALUE SPACES.
           05 IN-VEHMODEL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-FITMENT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      *04/20 No fitment master yet - no applications keyed, so
      * every part passes the fitment edit.
                88 FITMENT-NOT-FOUND        VALUE '35'.
           05 IN-POHIST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ERRTHRESH-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-CORRAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      *06/01 No approved-source list yet - no part is source-
      * controlled, so the check stands down as it does in FINALEX.
           05 IN-ASLMST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ASLMST-NOT-FOUND         VALUE '35'.
           05 OUT-SRCHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 BADDATA-EOF-WS                  PIC X(01) VALUE 'N'.
              88 VEHMAKE-EOF                             VALUE 'Y'.
           05 VEHMODEL-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VEHMODEL-EOF                            VALUE 'Y'.
           05 FITMENT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FITMENT-EOF                             VALUE 'Y'.
           05 POHIST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 POHIST-EOF                              VALUE 'Y'.
           05 ERRORFILE-EOF-WS                PIC X(01) VALUE 'N'.
              88 RSNCODES-EOF                            VALUE 'Y'.
           05 CORRTRAN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CORRTRAN-EOF                            VALUE 'Y'.
           05 ASLMST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ASLMST-EOF                              VALUE 'Y'.

       01 WS-MAKE-INDEX                    PIC 9(4) VALUE 1.
       01 WS-MODEL-INDEX                   PIC 9(4) VALUE 1.
       01 WS-FITMENT-INDEX                 PIC 9(5) VALUE 1.
       01 WS-POHIST-INDEX                  PIC 9(4) VALUE 1.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.

       01 WS-RECORDS-WORKED                PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-FIXED                 PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-CARRIED               PIC 9(05) VALUE ZERO.
      *06/01 Support fields for 707-CheckApprovedSource below - same
      * shape FINALEX uses for its own approved-source check.
       01 WS-RECORDS-SRCHELD               PIC 9(05) VALUE ZERO.
       01 WS-SOURCE-INDEX                  PIC 9(5) VALUE 1.
       01 WS-SOURCE-FOUND-IDX              PIC 9(5) VALUE ZERO.
       01 WS-SOURCE-SEARCH-KEY.
           05 WS-SOURCE-SEARCH-PART        PIC X(23) VALUE SPACES.
           05 WS-SOURCE-SEARCH-SUPP        PIC X(10) VALUE SPACES.
       01 WS-SRCHOLD-FLAG                  PIC X(01) VALUE 'N'.
           88 SRCHOLD-RECORD                       VALUE 'Y'.

       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
                 88 TXN-APPLIED                 VALUE 'A'.
                 88 TXN-CLEAN                   VALUE 'C'.
                 88 TXN-STILL-FLAGGED           VALUE 'W'.
                 88 TXN-SOURCE-HELD             VALUE 'S'.
                 88 TXN-BAD-FIELD               VALUE 'F'.
       01 WS-TXN-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-TXN-LOAD-IDX                  PIC 9(05) VALUE ZERO.
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT FITMENT.
           IF NOT FITMENT-NOT-FOUND
              IF IN-FITMENT-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input FITMENT File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3660-LoadFitmentTable
              END-IF
           END-IF.

           OPEN INPUT POHIST.
           IF IN-POHIST-KEY NOT = '00' THEN
                DISPLAY
                GO TO 2000-ABEND-RTN
           END-IF.

      *06/01 A missing list (status 35) means no part is source-
      * controlled yet, so the check stands down.
           OPEN INPUT ASLMST.
           IF ASLMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ASLMST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input ASLMST File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3960-LoadApprovedSources
              END-IF
           END-IF.

      *06/01 EXTEND - the hold queue builds up until SRCRLSE works it.
           OPEN EXTEND SRCHOLD.
           IF OUT-SRCHOLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SRCHOLD'
                GO TO 2000-ABEND-RTN
           END-IF.

      *12/05 Batch-mode files are only touched in batch mode, so the
      * interactive JCL needs no new DD statements.
       350-OpenBatchFiles.
              ADD 1 TO WS-MODEL-INDEX
           END-IF.

      *04/20 Loads FITMENT-TABLE from FITMENT, same shape as
      * 3600-LoadModelTable/3650-ReadNextModel above.
       3660-LoadFitmentTable.
           INITIALIZE FITMENT-TABLE.
           MOVE 1 TO WS-FITMENT-INDEX.
           PERFORM 3670-ReadNextFitment UNTIL FITMENT-EOF.
           COMPUTE FITMENT-MAX = WS-FITMENT-INDEX - 1.
           CLOSE FITMENT.

       3670-ReadNextFitment.
           IF WS-FITMENT-INDEX > 10000
              DISPLAY 'RESUBMIT - FITMENT TABLE FULL AT 10000 ROWS - '
                 'RAISE OCCURS IN FITTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ FITMENT INTO FITMENT-LIST(WS-FITMENT-INDEX)
              AT END
                 MOVE 'Y' TO FITMENT-EOF-WS
           END-READ.
           IF NOT FITMENT-EOF
              ADD 1 TO WS-FITMENT-INDEX
           END-IF.

      *11/21 Loads PART-HIST-TABLE from POHIST, same shape as
      * 3400-LoadMakeTable/3450-ReadNextMake above.
       3700-LoadPOHistTable.
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

      *06/01 Loads APPROVED-SOURCE-TABLE from ASLMST, same shape as
      * 3400-LoadMakeTable, bounds-checked. ASLMNT keeps the file in
      * part-then-supplier order, so no sort is needed.
       3960-LoadApprovedSources.
           INITIALIZE APPROVED-SOURCE-TABLE.
           MOVE 1 TO WS-SOURCE-INDEX.
           PERFORM 3965-ReadNextSource UNTIL ASLMST-EOF.
           COMPUTE APPROVED-SOURCE-MAX = WS-SOURCE-INDEX - 1.
           CLOSE ASLMST.

       3965-ReadNextSource.
           IF WS-SOURCE-INDEX > 20000
              DISPLAY 'RESUBMIT - APPROVED SOURCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN ASLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ASLMST INTO APPROVED-SOURCE-LIST(WS-SOURCE-INDEX)
              AT END
                 MOVE 'Y' TO ASLMST-EOF-WS
           END-READ.
           IF NOT ASLMST-EOF
              ADD 1 TO WS-SOURCE-INDEX
           END-IF.

      *01/19 Loads REASON-CODE-TABLE from RSNCODES, same shape as
      * 3400-LoadMakeTable, bounds-checked.
       3950-LoadReasonCodes.
      * it, so a rejected record the operator declined to touch
      * could slip onto GOODDATA-FILE as if it were clean.
              PERFORM 700-Revalidate
      *06/01 A clean record to an unapproved source goes to quality.
              EVALUATE TRUE
                 WHEN WRONG-DATA OR ERRORCOUNTER > ZERO
                    PERFORM 810-CarryForwardBadData
                    ADD 1 TO WS-RECORDS-CARRIED
                 WHEN SRCHOLD-RECORD
                    PERFORM 805-WriteSrcHold
                    ADD 1 TO WS-RECORDS-SRCHELD
                 WHEN OTHER
                    PERFORM 800-WriteGoodData
                    ADD 1 TO WS-RECORDS-FIXED
              END-EVALUATE
              PERFORM 400-Read-BadData
           END-IF.

           IF NOT BADDATA-EOF
              PERFORM 430-ApplyTransactions
              PERFORM 700-Revalidate
              EVALUATE TRUE
                 WHEN WRONG-DATA OR ERRORCOUNTER > ZERO
                    PERFORM 810-CarryForwardBadData
                    ADD 1 TO WS-RECORDS-CARRIED
                    MOVE 'W' TO WS-REC-OUTCOME
      *06/01 Clean, but to an unapproved source - held for quality.
                 WHEN SRCHOLD-RECORD
                    PERFORM 805-WriteSrcHold
                    ADD 1 TO WS-RECORDS-SRCHELD
                    MOVE 'S' TO WS-REC-OUTCOME
                 WHEN OTHER
                    PERFORM 800-WriteGoodData
                    ADD 1 TO WS-RECORDS-FIXED
                    MOVE 'C' TO WS-REC-OUTCOME
              END-EVALUATE
              PERFORM 435-StampTransactionResults
              PERFORM 400-Read-BadData
           END-IF.
                    WHEN TXN-STILL-FLAGGED (WS-TXN-WORK-IDX)
                       MOVE 'APPLIED - RECORD STILL FLAGGED'
                          TO CORR-RESULT-OUT
                    WHEN TXN-SOURCE-HELD (WS-TXN-WORK-IDX)
                       MOVE 'APPLIED - HELD FOR SOURCE APPROVAL'
                          TO CORR-RESULT-OUT
                    WHEN TXN-BAD-FIELD (WS-TXN-WORK-IDX)
                       MOVE 'UNKNOWN FIELD OR OCCURRENCE'
                          TO CORR-RESULT-OUT
              MAKE-MAX,
              MODEL-TABLE,
              MODEL-MAX,
              FITMENT-TABLE,
              FITMENT-MAX,
              DATA-ERRORS.

           IF NOT WRONG-DATA
              PERFORM 706-ApplyReasonSeverity
           END-IF.

      *06/01 A record that comes back clean still has to be going to
      * an approved source of the part - the check FINALEX only runs
      * on a record that was clean the first time.
           MOVE 'N' TO WS-SRCHOLD-FLAG.
           IF NOT WRONG-DATA AND ERRORCOUNTER = ZERO
              PERFORM 707-CheckApprovedSource
                 THRU 707-CheckApprovedSource-Exit
           END-IF.

           DISPLAY 'NUMBER OF ERRORS AFTER CORRECTION: '
              ERRORCOUNTER.

                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.
      *05/03 A prospect still in onboarding (see SUPMTAB) is not
      * a supplier we trade with yet - same reject as a code the
      * master has never heard of.
           IF SUPPMST-FOUND
              AND SM-PROSPECT (WS-SUPPMST-FOUND-IDX)
              MOVE 'N' TO SUPPMST-FOUND-FLAG
           END-IF.
           IF NOT SUPPMST-FOUND
              ADD +1 TO ERRORCOUNTER
              MOVE 'Y' TO DATA-ERROR-FLAG
                 MOVE 505 TO ERROR-REASON-CODE (ERRORCOUNTER)
              END-IF
           ELSE
      *05/04 The rating on the master is the one RATECALC computes and
      * a purchasing manager approves (or overrides) in RATEAPPR - it
      * replaces whatever rating the feed carries, so the review flag
      * and the scorecard follow the approved rating.
              IF SM-SUPPLIER-RATING (WS-SUPPMST-FOUND-IDX) NOT = SPACE
                 MOVE SM-SUPPLIER-RATING (WS-SUPPMST-FOUND-IDX)
                    TO SUPPLIER-RATING-PO
              END-IF
              IF SUPPLIER-NAME-PO NOT =
                    SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX)
                 ADD +1 TO ERRORCOUNTER
              END-IF
           END-IF.

      *06/01 See FINALEX's 207-CheckApprovedSource - binary search
      * of the approved-source list on part + supplier. A part with
      * no rows is not source-controlled and passes; otherwise only
      * an 'A' row passes.
       707-CheckApprovedSource.
           MOVE ZERO TO WS-SOURCE-FOUND-IDX.
           IF APPROVED-SOURCE-MAX = ZERO
              GO TO 707-CheckApprovedSource-Exit
           END-IF.
           MOVE PART-NUMBER-PO TO WS-SOURCE-SEARCH-PART.
           MOVE SUPPLIER-CODE-PO TO WS-SOURCE-SEARCH-SUPP.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE APPROVED-SOURCE-MAX TO WS-BSRCH-HI.
           PERFORM 707-SourceSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-SOURCE-FOUND-IDX > ZERO.
           IF WS-SOURCE-FOUND-IDX > ZERO
              IF NOT AS-APPROVED (WS-SOURCE-FOUND-IDX)
                 MOVE 'Y' TO WS-SRCHOLD-FLAG
              END-IF
              GO TO 707-CheckApprovedSource-Exit
           END-IF.
           IF WS-BSRCH-LO <= APPROVED-SOURCE-MAX
              IF AS-PART-NUMBER (WS-BSRCH-LO) = PART-NUMBER-PO
                 MOVE 'Y' TO WS-SRCHOLD-FLAG
              END-IF
           END-IF.
           IF WS-BSRCH-LO > 1
              IF AS-PART-NUMBER (WS-BSRCH-LO - 1) = PART-NUMBER-PO
                 MOVE 'Y' TO WS-SRCHOLD-FLAG
              END-IF
           END-IF.
       707-CheckApprovedSource-Exit.
           EXIT.

       707-SourceSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) = WS-SOURCE-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-SOURCE-FOUND-IDX
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) < WS-SOURCE-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       707-CheckGovtCommlCrossEdit.
           IF (GOVT-PART-PO AND COMMERCIAL-ONLY-PO)
              OR (COMML-PART-PO AND GOVT-ONLY-PO)
           DISPLAY 'RECORD ' PART-NUMBER-PO
              ' RESUBMITTED TO GOODDATA-FILE'.

      *06/01 Same as FINALEX's 208-ProcessSrcHold - the record waits
      * on SRCHOLD for quality to release it through SRCRLSE.
       805-WriteSrcHold.
           MOVE PART-SUPP-ADDR-PO TO SRCHOLD-REC.
           WRITE SRCHOLD-REC.
           IF OUT-SRCHOLD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'RECORD ' PART-NUMBER-PO
              ' HELD FOR SOURCE APPROVAL ON SRCHOLD'.

      *10/31 Carries the record and whatever it is still flagged for
      * forward to the next generation of BADDATA/ERRORFILE, instead
      * of silently dropping it because one correction session did
           DISPLAY 'RECORDS WORKED : ' WS-RECORDS-WORKED.
           DISPLAY 'RESUBMITTED    : ' WS-RECORDS-FIXED.
           DISPLAY 'CARRIED FORWARD: ' WS-RECORDS-CARRIED.
           DISPLAY 'SOURCE HELD    : ' WS-RECORDS-SRCHELD.
           DISPLAY 'AUDIT ROWS     : ' WS-AUDIT-ROWS-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE BADDATA-FILE, BADDATA-OUT, ERRORFILE, ERRFILEO,
                 GOODDATA-FILE, STATEZIP, YEARLIM, VEHMAKE, VEHMODEL,
                 POHIST, ERRTHRESH, SUPPMST, CORRAUD, SRCHOLD.
           IF BATCH-MODE
              CLOSE CORRRPT
           END-IF.
