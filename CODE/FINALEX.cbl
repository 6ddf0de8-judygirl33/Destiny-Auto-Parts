           SELECT VEHMODEL ASSIGN TO VEHMODEL
           FILE STATUS IS IN-VEHMODEL-KEY.

      *04/20 Vehicle fitment master FITMNT maintains - see FITTAB.
           SELECT FITMENT ASSIGN TO FITMENT
           FILE STATUS IS IN-FITMENT-KEY.

      *11/21 Control file with each part's order-history statistics
      * for POEDIT's outlier check - see POHISTAB.
           SELECT POHIST ASSIGN TO POHIST
           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

      *05/22 Company master - see COMPTAB.
           SELECT COMPANY ASSIGN TO COMPANY
           FILE STATUS IS IN-COMPANY-KEY.

      *02/12 Commodity-class control file - see COMMTAB.
           SELECT COMCLAS ASSIGN TO COMCLAS
           FILE STATUS IS IN-COMCLAS-KEY.
           SELECT ENGHOLD ASSIGN TO ENGHOLD
           FILE STATUS IS OUT-ENGHOLD-KEY.

      *04/30 Approved-source list - see ASLTAB. Kept in part-then-
      * supplier order by ASLMNT, so the per-record check can binary
      * search it as loaded.
           SELECT ASLMST ASSIGN TO ASLMST
           FILE STATUS IS IN-ASLMST-KEY.

      *05/06 Supplier financial-risk master - see RISKTAB. Kept in
      * supplier order by RISKLOAD, so the check binary searches it.
           SELECT RISKMST ASSIGN TO RISKMST
           FILE STATUS IS IN-RISKMST-KEY.

      *05/08 Dual-source allocation targets - see ALLOCTAB. Kept in
      * part-then-supplier order by ALLOCMNT, so the check binary
      * searches it.
           SELECT ALLOCMST ASSIGN TO ALLOCMST
           FILE STATUS IS IN-ALLOCMST-KEY.

      *05/26 Commodity-to-buyer assignments - see BASGTAB. Kept in
      * class-then-plant order by BASGMNT, so the check binary
      * searches it.
           SELECT BUYRASGN ASSIGN TO BUYRASGN
           FILE STATUS IS IN-BUYRASGN-KEY.

      *04/30 Source-hold queue - a clean order for a part on the
      * approved-source list, to a supplier not approved for it, is
      * held here for quality (SRCRLSE) instead of flowing to the
      * good-data path.
           SELECT SRCHOLD ASSIGN TO SRCHOLD
           FILE STATUS IS OUT-SRCHOLD-KEY.

      *10/09 End-of-run control total reconciliation report
           SELECT RECONFILE ASSIGN TO RECONRPT
           FILE STATUS IS OUT-RECON-KEY.
      * for a record that only uses 3 of each - every DD that moves
      * this record whole (PARTSUPP input, GOODDATA, DUPFILE, BADDATA)
      * needs the same new LRECL.
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSUPPIN-REC.
       01  PARTSUPPIN-REC     PIC X(1029).

       FD  STATEZIP
           RECORDING MODE IS F
       FD  WARNINGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARNING-REC.
       01  WARNING-REC PIC X(1029).

      *12/09 Widened from 57 to 105 - every purchase-order record now
      * carries its parent part number and the supplier's code and
      *12/30 Widened from 105 to 108 for the payment-terms code.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06) VALUE SPACES.
      * PARTSUB. Widened the record from 119 to 125.
           05  REC-CARRIER-CODE        PIC X(04) VALUE SPACES.
           05  REC-FREIGHT-TERMS       PIC X(02) VALUE SPACES.
      *05/22 Company the orders book to and the intercompany flag -
      * see COMPANY-CODE-PO in PARTSUB. Widened the record from 125
      * to 128.
           05  REC-COMPANY-CODE        PIC X(02) VALUE SPACES.
           05  REC-INTERCO-FLAG        PIC X(01) VALUE SPACES.

      *11/09 Trailer record closing out PURC-FILES, so a program
      * reading this file can confirm it got every record instead of
      * RUNIDENT.
           05  PURC-TRAILER-RUN-DATE   PIC 9(08).
           05  PURC-TRAILER-RUN-SEQ    PIC 9(03).
      *05/20 'I' on a generation an intraday run wrote, space on the
      * night's.
           05  PURC-TRAILER-RUN-TYPE   PIC X(01).
               88  PURC-TRAILER-INTRADAY       VALUE 'I'.
           05  FILLER                  PIC X(90) VALUE SPACES.

      *12/10 Widened from 68 to 78 - every address row now carries the
      * supplier code it belongs to, so the ADDRMSTR address master
       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  YEARLIM
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
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

      *12/17 Business process-date control card - see PROCDATE.
       FD  PROCDATE
       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

      *05/22 Company master rows - see COMPTAB.
       FD  COMPANY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPANY-REC.
       01  COMPANY-REC     PIC X(54).

      *02/10 Denied-party rows - see DENYTAB.
       FD  DENYLIST
       FD  BUYRBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRBUDG-REC.
       01  BUYRBUDG-REC     PIC X(20).

      *02/23 Cumulative committed-spend rows - see the SELECT note.
       FD  BUYRSPND
      *03/04 Widened from 22 to 30 - the business date of the last
      * committing run rides on every row, same rerun guard as
      * BLNKDRAW.
      *05/22 Widened from 30 to 32 - spend is metered per company
      * and buyer, same as the budget (see BUDGTAB). A row written
      * before the company rode on it is company '01'.
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRSPND-REC.
       01  BUYRSPND-REC.
           05  BS-SPEND-MONTH          PIC 9(06).
           05  BS-SPENT-VALUE          PIC 9(11)V99.
           05  BS-LAST-RUN-DATE        PIC 9(08).
           05  BS-COMPANY-CODE         PIC X(02).

       FD  BUDGOVPC
           RECORDING MODE IS F
      * a released order drops straight into the PURC-FILES stream.
       FD  APPRHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS APPRHOLD-REC.
       01  APPRHOLD-REC     PIC X(128).

      *12/24 Registry rows - see the SELECT note.
       FD  PONUMREG
       FD  BLUPRNT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BLUPRNT-REC.
       01  BLUPRNT-REC.
           05  BP-ACTIVE-FLAG          PIC X(01).
      *03/19 Lifecycle status off the master - see PARTMUPD.
           05  BP-LIFECYCLE-CODE       PIC X(01).
      *04/18 Core-bearing flag - see PARTMUPD. Grew 131 to 132.
           05  FILLER                  PIC X(01).
      *04/21 ABC class - see PARTMUPD. Grew 132 to 133.
           05  FILLER                  PIC X(01).
      *04/22 Commodity class - see PARTMUPD. Grew 133 to 137.
           05  FILLER                  PIC X(04).
      *04/25 Shelf life - see PARTMUPD. Grew 137 to 140.
           05  FILLER                  PIC X(03).
      *04/27 Weight and cube - see PARTMUPD. Grew 140 to 152.
           05  FILLER                  PIC X(12).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

       FD  ENGHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ENGHOLD-REC.
       01  ENGHOLD-REC     PIC X(1029).

      *04/30 Approved-source rows - see ASLTAB.
       FD  ASLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMST-REC.
       01  ASLMST-REC      PIC X(73).

      *05/06 Supplier financial-risk rows - see RISKTAB.
       FD  RISKMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RISKMST-REC.
       01  RISKMST-REC     PIC X(41).

      *05/08 Allocation target rows - see ALLOCTAB.
       FD  ALLOCMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCMST-REC.
       01  ALLOCMST-REC    PIC X(55).

      *05/26 Commodity-to-buyer assignment rows - see BASGTAB.
       FD  BUYRASGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRASGN-REC.
       01  BUYRASGN-REC    PIC X(35).

       FD  SRCHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCHOLD-REC.
       01  SRCHOLD-REC     PIC X(1029).

      *12/01 Cumulative run-statistics rows - see the SELECT note.
       FD  RUNSTATS
       FD  DUPLICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPLICATE-REC.
       01  DUPLICATE-REC     PIC X(1029).

       FD  ERRTHRESH
           RECORDING MODE IS F
       FD  BADDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATA-REC.
       01  BADDATA-REC.
           05  BAD-DATA-BODY        PIC X(1029).
           05  BAD-FIRST-SEEN       PIC 9(08).

      *11/02 Supplier-performance trend history file
           COPY MAKETAB.  *>10/07 Vehicle-make code/name control table
      *11/21 Vehicle-make/model cross-reference control table
           COPY MODELTAB.
      *04/20 Vehicle fitment master, passed to PARTEDIT
           COPY FITTAB.
      *11/21 Per-part order-history statistics for POEDIT's outlier
      * check
           COPY POHISTAB.
      *11/24 Supplier master control table
           COPY SUPMTAB.
      *04/30 Approved-source list control table
           COPY ASLTAB.
      *12/17 Business process date control card
           COPY PROCDATE.
      *12/26 Blanket purchase-order master control table
           COPY DENYTAB.
      *02/11 Plant/receiving-location master control table
           COPY PLNTTAB.
      *05/22 Company master control table
           COPY COMPTAB.
      *02/12 Commodity-class control table
           COPY COMMTAB.
      *03/10 Kit bill-of-material control table
           COPY RSNTAB.
      *03/06 Central-parameter lookup request block - see PARMTAB
           COPY PARMTAB.
      *05/06 Supplier financial-risk master table
           COPY RISKTAB.
      *05/08 Dual-source allocation target table
           COPY ALLOCTAB.
      *05/26 Commodity-to-buyer assignment table
           COPY BASGTAB.
      *>9/16 variable to determine return code
       01 WS-RETURN-CODE                   PIC X(1) VALUE SPACE.

           05 IN-VEHMODEL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File FITMENT
           05 IN-FITMENT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      *04/20 No fitment master yet - no applications keyed, so
      * every part passes the fitment edit.
                88 FITMENT-NOT-FOUND        VALUE '35'.

      * File status key for input File POHIST
           05 IN-POHIST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-ENGHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      *04/30 File status keys for ASLMST and SRCHOLD
           05 IN-ASLMST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ASLMST-NOT-FOUND         VALUE '35'.
      *05/06 File status key for RISKMST
           05 IN-RISKMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RISKMST-NOT-FOUND        VALUE '35'.
      *05/08 File status key for ALLOCMST
           05 IN-ALLOCMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ALLOCMST-NOT-FOUND       VALUE '35'.
      *05/26 File status key for BUYRASGN
           05 IN-BUYRASGN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 BUYRASGN-NOT-FOUND       VALUE '35'.
           05 OUT-SRCHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the PONUMREG registry
           05 PONUMREGO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PLANTS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File COMPANY
           05 IN-COMPANY-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File COMCLAS
           05 IN-COMCLAS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
              88 VEHMAKE-EOF                             VALUE 'Y'.
           05 VEHMODEL-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VEHMODEL-EOF                            VALUE 'Y'.
           05 FITMENT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FITMENT-EOF                             VALUE 'Y'.
           05 POHIST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 POHIST-EOF                              VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 BLUPRNT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 BLUPRNT-EOF                             VALUE 'Y'.
           05 ASLMST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ASLMST-EOF                              VALUE 'Y'.
           05 RISKMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 RISKMST-EOF                             VALUE 'Y'.
           05 ALLOCMST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 ALLOCMST-EOF                            VALUE 'Y'.
           05 BUYRASGN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRASGN-EOF                            VALUE 'Y'.
           05 BLNKMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BLNKMAST-EOF                            VALUE 'Y'.
           05 PRCAGREE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 DENYLIST-EOF                            VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.
           05 COMPANY-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMPANY-EOF                             VALUE 'Y'.
           05 COMCLAS-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMCLAS-EOF                             VALUE 'Y'.
           05 BOMFILE-EOF-WS                  PIC X(01) VALUE 'N'.

       01 WS-MAKE-INDEX                     PIC 9(4) VALUE 1.
       01 WS-MODEL-INDEX                    PIC 9(4) VALUE 1.
       01 WS-FITMENT-INDEX                  PIC 9(5) VALUE 1.
       01 WS-POHIST-INDEX                   PIC 9(4) VALUE 1.
       01 WS-SUPPMST-INDEX                  PIC 9(4) VALUE 1.

      *02/28 Version of the PART-SUPP-ADDR-PO record family these
      * outputs are written at - bumped every time the record grows
      * (558=1, 971=2, 972=3, 975=4, 993=5, 999=6, 1002=7, 1006=8,
      * 1007=9, 1019=10, 1020=11, 1026=12, 1029=13)
      * and stamped into each output's trailer so history stays
      * identifiable. RECONVRT converts any older version forward.
       01 WS-LAYOUT-VERSION                 PIC 9(3) VALUE 013.

      *10/30 Run-level reject/warning total and the alert line it's
      * checked against - lets operations catch a bad supplier feed
       01 WS-BUYER-SPEND.
           05 WS-BSP-ENTRY OCCURS 50 TIMES.
              10 WS-BSP-SPENT-VALUE         PIC 9(11)V99 VALUE ZERO.
      *05/20 Business date the spend rows on file already carried -
      * an intraday run writes it back unchanged (see 986).
       01 WS-BSP-PRIOR-STAMP                PIC 9(08) VALUE ZERO.
       01 WS-BUDGET-INDEX                   PIC 9(4) VALUE 1.
       01 WS-BUDGET-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01 BUDGET-FOUND-FLAG                 PIC X VALUE 'N'.
       01 WS-PLANT-INDEX                    PIC 9(4) VALUE 1.
       01 WS-PLANT-FOUND-FLAG               PIC X VALUE 'N'.
           88 SHIP-TO-PLANT-VALID                 VALUE 'Y'.
      *05/22 Company lookup support.
       01 WS-COMPANY-INDEX                  PIC 9(4) VALUE 1.
       01 WS-INTERCO-CTR                    PIC 9(7) VALUE ZERO.

      *02/12 Commodity-class lookup support.
       01 WS-COMCLAS-INDEX                  PIC 9(4) VALUE 1.
      *01/23 Set from the PARM - see the LINKAGE SECTION note.
       01 WS-RUN-MODE-WS                    PIC X(1) VALUE ' '.
           88 AUDIT-ONLY-RUN                        VALUE 'A'.
      *05/20 Off-cycle urgent-order run - see the LINKAGE note.
           88 INTRADAY-RUN                          VALUE 'I'.
      *01/26 Trace options off the PARM, and the per-record effective
      * level - the nominated part is traced at full detail whatever
      * the global level says.
           05 WS-BD-ENTRY OCCURS 200 TIMES.
              10 WS-BD-DRAWN-QTY            PIC 9(09) VALUE ZERO.
              10 WS-BD-DRAWN-VALUE          PIC 9(11)V99 VALUE ZERO.
      *05/20 Business date the draw rows on file already carried -
      * an intraday run writes it back unchanged (see 985).
       01 WS-BD-PRIOR-STAMP                 PIC 9(08) VALUE ZERO.
       01 WS-BLANKET-INDEX                  PIC 9(4) VALUE 1.
       01 WS-BLANKET-FOUND-IDX              PIC 9(4) VALUE ZERO.
       01 BLANKET-FOUND-FLAG                PIC X VALUE 'N'.
       01 WS-PLANNED-FOUND-FLAG             PIC X VALUE 'N'.
           88 CHANGE-WAS-ANNOUNCED                VALUE 'Y'.
       01 WS-PLANNED-CHG-CTR                PIC 9(7) VALUE ZERO.
      *04/30 Approved-source check state - see 207-CheckApproved-
      * Source.
       01 WS-SOURCE-INDEX                   PIC 9(5) VALUE 1.
       01 WS-SOURCE-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-SOURCE-SEARCH-KEY.
           05 WS-SOURCE-SEARCH-PART         PIC X(23) VALUE SPACES.
           05 WS-SOURCE-SEARCH-SUPP         PIC X(10) VALUE SPACES.
       01 WS-SRCHOLD-FLAG                   PIC X(01) VALUE 'N'.
           88 SRCHOLD-RECORD                        VALUE 'Y'.
       01 WS-SRCHOLD-CTR                    PIC 9(7) VALUE ZERO.
      *05/06 Financial-risk check state - see 207-CheckFinancialRisk.
      * The RISKHIGH parameter overrides the high-risk band.
       01 WS-RISK-INDEX                     PIC 9(4) VALUE 1.
       01 WS-RISK-FOUND-IDX                 PIC 9(4) VALUE ZERO.
       01 WS-RISK-HIGH-BAND                 PIC 9(1) VALUE 4.
      *05/08 Allocation check state - see 207-CheckAllocation.
       01 WS-ALLOC-INDEX                    PIC 9(5) VALUE 1.
       01 WS-ALLOC-FOUND-IDX                PIC 9(5) VALUE ZERO.
       01 WS-ALLOC-SEARCH-KEY.
           05 WS-ALLOC-SEARCH-PART          PIC X(23) VALUE SPACES.
           05 WS-ALLOC-SEARCH-SUPP          PIC X(10) VALUE SPACES.

      *05/26 Buyer assignment check state - see 207-CheckBuyerAssign.
       01 WS-BASG-INDEX                     PIC 9(5) VALUE 1.
       01 WS-BASG-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-BASG-SEARCH-KEY.
           05 WS-BASG-SEARCH-CLASS          PIC X(04) VALUE SPACES.
           05 WS-BASG-SEARCH-PLANT          PIC X(03) VALUE SPACES.
       01 WS-BASG-PO-IDX                    PIC 9(1) VALUE 1.
       01 WS-BASG-OFF-FLAG                  PIC X(1) VALUE 'N'.
           88 BUYER-OFF-ASSIGNMENT                   VALUE 'Y'.

      *12/18 Binary-search bounds shared by the duplicate check and
      * the PART-HIST-TABLE outlier lookup. After an unsuccessful
      * regardless of the global level, so debugging one bad record
      * does not mean reading a million-line log. Options combine
      * with commas: PARM='AUDIT,TRACE=1' or PARM='PART=AB123'.
      *05/20 PARM='INTRADAY' is the off-cycle run for urgent orders
      * (PRTSUPPI) - the same edits and master checks as the night,
      * and the accepted PO numbers, blanket draws and buyer spend
      * DO move, so tonight sees them as already committed. What it
      * leaves alone is the night's own bookkeeping: no checkpoint
      * (and it refuses to run over one a failed night left), no
      * run statistics, no short-feed volume check, the run
      * identifier is not moved, and the draw/spend rows keep the
      * business date they already carried so tonight's same-date
      * rerun guards are not tripped. AUDIT wins if both are given.
       01  RUN-PARM.
           05  RUN-PARM-LENGTH           PIC S9(4) COMP.
           05  RUN-PARM-TEXT             PIC X(40).
      *10/10 Ran to a clean EOF, so clear the checkpoint - the next
      * run should start fresh instead of restarting partway through.
      *01/23 None of the cumulative state moves on an audit-only run.
      *05/20 Nor is the checkpoint touched by an intraday run.
           IF NOT AUDIT-ONLY-RUN AND NOT INTRADAY-RUN
              PERFORM 340-ResetCheckpoint
           END-IF.
           PERFORM 900-WriteReconciliation.
      *12/01 Tonight's counts join the cumulative run statistics once
      * the reconciliation (and its volume check) has used the prior
      * runs' numbers.
      *05/20 An intraday run's handful of urgent records would drag
      * the trailing volume average down - it stays out of RUNSTATS.
           IF NOT AUDIT-ONLY-RUN
              IF NOT INTRADAY-RUN
                 PERFORM 970-WriteRunStats
              END-IF
      *12/24 Tonight's accepted PO numbers join the registry.
              PERFORM 980-WriteRegistry
      *12/26 And the blanket draws are carried forward.
      *03/02 Tonight's run identifier - a rerun on the same business
      * date gets the next sequence, so its outputs can never be
      * mistaken for the first run's.
           PERFORM 375-AssignRunId THRU 375-AssignRunId-Exit.
      *10/10 Find out whether a checkpoint was left by a prior run
      * before the outputs are opened, since that decides OUTPUT vs
      * EXTEND for each of them.
           IF NOT AUDIT-ONLY-RUN
              PERFORM 310-CheckForRestart
           END-IF.
      *05/20 A checkpoint on file means a failed night is waiting to
      * be restarted - an intraday run must not rewrite the registry
      * and draws out from under it.
           IF INTRADAY-RUN AND RESTART-RUN
              DISPLAY 'FINALEX - NIGHTLY RUN AWAITING RESTART AT '
                 'RECORD ' WS-RESTART-CTR ' - INTRADAY RUN REFUSED'
                 UPON CONSOLE
              GO TO 2000-ABEND-RTN
           END-IF.
      *12/01 Prior runs' input counts, for tonight's volume check.
           PERFORM 360-LoadRunStats.
      * Priming Read
              IF WS-PARM-BUFFER (WS-PARM-INDEX:5) = 'AUDIT'
                 MOVE 'A' TO WS-RUN-MODE-WS
              END-IF
      *05/20 An AUDIT anywhere in the PARM keeps the run a what-if.
              IF WS-PARM-INDEX < 34
                 IF WS-PARM-BUFFER (WS-PARM-INDEX:8) = 'INTRADAY'
                    AND NOT AUDIT-ONLY-RUN
                    MOVE 'I' TO WS-RUN-MODE-WS
                 END-IF
              END-IF
              IF WS-PARM-BUFFER (WS-PARM-INDEX:6) = 'TRACE='
                 AND WS-PARM-BUFFER (WS-PARM-INDEX + 6:1) IS NUMERIC
                 MOVE WS-PARM-BUFFER (WS-PARM-INDEX + 6:1)
              DISPLAY 'FINALEX - AUDIT-ONLY RUN - EDITS AND COUNTS '
                 'ONLY, NO PRODUCTION STATE WILL MOVE'
           END-IF.
           IF INTRADAY-RUN
              DISPLAY 'FINALEX - INTRADAY OFF-CYCLE RUN - URGENT FEED, '
                 'NIGHTLY CHECKPOINT AND RUN STATISTICS UNTOUCHED'
           END-IF.
           IF WS-TRACE-LEVEL > ZERO
              DISPLAY 'FINALEX - TRACE LEVEL ' WS-TRACE-LEVEL
           END-IF.
              REMAINDER WS-CKPT-REMAINDER.
      *01/23 An audit run never checkpoints - a restartable what-if
      * is not a thing, and the production checkpoint must not move.
      *05/20 Nor does an intraday run - the checkpoint is the night's.
           IF AUDIT-ONLY-RUN OR INTRADAY-RUN
              MOVE 1 TO WS-CKPT-REMAINDER
           END-IF.
           IF WS-CKPT-REMAINDER = 0
              MAKE-MAX,
              MODEL-TABLE,
              MODEL-MAX,
              FITMENT-TABLE,
              FITMENT-MAX,
              DATA-ERRORS.
           MOVE 'PARTEDIT' TO WS-TRACE-VERDICT-NAME.
           PERFORM 045-TraceVerdict.
              PERFORM 207-CheckSupplierDocuments
           END-IF.

      *05/06 A new order to a supplier the credit agency bands high
      * risk warns, so the buyer knows before the trucks stop.
           IF NOT WRONG-DATA
              PERFORM 207-CheckFinancialRisk
                 THRU 207-CheckFinancialRisk-Exit
           END-IF.

      *05/08 An order for a dual-sourced part to a supplier with no
      * allocation target on it warns, so the split purchasing
      * agreed is not quietly undone.
           IF NOT WRONG-DATA
              PERFORM 207-CheckAllocation
                 THRU 207-CheckAllocation-Exit
           END-IF.

      *05/26 An order keyed under a buyer other than the one
      * assigned the part's commodity class warns, so the brake
      * buyer stops quietly picking up exhaust orders.
           IF NOT WRONG-DATA
              PERFORM 207-CheckBuyerAssign
                 THRU 207-CheckBuyerAssign-Exit
           END-IF.

      *12/27 A record arriving under a superseded part number warns.
           IF NOT WRONG-DATA
              PERFORM 207-CheckSupersession
              PERFORM 207-CheckShipToPlant
           END-IF.

      *05/22 The plant's company owns the orders, and an order from
      * one of our own companies is intercompany.
           IF NOT WRONG-DATA
              PERFORM 207-DeriveCompany
           END-IF.

      *02/12 A non-blank commodity class must be on the COMCLAS
      * table.
           IF NOT WRONG-DATA
      * held for engineering review instead of flowing to the good
      * path - receiving inspection should not be the one to find out
      * the physical part changed.
      *04/30 A clean order for a part on the approved-source list
      * must go to an approved source of it; any other supplier holds
      * the record for quality ahead of the blueprint check.
           MOVE 'N' TO WS-SRCHOLD-FLAG.
           IF NOT WRONG-DATA AND ERRORCOUNTER = ZERO
              PERFORM 207-CheckApprovedSource
                 THRU 207-CheckApprovedSource-Exit
           END-IF.

           MOVE 'N' TO WS-ENGHOLD-FLAG.
           IF NOT WRONG-DATA AND ERRORCOUNTER = ZERO
              AND NOT SRCHOLD-RECORD
              PERFORM 207-CheckBlueprintChange
           END-IF.

           EVALUATE TRUE
              WHEN WRONG-DATA       PERFORM 208-ProcessError
              WHEN ERRORCOUNTER > 0 PERFORM 208-ProcessWarning
              WHEN SRCHOLD-RECORD   PERFORM 208-ProcessSrcHold
              WHEN ENGHOLD-RECORD   PERFORM 208-ProcessEngHold
              WHEN OTHER            PERFORM 208-ProcessOkay
           END-EVALUATE.
              END-IF
           END-IF.

      *05/22 Sets the record's company off its ship-to plant - a
      * plant with no company (or one not on PLANTS, already warned
      * above) books to company '01' - and flags the record
      * intercompany when the supplier is one of our own companies
      * (CO-SUPPLIER-CODE on COMPANY), so the third-party spend
      * reports can leave it out.
       207-DeriveCompany.
           MOVE '01' TO COMPANY-CODE-PO.
           MOVE 'N' TO INTERCO-FLAG-PO.
           PERFORM VARYING WS-PLANT-INDEX FROM 1 BY 1
              UNTIL WS-PLANT-INDEX > PLANT-MAX
                 IF PL-PLANT-CODE (WS-PLANT-INDEX)
                       = SHIP-TO-PLANT-PO
                    AND PL-COMPANY-CODE (WS-PLANT-INDEX) NOT = SPACES
                    MOVE PL-COMPANY-CODE (WS-PLANT-INDEX)
                       TO COMPANY-CODE-PO
                 END-IF
           END-PERFORM.
           PERFORM VARYING WS-COMPANY-INDEX FROM 1 BY 1
              UNTIL WS-COMPANY-INDEX > COMPANY-MAX
                 OR INTERCOMPANY-PO
                 IF CO-SUPPLIER-CODE (WS-COMPANY-INDEX) NOT = SPACES
                    AND CO-SUPPLIER-CODE (WS-COMPANY-INDEX)
                       = SUPPLIER-CODE-PO
                    MOVE 'Y' TO INTERCO-FLAG-PO
                 END-IF
           END-PERFORM.

      *02/10 Exact-match screen of the record's supplier against the
      * denied-party list - a listed code, or a listed name matching
      * the feed's supplier name exactly, rejects the record when
              END-IF
           END-IF.

      *05/06 Binary search of the supplier-ordered RISKMST master for
      * the record's supplier. A band at or past WS-RISK-HIGH-BAND
      * warns - the order still flows, but purchasing sees it on
      * the exception queue alongside the watch list RISKWTCH
      * reports.
       207-CheckFinancialRisk.
           MOVE ZERO TO WS-RISK-FOUND-IDX.
           IF RISK-MAX = ZERO
              GO TO 207-CheckFinancialRisk-Exit
           END-IF.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE RISK-MAX TO WS-BSRCH-HI.
           PERFORM 207-RiskSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-RISK-FOUND-IDX > ZERO.
           IF WS-RISK-FOUND-IDX = ZERO
              GO TO 207-CheckFinancialRisk-Exit
           END-IF.
           IF RK-BAND (WS-RISK-FOUND-IDX) < WS-RISK-HIGH-BAND
              GO TO 207-CheckFinancialRisk-Exit
           END-IF.
           ADD +1 TO ERRORCOUNTER.
           IF ERRORCOUNTER > ERROR-THRESHOLD
              MOVE 'Y' TO DATA-ERROR-FLAG
           ELSE
              MOVE 'Warning - Supplier is High Financial Risk'
                 TO ERROR-MESSAGE (ERRORCOUNTER)
              MOVE 533 TO ERROR-REASON-CODE (ERRORCOUNTER)
           END-IF.
       207-CheckFinancialRisk-Exit.
           EXIT.

       207-RiskSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN RK-SUPPLIER-CODE (WS-BSRCH-MID) = SUPPLIER-CODE-PO
                 MOVE WS-BSRCH-MID TO WS-RISK-FOUND-IDX
              WHEN RK-SUPPLIER-CODE (WS-BSRCH-MID) < SUPPLIER-CODE-PO
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *03/19 PARTMUPD's inactivity flag is a statistic; the
      * lifecycle code is POLICY. An obsolete part rejects outright
      * - engineering killed it and a buyer cannot revive it from

      *02/23 Weighs the occurrence against its buyer's remaining
      * monthly budget. A buyer with no BUYRBUDG row is not under
      * budget control and passes untouched.
      *05/22 The row must be for the record's company as well.
      * Past the budget warns with reason 523; past the budget plus
      * the BUDGOVPC overage the occurrence is flagged for the
      * APPRHOLD approval queue - 209-MovePurchases routes it there,
      * the same path the APRVTHRS dollar threshold already uses.
       207-CheckBuyerBudget.
           MOVE 'N' TO BUDGET-FOUND-FLAG.
           MOVE ZERO TO WS-BUDGET-FOUND-IDX.
                 OR BUYER-BUDGETED
                 IF BB-BUYER-CODE (WS-BUDGET-INDEX)
                       = BUYER-CODE-PO (WS-PO-COUNTER)
                    AND BB-COMPANY-CODE (WS-BUDGET-INDEX)
                       = COMPANY-CODE-PO
                    MOVE 'Y' TO BUDGET-FOUND-FLAG
                    MOVE WS-BUDGET-INDEX TO WS-BUDGET-FOUND-IDX
                 END-IF
                 OR BUYER-BUDGETED
                 IF BB-BUYER-CODE (WS-BUDGET-INDEX)
                       = BUYER-CODE-PO (WS-PO-COUNTER)
                    AND BB-COMPANY-CODE (WS-BUDGET-INDEX)
                       = COMPANY-CODE-PO
                    MOVE 'Y' TO BUDGET-FOUND-FLAG
                    MOVE WS-BUDGET-INDEX TO WS-BUDGET-FOUND-IDX
                 END-IF
           END-IF.
           ADD 1 TO WS-ENGHOLD-CTR.

      *04/30 Binary search of the approved-source list on part +
      * supplier. A part with no rows at all is not source-
      * controlled and passes. Otherwise only an 'A' row passes; when
      * the supplier has no row, the slot WS-BSRCH-LO the search
      * stopped at (or the one before it) still carries the part if
      * any other supplier is listed for it.
       207-CheckApprovedSource.
           MOVE ZERO TO WS-SOURCE-FOUND-IDX.
           IF APPROVED-SOURCE-MAX = ZERO
              GO TO 207-CheckApprovedSource-Exit
           END-IF.
           MOVE PART-NUMBER-PO TO WS-SOURCE-SEARCH-PART.
           MOVE SUPPLIER-CODE-PO TO WS-SOURCE-SEARCH-SUPP.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE APPROVED-SOURCE-MAX TO WS-BSRCH-HI.
           PERFORM 207-SourceSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-SOURCE-FOUND-IDX > ZERO.
           IF WS-SOURCE-FOUND-IDX > ZERO
              IF NOT AS-APPROVED (WS-SOURCE-FOUND-IDX)
                 MOVE 'Y' TO WS-SRCHOLD-FLAG
              END-IF
              GO TO 207-CheckApprovedSource-Exit
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
       207-CheckApprovedSource-Exit.
           EXIT.

       207-SourceSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) = WS-SOURCE-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-SOURCE-FOUND-IDX
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) < WS-SOURCE-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/08 Binary search of the allocation targets on part +
      * supplier, the 207-CheckApprovedSource way. A part with no
      * rows is not allocated and passes, as does a supplier with a
      * target. A miss with the part still at the slot the search
      * stopped at (or the one before it) means the part is
      * allocated and this supplier is not in the split - a warning;
      * ALLOCRPT reports the shares at month end.
       207-CheckAllocation.
           MOVE ZERO TO WS-ALLOC-FOUND-IDX.
           IF ALLOC-TARGET-MAX = ZERO
              GO TO 207-CheckAllocation-Exit
           END-IF.
           MOVE PART-NUMBER-PO TO WS-ALLOC-SEARCH-PART.
           MOVE SUPPLIER-CODE-PO TO WS-ALLOC-SEARCH-SUPP.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE ALLOC-TARGET-MAX TO WS-BSRCH-HI.
           PERFORM 207-AllocSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ALLOC-FOUND-IDX > ZERO.
           IF WS-ALLOC-FOUND-IDX > ZERO
              GO TO 207-CheckAllocation-Exit
           END-IF.
           IF WS-BSRCH-LO <= ALLOC-TARGET-MAX
              IF AL-PART-NUMBER (WS-BSRCH-LO) = PART-NUMBER-PO
                 MOVE WS-BSRCH-LO TO WS-ALLOC-FOUND-IDX
              END-IF
           END-IF.
           IF WS-BSRCH-LO > 1
              IF AL-PART-NUMBER (WS-BSRCH-LO - 1) = PART-NUMBER-PO
                 COMPUTE WS-ALLOC-FOUND-IDX = WS-BSRCH-LO - 1
              END-IF
           END-IF.
           IF WS-ALLOC-FOUND-IDX = ZERO
              GO TO 207-CheckAllocation-Exit
           END-IF.
           ADD +1 TO ERRORCOUNTER.
           IF ERRORCOUNTER > ERROR-THRESHOLD
              MOVE 'Y' TO DATA-ERROR-FLAG
           ELSE
              MOVE 'Warning - Supplier has no allocation on this part'
                 TO ERROR-MESSAGE (ERRORCOUNTER)
              MOVE 534 TO ERROR-REASON-CODE (ERRORCOUNTER)
           END-IF.
       207-CheckAllocation-Exit.
           EXIT.

       207-AllocSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AL-ALLOC-KEY (WS-BSRCH-MID) = WS-ALLOC-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-ALLOC-FOUND-IDX
              WHEN AL-ALLOC-KEY (WS-BSRCH-MID) < WS-ALLOC-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/26 Binary search of the buyer assignments on class + ship-
      * to plant, falling back to the class's all-plant row (blank
      * plant). A class with no row is unassigned and passes, as does
      * the assigned buyer, or the backup while the buyer is marked
      * out of office. Any purchase-order occurrence keyed under
      * anyone else warns once for the record; BUYRRPT shows the
      * volume.
       207-CheckBuyerAssign.
           MOVE ZERO TO WS-BASG-FOUND-IDX.
           IF BUYER-ASSIGN-MAX = ZERO
              OR COMMODITY-CLASS-PO = SPACES
              GO TO 207-CheckBuyerAssign-Exit
           END-IF.
           MOVE COMMODITY-CLASS-PO TO WS-BASG-SEARCH-CLASS.
           MOVE SHIP-TO-PLANT-PO TO WS-BASG-SEARCH-PLANT.
           PERFORM 207-BasgSearch.
           IF WS-BASG-FOUND-IDX = ZERO
              MOVE SPACES TO WS-BASG-SEARCH-PLANT
              PERFORM 207-BasgSearch
           END-IF.
           IF WS-BASG-FOUND-IDX = ZERO
              GO TO 207-CheckBuyerAssign-Exit
           END-IF.
           MOVE 'N' TO WS-BASG-OFF-FLAG.
           PERFORM VARYING WS-BASG-PO-IDX FROM 1 BY 1
              UNTIL WS-BASG-PO-IDX > PURCHASE-ORDER-COUNT-PO
                 OR WS-BASG-PO-IDX > 6
                 OR BUYER-OFF-ASSIGNMENT
                 IF BUYER-CODE-PO (WS-BASG-PO-IDX)
                       NOT = BA-BUYER-CODE (WS-BASG-FOUND-IDX)
                    MOVE 'Y' TO WS-BASG-OFF-FLAG
                    IF BUYER-CODE-PO (WS-BASG-PO-IDX)
                          = BA-BACKUP-CODE (WS-BASG-FOUND-IDX)
                       AND BA-BUYER-OUT-OF-OFFICE (WS-BASG-FOUND-IDX)
                       MOVE 'N' TO WS-BASG-OFF-FLAG
                    END-IF
                 END-IF
           END-PERFORM.
           IF NOT BUYER-OFF-ASSIGNMENT
              GO TO 207-CheckBuyerAssign-Exit
           END-IF.
           ADD +1 TO ERRORCOUNTER.
           IF ERRORCOUNTER > ERROR-THRESHOLD
              MOVE 'Y' TO DATA-ERROR-FLAG
           ELSE
              MOVE 'Warning - Buyer not assigned this commodity class'
                 TO ERROR-MESSAGE (ERRORCOUNTER)
              MOVE 535 TO ERROR-REASON-CODE (ERRORCOUNTER)
           END-IF.
       207-CheckBuyerAssign-Exit.
           EXIT.

       207-BasgSearch.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE BUYER-ASSIGN-MAX TO WS-BSRCH-HI.
           PERFORM 207-BasgSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-BASG-FOUND-IDX > ZERO.

       207-BasgSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN BA-ASSIGN-KEY (WS-BSRCH-MID) = WS-BASG-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-BASG-FOUND-IDX
              WHEN BA-ASSIGN-KEY (WS-BSRCH-MID) < WS-BASG-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       208-ProcessSrcHold.
           MOVE PART-SUPP-ADDR-PO TO SRCHOLD-REC.
           WRITE SRCHOLD-REC.
           IF OUT-SRCHOLD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SRCHOLD-CTR.

       207-CheckGovtCommlCrossEdit.
           IF (GOVT-PART AND COMMERCIAL-ONLY IN SUPPLIERS-OUT)
              OR (COMML-PART AND GOVT-ONLY IN SUPPLIERS-OUT)
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
      *01/26 Level-3 trace logs the lookup miss itself.
              IF WS-TRACE-EFF >= 3
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
           PERFORM 209-MovePurchasesCSV.
           PERFORM 209-WriteSupplierHistory.
           ADD 1 TO WS-GOOD-CTR.
           IF INTERCOMPANY-PO
              ADD 1 TO WS-INTERCO-CTR
           END-IF.

       209-MoveGoodData.
           MOVE PART-SUPP-ADDR-PO TO GOODDATA-REC.
                 MOVE DROP-SHIP-PO TO REC-DROP-SHIP
                 MOVE CARRIER-CODE-PO TO REC-CARRIER-CODE
                 MOVE FREIGHT-TERMS-PO TO REC-FREIGHT-TERMS
      *05/22 And the company it books to.
                 MOVE COMPANY-CODE-PO TO REC-COMPANY-CODE
                 MOVE INTERCO-FLAG-PO TO REC-INTERCO-FLAG
      *12/25 An order whose extended value tops the APRVTHRS card is
      * held for supervisor approval (POAPPRV) instead of flowing
      * straight to PURC-FILES and the AP extract. Its number still
              END-IF
              CLOSE RUNIDENT
           END-IF.
      *05/20 Nor does an intraday run move it - tonight's run must
      * still come up as the first run of its business date.
           IF AUDIT-ONLY-RUN OR INTRADAY-RUN
              GO TO 375-AssignRunId-Exit
           END-IF.
           OPEN OUTPUT RUNIDENT.
                PERFORM 3600-LoadModelTable
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
      *    Input File Status Checking for POHIST file
           IF IN-POHIST-KEY NOT = '00' THEN
                PERFORM 3998-LoadPlants
           END-IF.

           OPEN INPUT COMPANY.
      *    Input File Status Checking for COMPANY file
           IF IN-COMPANY-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMPANY File'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3978-LoadCompanies
           END-IF.

           OPEN INPUT DENYLIST.
      *    Input File Status Checking for DENYLIST file
           IF IN-DENYLIST-KEY NOT = '00' THEN
                GO TO 2000-ABEND-RTN
           END-IF.

      *04/30 Approved-source list - a missing file (status 35) means
      * no part is source-controlled yet, so the check stands down.
           OPEN INPUT ASLMST.
           IF ASLMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ASLMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input ASLMST File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3955-LoadApprovedSources
              END-IF
           END-IF.

      *05/06 Financial-risk master - a missing file (status 35) means
      * the agency has scored nobody yet, so the check stands down.
           OPEN INPUT RISKMST.
           IF RISKMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-RISKMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input RISKMST File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3957-LoadFinancialRisk
              END-IF
           END-IF.
           MOVE 'RISKHIGH' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:1) IS NUMERIC
              AND PRQ-PARM-VALUE (1:1) NOT = '0'
              MOVE PRQ-PARM-VALUE (1:1) TO WS-RISK-HIGH-BAND
           END-IF.

      *05/08 Allocation targets - a missing file (status 35) means no
      * part is dual-source allocated yet, so the check stands down.
           OPEN INPUT ALLOCMST.
           IF ALLOCMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ALLOCMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input ALLOCMST File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3959-LoadAllocTargets
              END-IF
           END-IF.

      *05/26 Buyer assignments - a missing file (status 35) means no
      * class has an assigned buyer yet, so the check stands down.
           OPEN INPUT BUYRASGN.
           IF BUYRASGN-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-BUYRASGN-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input BUYRASGN File'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3961-LoadBuyerAssign
              END-IF
           END-IF.

           IF RESTART-RUN
              OPEN EXTEND SRCHOLD
           ELSE
              OPEN OUTPUT SRCHOLD
           END-IF.
      *    Output File Status Checking for SRCHOLD
           IF OUT-SRCHOLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SRCHOLD'
                GO TO 2000-ABEND-RTN
           END-IF.

      *10/10 On a restart, reopen the outputs in EXTEND mode so the
      * records a prior run already wrote are kept, not overlaid.
           IF RESTART-RUN
      * checkpoint skips the records already written.
      *03/04 An audit-only run never writes SUPPHIST, so a midday
      * what-if after the night's run must not trip the guard.
      *05/20 Nor does an intraday run (PRTSUPPI points SUPPHIST at a
      * temporary - the supplier trend is a nightly series).
           IF NOT RESTART-RUN AND NOT AUDIT-ONLY-RUN
              AND NOT INTRADAY-RUN
              PERFORM 395-GuardSupplierHistory
                 THRU 395-GuardSupplierHistory-Exit
           END-IF.
                  GOODDATA-FILE, YEARLIM, VEHMAKE, VEHMODEL, POHIST,
                  SUPPMST, RECONFILE, PARTSCSV, ADDRCSV, PURCCSV,
                  DUPLICATE-FILE, ERRTHRESH, BADDATA-FILE, SUPPHIST,
                  ENGHOLD, POCOLL, APRVTHRS, APPRHOLD, SUPPREJX,
                  SRCHOLD.


       2000-ABEND-RTN.
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
              DISPLAY 'FINALEX - FITMENT TABLE FULL AT 10000 ROWS - '
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

      *11/24 Loads SUPP-MASTER-TABLE from SUPPMST, same shape as
      * 3400-LoadMakeTable/3450-ReadNextMake above.
       3800-LoadSupplierMaster.
              ADD 1 TO WS-PLANT-INDEX
           END-IF.

      *05/22 Loads COMPANY-TABLE from COMPANY, same shape as
      * 3400-LoadMakeTable, bounds-checked.
       3978-LoadCompanies.
           INITIALIZE COMPANY-TABLE.
           MOVE 1 TO WS-COMPANY-INDEX.
           PERFORM 3979-ReadNextCompany UNTIL COMPANY-EOF.
           COMPUTE COMPANY-MAX = WS-COMPANY-INDEX - 1.
           CLOSE COMPANY.

       3979-ReadNextCompany.
           IF WS-COMPANY-INDEX > 10
              DISPLAY 'FINALEX - COMPANY TABLE FULL AT 10 '
                 'COMPANIES - RAISE OCCURS IN COMPTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMPANY INTO COMPANY-LIST(WS-COMPANY-INDEX)
              AT END
                 MOVE 'Y' TO COMPANY-EOF-WS
           END-READ.
           IF NOT COMPANY-EOF
              ADD 1 TO WS-COMPANY-INDEX
           END-IF.

      *02/10 Loads DENIED-PARTY-TABLE from DENYLIST, same shape as
      * 3400-LoadMakeTable, bounds-checked.
       3996-LoadDeniedParties.
              AT END
                 MOVE 'Y' TO BUYRBUDG-EOF-WS
           END-READ.
      *05/22 A budget row with no company is company '01's.
           IF NOT BUYRBUDG-EOF
              AND BB-COMPANY-CODE (WS-BUDGET-INDEX) = SPACES
              MOVE '01' TO BB-COMPANY-CODE (WS-BUDGET-INDEX)
           END-IF.
           IF NOT BUYRBUDG-EOF
              ADD 1 TO WS-BUDGET-INDEX
           END-IF.
              AND BS-LAST-RUN-DATE = PROCESS-DATE
              AND NOT RESTART-RUN
              AND NOT AUDIT-ONLY-RUN
              AND NOT INTRADAY-RUN
              DISPLAY 'FINALEX - BUYRSPND ALREADY CARRIES SPEND '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD DOUBLE-COMMIT. '
                 'RESTORE BUYRSPND OR RESTART FROM CHECKPOINT'
                 UPON CONSOLE
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT BUYRSPND-EOF
              AND BS-LAST-RUN-DATE > WS-BSP-PRIOR-STAMP
              MOVE BS-LAST-RUN-DATE TO WS-BSP-PRIOR-STAMP
           END-IF.
      *05/22 A row from before spend carried its company is '01's.
           IF NOT BUYRSPND-EOF
              AND BS-COMPANY-CODE = SPACES
              MOVE '01' TO BS-COMPANY-CODE
           END-IF.
           IF NOT BUYRSPND-EOF
              AND BS-SPEND-MONTH = WS-SPEND-MONTH
              PERFORM VARYING WS-BUDGET-INDEX FROM 1 BY 1
                 UNTIL WS-BUDGET-INDEX > BUYER-BUDGET-MAX
                    IF BB-BUYER-CODE (WS-BUDGET-INDEX)
                          = BS-BUYER-CODE
                       AND BB-COMPANY-CODE (WS-BUDGET-INDEX)
                          = BS-COMPANY-CODE
                       MOVE BS-SPENT-VALUE
                          TO WS-BSP-SPENT-VALUE (WS-BUDGET-INDEX)
                    END-IF
              UNTIL WS-BUDGET-INDEX > BUYER-BUDGET-MAX
                 MOVE BB-BUYER-CODE (WS-BUDGET-INDEX)
                    TO BS-BUYER-CODE
                 MOVE BB-COMPANY-CODE (WS-BUDGET-INDEX)
                    TO BS-COMPANY-CODE
                 MOVE WS-SPEND-MONTH TO BS-SPEND-MONTH
                 MOVE WS-BSP-SPENT-VALUE (WS-BUDGET-INDEX)
                    TO BS-SPENT-VALUE
                 MOVE PROCESS-DATE TO BS-LAST-RUN-DATE
      *05/20 The intraday spend joins the meter but not the date -
      * tonight's rerun guard keys on the night having run.
                 IF INTRADAY-RUN
                    MOVE WS-BSP-PRIOR-STAMP TO BS-LAST-RUN-DATE
                 END-IF
                 WRITE BUYRSPND-REC
                 IF BUYRSPND-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
              AND BD-LAST-DRAW-DATE = PROCESS-DATE
              AND NOT RESTART-RUN
              AND NOT AUDIT-ONLY-RUN
              AND NOT INTRADAY-RUN
              DISPLAY 'FINALEX - BLNKDRAW ALREADY CARRIES DRAWS '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD DOUBLE-DRAW. '
                 'RESTORE BLNKDRAW OR RESTART FROM CHECKPOINT'
                 UPON CONSOLE
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT BLNKDRAW-EOF
              AND BD-LAST-DRAW-DATE > WS-BD-PRIOR-STAMP
              MOVE BD-LAST-DRAW-DATE TO WS-BD-PRIOR-STAMP
           END-IF.
           IF NOT BLNKDRAW-EOF
              PERFORM VARYING WS-BLANKET-INDEX FROM 1 BY 1
                 UNTIL WS-BLANKET-INDEX > BLANKET-MAX
                 MOVE WS-BD-DRAWN-VALUE (WS-BLANKET-INDEX)
                    TO BD-DRAWN-VALUE
                 MOVE PROCESS-DATE TO BD-LAST-DRAW-DATE
      *05/20 Same as 986 - intraday draws keep the night's date.
                 IF INTRADAY-RUN
                    MOVE WS-BD-PRIOR-STAMP TO BD-LAST-DRAW-DATE
                 END-IF
                 WRITE BLNKDRAW-REC
                 IF BLNKDRAW-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 TO WS-BP-LIFECYCLE (WS-BP-IDX)
           END-IF.

      *04/30 Loads APPROVED-SOURCE-TABLE from ASLMST, same shape as
      * 3400-LoadMakeTable, bounds-checked.
       3955-LoadApprovedSources.
           INITIALIZE APPROVED-SOURCE-TABLE.
           MOVE 1 TO WS-SOURCE-INDEX.
           PERFORM 3956-ReadNextSource UNTIL ASLMST-EOF.
           COMPUTE APPROVED-SOURCE-MAX = WS-SOURCE-INDEX - 1.
           CLOSE ASLMST.

       3956-ReadNextSource.
           IF WS-SOURCE-INDEX > 20000
              DISPLAY 'FINALEX - APPROVED SOURCE TABLE FULL AT 20000 '
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

      *05/06 Loads RISK-TABLE from RISKMST, same shape as
      * 3955-LoadApprovedSources.
       3957-LoadFinancialRisk.
           INITIALIZE RISK-TABLE.
           MOVE 1 TO WS-RISK-INDEX.
           PERFORM 3958-ReadNextRisk UNTIL RISKMST-EOF.
           COMPUTE RISK-MAX = WS-RISK-INDEX - 1.
           CLOSE RISKMST.

       3958-ReadNextRisk.
           IF WS-RISK-INDEX > 500
              DISPLAY 'FINALEX - RISK TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN RISKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ RISKMST INTO RISK-LIST(WS-RISK-INDEX)
              AT END
                 MOVE 'Y' TO RISKMST-EOF-WS
           END-READ.
           IF NOT RISKMST-EOF
              ADD 1 TO WS-RISK-INDEX
           END-IF.

      *05/08 Loads ALLOC-TARGET-TABLE from ALLOCMST, same shape as
      * 3955-LoadApprovedSources.
       3959-LoadAllocTargets.
           INITIALIZE ALLOC-TARGET-TABLE.
           MOVE 1 TO WS-ALLOC-INDEX.
           PERFORM 3960-ReadNextAlloc UNTIL ALLOCMST-EOF.
           COMPUTE ALLOC-TARGET-MAX = WS-ALLOC-INDEX - 1.
           CLOSE ALLOCMST.

       3960-ReadNextAlloc.
           IF WS-ALLOC-INDEX > 5000
              DISPLAY 'FINALEX - ALLOCATION TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN ALLOCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ALLOCMST INTO ALLOC-TARGET-LIST(WS-ALLOC-INDEX)
              AT END
                 MOVE 'Y' TO ALLOCMST-EOF-WS
           END-READ.
           IF NOT ALLOCMST-EOF
              ADD 1 TO WS-ALLOC-INDEX
           END-IF.

      *05/26 Loads BUYER-ASSIGN-TABLE from BUYRASGN, same shape as
      * 3959-LoadAllocTargets.
       3961-LoadBuyerAssign.
           INITIALIZE BUYER-ASSIGN-TABLE.
           MOVE 1 TO WS-BASG-INDEX.
           PERFORM 3962-ReadNextBuyerAssign UNTIL BUYRASGN-EOF.
           COMPUTE BUYER-ASSIGN-MAX = WS-BASG-INDEX - 1.
           CLOSE BUYRASGN.

       3962-ReadNextBuyerAssign.
           IF WS-BASG-INDEX > 1000
              DISPLAY 'FINALEX - BUYER ASSIGNMENT TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN BASGTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BUYRASGN INTO BUYER-ASSIGN-LIST(WS-BASG-INDEX)
              AT END
                 MOVE 'Y' TO BUYRASGN-EOF-WS
           END-READ.
           IF NOT BUYRASGN-EOF
              ADD 1 TO WS-BASG-INDEX
           END-IF.

      *12/18 Orders PART-HIST-TABLE by part number once at load so
      * the per-purchase-order outlier lookup can binary search -
      * POHIST is rebuilt by an outside job, so its order is not
              DELIMITED BY SIZE INTO RECON-LABEL.
           MOVE WS-RUN-SEQ TO RECON-COUNT.
           WRITE RECON-REC.
      *05/20 An intraday reconciliation says so on its first line.
           IF INTRADAY-RUN
              MOVE 'INTRADAY OFF-CYCLE RUN' TO RECON-LABEL
              MOVE ZERO TO RECON-COUNT
              WRITE RECON-REC
           END-IF.
           MOVE 'RECORDS READ FROM PARTSUPPIN' TO RECON-LABEL.
           MOVE WS-IN-PARTSUPP-CTR TO RECON-COUNT.
           WRITE RECON-REC.
           MOVE 'ENGINEERING HOLD (BLUEPRINT CHG)' TO RECON-LABEL.
           MOVE WS-ENGHOLD-CTR TO RECON-COUNT.
           WRITE RECON-REC.
      *04/30 Orders held for an unapproved source.
           MOVE 'SOURCE HOLD (UNAPPROVED SOURCE)' TO RECON-LABEL.
           MOVE WS-SRCHOLD-CTR TO RECON-COUNT.
           WRITE RECON-REC.
           MOVE 'PLANNED BLUEPRINT CHANGES PASSED' TO RECON-LABEL.
           MOVE WS-PLANNED-CHG-CTR TO RECON-COUNT.
           WRITE RECON-REC.
           MOVE 'OF WHICH HELD ON BUYER BUDGET' TO RECON-LABEL.
           MOVE WS-BUDGHELD-CTR TO RECON-COUNT.
           WRITE RECON-REC.
      *05/22 Good records between our own companies.
           MOVE 'INTERCOMPANY RECORDS FLAGGED' TO RECON-LABEL.
           MOVE WS-INTERCO-CTR TO RECON-COUNT.
           WRITE RECON-REC.
           PERFORM 950-CheckRunHealth.

      *10/30 Flags a run with an unusual spike in rejects/warnings -
      * the prior runs' counts off RUNSTATS, and a short feed raises
      * the same console alert and RETURN-CODE 4 a reject spike does.
       960-CheckFeedVolume.
      *05/20 An intraday feed is small by design.
           IF INTRADAY-RUN
              GO TO 960-CheckFeedVolume-Exit
           END-IF.
           IF WS-PRIOR-RUNS-CTR >= 14
              MOVE 14 TO WS-PRIOR-RUNS-USED
           ELSE
           MOVE WS-LAYOUT-VERSION TO PURC-TRAILER-LAYOUT-VER.
           MOVE PROCESS-DATE TO PURC-TRAILER-RUN-DATE.
           MOVE WS-RUN-SEQ TO PURC-TRAILER-RUN-SEQ.
           IF INTRADAY-RUN
              MOVE 'I' TO PURC-TRAILER-RUN-TYPE
           END-IF.
           WRITE PURCHASE-REC.
           IF OUT-PURCFILE-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
