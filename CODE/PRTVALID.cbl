           SELECT VEHMODEL ASSIGN TO VEHMODEL
           FILE STATUS IS IN-VEHMODEL-KEY.

      *04/20 Vehicle fitment master FITMNT maintains - see FITTAB.
           SELECT FITMENT ASSIGN TO FITMENT
           FILE STATUS IS IN-FITMENT-KEY.

           SELECT ERRTHRESH ASSIGN TO ERRTHRSH
           FILE STATUS IS IN-ERRTHRESH-KEY.

           DATA RECORD IS VEHMODEL-REC.
       01  VEHMODEL-REC     PIC X(14).

       FD  FITMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FITMENT-REC.
       01  FITMENT-REC     PIC X(48).

      *12/30 Payment-terms control file - see TERMTAB.
       FD  PAYTERMS
           RECORDING MODE IS F
           COPY MAKETAB.  *>Vehicle-make code/name control table
      *11/21 Vehicle-make/model cross-reference control table
           COPY MODELTAB.
      *04/20 Vehicle fitment master, passed to PARTEDIT
           COPY FITTAB.
           COPY STATEZIP. *>State/zip-range control table
           COPY SUPPLIER. *>SUPPEDIT's LINKAGE record
      *12/17 Process date passed to SUPPEDIT - the interactive
           05 IN-VEHMODEL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File FITMENT
           05 IN-FITMENT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      *04/20 No fitment master yet - no applications keyed, so
      * every part passes the fitment edit.
                88 FITMENT-NOT-FOUND        VALUE '35'.

      * File status key for input File PAYTERMS
           05 IN-PAYTERMS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
              88 PAYTERMS-EOF                            VALUE 'Y'.
           05 VEHMODEL-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VEHMODEL-EOF                            VALUE 'Y'.
           05 FITMENT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FITMENT-EOF                             VALUE 'Y'.

       01 WS-CONTINUE-FLAG                  PIC X(01) VALUE 'Y'.
           88 KEEP-VALIDATING                        VALUE 'Y'.
       01 WS-MAKE-INDEX                     PIC 9(4) VALUE 1.
       01 WS-MODEL-INDEX                    PIC 9(4) VALUE 1.
       01 WS-FITMENT-INDEX                  PIC 9(5) VALUE 1.

      *10/31 Staging fields for the PARTEDIT call - same field names
      * PARTEDIT's own LINKAGE SECTION uses, same as FINALEX's
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

           OPEN INPUT PAYTERMS.
           IF IN-PAYTERMS-KEY NOT = '00' THEN
                DISPLAY
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
              DISPLAY 'PRTVALID - FITMENT TABLE FULL AT 10000 ROWS - '
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

      *12/30 Loads PAYMENT-TERMS-TABLE from PAYTERMS, same shape as
      * 3400-LoadMakeTable, bounds-checked.
       3940-LoadPaymentTerms.
              MAKE-MAX,
              MODEL-TABLE,
              MODEL-MAX,
              FITMENT-TABLE,
              FITMENT-MAX,
              DATA-ERRORS.

           IF NOT WRONG-DATA
