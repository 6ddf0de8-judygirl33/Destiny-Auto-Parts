       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBDCHK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/03 Supplier onboarding checklist. CALLed by ONBDACT before
      * a purchasing manager may activate a prospect, and by ONBDRPT
      * for the weekly stuck-in-onboarding list, so both read the
      * same answer. Scans the files behind each step for the one
      * supplier in the request - SUPPDOCS, DENYLIST, ADDRMST and
      * BANKPEND - the way PARMLOAD scans PARMMAST per call; the
      * prospects in flight are a handful, so there is no table to
      * hold. The steps and their flags are laid out in ONBDREQ. A
      * missing file (status 35) leaves its step not done rather
      * than failing the caller, except BANKPEND, where no file
      * means nothing is pending.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier compliance documents - see DOCTAB.
           SELECT SUPPDOCS ASSIGN TO SUPPDOCS
           FILE STATUS IS IN-SUPPDOCS-KEY.

      * Denied-party list - see DENYTAB.
           SELECT DENYLIST ASSIGN TO DENYLIST
           FILE STATUS IS IN-DENYLIST-KEY.

      * Supplier address master, as maintained by ADDRMSTR
           SELECT ADDRMST ASSIGN TO ADDRMST
           FILE STATUS IS IN-ADDRMST-KEY.

      * Bank-detail changes keyed and not yet released by BANKRLSE
           SELECT BANKPEND ASSIGN TO BANKPEND
           FILE STATUS IS IN-BANKPEND-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 24-byte row SUPDMNT writes - see DOCTAB.
       FD  SUPPDOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPDOCS-REC.
       01  SUPPDOCS-REC.
           05  SDR-SUPPLIER-CODE       PIC X(10).
           05  FILLER                  PIC X(01).
           05  SDR-DOC-TYPE            PIC X(03).
           05  FILLER                  PIC X(01).
           05  SDR-EXPIRY-DATE         PIC 9(08).
           05  SDR-REQUIRED-FLAG       PIC X(01).

      * Same 45-byte row FINALEX loads - see DENYTAB.
       FD  DENYLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DENYLIST-REC.
       01  DENYLIST-REC.
           05  DLR-SUPPLIER-CODE       PIC X(10).
           05  FILLER                  PIC X(01).
           05  DLR-PARTY-NAME          PIC X(15).
           05  FILLER                  PIC X(19).

      * Same 78-byte master row ADDRMSTR writes.
       FD  ADDRMST
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS ADDRMST-REC.
       01  ADDRMST-REC.
           05  AM-SUPPLIER-CODE        PIC X(10).
           05  AM-ADDRESS-TYPE         PIC X(01).
           05  AM-ADDRESS-BODY         PIC X(67).

      * Same 48-byte pending row SUPPMNT stages.
       FD  BANKPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKPEND-REC.
       01  BANKPEND-REC.
           05  BP-SUPPLIER-CODE       PIC X(10).
           05  BP-PAY-METHOD          PIC X(01).
           05  BP-BANK-ROUTING        PIC 9(09).
           05  BP-BANK-ACCOUNT        PIC X(12).
           05  BP-KEYED-BY            PIC X(08).
           05  BP-KEYED-DATE          PIC 9(08).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
           05 IN-SUPPDOCS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 SUPPDOCS-NOT-FOUND       VALUE '35'.
           05 IN-DENYLIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 DENYLIST-NOT-FOUND       VALUE '35'.
           05 IN-ADDRMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ADDRMST-NOT-FOUND        VALUE '35'.
           05 IN-BANKPEND-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 BANKPEND-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 SUPPDOCS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SUPPDOCS-EOF                            VALUE 'Y'.
           05 DENYLIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 DENYLIST-EOF                            VALUE 'Y'.
           05 ADDRMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 ADDRMST-EOF                             VALUE 'Y'.
           05 BANKPEND-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BANKPEND-EOF                            VALUE 'Y'.

       01 WS-W9-FOUND-FLAG                 PIC X(01) VALUE 'N'.
           88 W9-ON-FILE                         VALUE 'Y'.
       01 WS-DOC-LAPSED-FLAG               PIC X(01) VALUE 'N'.
           88 REQUIRED-DOC-LAPSED                VALUE 'Y'.
       01 WS-BANK-PENDING-FLAG             PIC X(01) VALUE 'N'.
           88 BANK-CHANGE-PENDING                VALUE 'Y'.

       LINKAGE SECTION.
           COPY ONBDREQ.

       PROCEDURE DIVISION USING ONBOARD-REQUEST.

       MAIN.
           MOVE 'N' TO OBQ-DOCS-STEP, OBQ-SCREEN-STEP,
              OBQ-REMIT-STEP, OBQ-BANK-STEP, OBQ-READY-FLAG.
           MOVE SPACES TO OBQ-HOLD-REASON.
           PERFORM 100-CheckDocuments THRU 100-CheckDocuments-Exit.
           PERFORM 200-CheckScreen THRU 200-CheckScreen-Exit.
           PERFORM 300-CheckRemit THRU 300-CheckRemit-Exit.
           PERFORM 400-CheckBank THRU 400-CheckBank-Exit.
           PERFORM 500-SetHoldReason.
           GOBACK.

      *05/03 A W-9 on file, and no required document past expiry -
      * lapsed the same way FINALEX's 3990 load judges it.
       100-CheckDocuments.
           MOVE 'N' TO WS-W9-FOUND-FLAG, WS-DOC-LAPSED-FLAG,
              SUPPDOCS-EOF-WS.
           OPEN INPUT SUPPDOCS.
           IF IN-SUPPDOCS-KEY NOT = '00'
              GO TO 100-CheckDocuments-Exit
           END-IF.
           PERFORM 110-ReadDocument UNTIL SUPPDOCS-EOF.
           CLOSE SUPPDOCS.
           IF W9-ON-FILE AND NOT REQUIRED-DOC-LAPSED
              MOVE 'Y' TO OBQ-DOCS-STEP
           END-IF.
       100-CheckDocuments-Exit.
           EXIT.

       110-ReadDocument.
           READ SUPPDOCS
              AT END
                 MOVE 'Y' TO SUPPDOCS-EOF-WS
           END-READ.
           IF NOT SUPPDOCS-EOF
              AND SDR-SUPPLIER-CODE = OBQ-SUPPLIER-CODE
              IF SDR-DOC-TYPE = 'W9 '
                 MOVE 'Y' TO WS-W9-FOUND-FLAG
              END-IF
              IF SDR-REQUIRED-FLAG = 'Y'
                 AND SDR-EXPIRY-DATE < OBQ-AS-OF-DATE
                 MOVE 'Y' TO WS-DOC-LAPSED-FLAG
              END-IF
           END-IF.

      *05/03 FINALEX's 207-CheckDeniedParty hits (code, exact name)
      * deny outright; DENYSCRN's leading-eight-character near-miss
      * holds the prospect until a person clears it.
       200-CheckScreen.
           MOVE 'N' TO DENYLIST-EOF-WS.
           OPEN INPUT DENYLIST.
           IF IN-DENYLIST-KEY NOT = '00'
              GO TO 200-CheckScreen-Exit
           END-IF.
           MOVE 'Y' TO OBQ-SCREEN-STEP.
           PERFORM 210-ReadDenied THRU 210-ReadDenied-Exit
              UNTIL DENYLIST-EOF.
           CLOSE DENYLIST.
       200-CheckScreen-Exit.
           EXIT.

       210-ReadDenied.
           READ DENYLIST
              AT END
                 MOVE 'Y' TO DENYLIST-EOF-WS
           END-READ.
           IF DENYLIST-EOF
              GO TO 210-ReadDenied-Exit
           END-IF.
           IF (DLR-SUPPLIER-CODE NOT = SPACES
                 AND DLR-SUPPLIER-CODE = OBQ-SUPPLIER-CODE)
              OR (DLR-PARTY-NAME NOT = SPACES
                 AND DLR-PARTY-NAME = OBQ-SUPPLIER-NAME)
              MOVE 'D' TO OBQ-SCREEN-STEP
              GO TO 210-ReadDenied-Exit
           END-IF.
           IF DLR-PARTY-NAME (1:8) NOT = SPACES
              AND DLR-PARTY-NAME (1:8) = OBQ-SUPPLIER-NAME (1:8)
              AND NOT OBQ-SCREEN-DENIED
              MOVE 'M' TO OBQ-SCREEN-STEP
           END-IF.
       210-ReadDenied-Exit.
           EXIT.

      *05/03 A remit-to row on the address master.
       300-CheckRemit.
           MOVE 'N' TO ADDRMST-EOF-WS.
           OPEN INPUT ADDRMST.
           IF IN-ADDRMST-KEY NOT = '00'
              GO TO 300-CheckRemit-Exit
           END-IF.
           PERFORM 310-ReadAddress
              UNTIL ADDRMST-EOF OR OBQ-REMIT-DONE.
           CLOSE ADDRMST.
       300-CheckRemit-Exit.
           EXIT.

       310-ReadAddress.
           READ ADDRMST
              AT END
                 MOVE 'Y' TO ADDRMST-EOF-WS
           END-READ.
           IF NOT ADDRMST-EOF
              AND AM-SUPPLIER-CODE = OBQ-SUPPLIER-CODE
              AND AM-ADDRESS-TYPE = '3'
              MOVE 'Y' TO OBQ-REMIT-STEP
           END-IF.

      *05/03 Nothing waiting on BANKRLSE, and an ACH payee's routing
      * and account already on the master. A check payee with
      * nothing pending has no bank step to take.
       400-CheckBank.
           MOVE 'N' TO WS-BANK-PENDING-FLAG, BANKPEND-EOF-WS.
           OPEN INPUT BANKPEND.
           IF BANKPEND-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-BANKPEND-KEY NOT = '00'
                 GO TO 400-CheckBank-Exit
              END-IF
              PERFORM 410-ReadPending
                 UNTIL BANKPEND-EOF OR BANK-CHANGE-PENDING
              CLOSE BANKPEND
           END-IF.
           IF BANK-CHANGE-PENDING
              GO TO 400-CheckBank-Exit
           END-IF.
           IF OBQ-PAY-METHOD = 'A'
              IF OBQ-BANK-ROUTING > ZERO
                 AND OBQ-BANK-ACCOUNT NOT = SPACES
                 MOVE 'Y' TO OBQ-BANK-STEP
              END-IF
           ELSE
              MOVE 'Y' TO OBQ-BANK-STEP
           END-IF.
       400-CheckBank-Exit.
           EXIT.

       410-ReadPending.
           READ BANKPEND
              AT END
                 MOVE 'Y' TO BANKPEND-EOF-WS
           END-READ.
           IF NOT BANKPEND-EOF
              AND BP-SUPPLIER-CODE = OBQ-SUPPLIER-CODE
              MOVE 'Y' TO WS-BANK-PENDING-FLAG
           END-IF.

      *05/03 The first step still open, in checklist order.
       500-SetHoldReason.
           EVALUATE TRUE
              WHEN NOT OBQ-DOCS-DONE AND NOT W9-ON-FILE
                 MOVE 'W-9 NOT ON FILE' TO OBQ-HOLD-REASON
              WHEN NOT OBQ-DOCS-DONE
                 MOVE 'REQUIRED DOC LAPSED' TO OBQ-HOLD-REASON
              WHEN OBQ-SCREEN-DENIED
                 MOVE 'ON DENIED-PARTY LIST' TO OBQ-HOLD-REASON
              WHEN OBQ-SCREEN-NEAR-MISS
                 MOVE 'DENIED-PARTY NEAR-MISS' TO OBQ-HOLD-REASON
              WHEN NOT OBQ-SCREEN-DONE
                 MOVE 'NOT SCREENED' TO OBQ-HOLD-REASON
              WHEN NOT OBQ-REMIT-DONE
                 MOVE 'NO REMIT ADDRESS' TO OBQ-HOLD-REASON
              WHEN BANK-CHANGE-PENDING
                 MOVE 'BANK CHANGE NOT RELEASED' TO OBQ-HOLD-REASON
              WHEN NOT OBQ-BANK-DONE
                 MOVE 'NO ACH BANK DETAILS' TO OBQ-HOLD-REASON
              WHEN OTHER
                 MOVE 'Y' TO OBQ-READY-FLAG
           END-EVALUATE.
