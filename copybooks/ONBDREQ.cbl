      *05/03 Request block for the ONBDCHK onboarding-checklist
      * subprogram. A new supplier code sits on SUPPMST as a prospect
      * (SM-PROSPECT - see SUPMTAB) until its checklist is complete
      * and a purchasing manager activates it through ONBDACT. The
      * caller passes the prospect's master fields and the business
      * process date; ONBDCHK reads the files behind each step and
      * hands back one flag per step ('Y' done, 'N' not yet) and the
      * first step still holding the supplier:
      *   DOCUMENTS - a W-9 on SUPPDOCS, and none of the supplier's
      *               required documents past its expiry;
      *   SCREEN    - no DENYLIST row on the code or the exact name
      *               ('D'), and no leading-eight-character name hit
      *               ('M', a near-miss only a person can clear);
      *   REMIT     - a remit-to ('3') row on the ADDRMST master;
      *   BANK      - paying by ACH, the bank details released onto
      *               the master through BANKRLSE, and nothing left
      *               pending on BANKPEND.
       01  ONBOARD-REQUEST.
           05  OBQ-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  OBQ-SUPPLIER-NAME       PIC X(15) VALUE SPACES.
           05  OBQ-PAY-METHOD          PIC X(01) VALUE SPACES.
           05  OBQ-BANK-ROUTING        PIC 9(09) VALUE ZERO.
           05  OBQ-BANK-ACCOUNT        PIC X(12) VALUE SPACES.
           05  OBQ-AS-OF-DATE          PIC 9(08) VALUE ZERO.
           05  OBQ-DOCS-STEP           PIC X(01) VALUE 'N'.
               88  OBQ-DOCS-DONE              VALUE 'Y'.
           05  OBQ-SCREEN-STEP         PIC X(01) VALUE 'N'.
               88  OBQ-SCREEN-DONE            VALUE 'Y'.
               88  OBQ-SCREEN-DENIED          VALUE 'D'.
               88  OBQ-SCREEN-NEAR-MISS       VALUE 'M'.
           05  OBQ-REMIT-STEP          PIC X(01) VALUE 'N'.
               88  OBQ-REMIT-DONE             VALUE 'Y'.
           05  OBQ-BANK-STEP           PIC X(01) VALUE 'N'.
               88  OBQ-BANK-DONE              VALUE 'Y'.
           05  OBQ-HOLD-REASON         PIC X(24) VALUE SPACES.
           05  OBQ-READY-FLAG          PIC X(01) VALUE 'N'.
               88  OBQ-READY                  VALUE 'Y'.
