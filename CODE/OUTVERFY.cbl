      * see FINALEX's PURCHASE-REC.
       FD  PURCIN
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER         PIC X(06).
           05  REC-BUYER-CODE        PIC X(03).
           05  REC-QUANTITY          PIC S9(8) COMP.
           05  FILLER                PIC X(115).
       01  PURC-TRAILER-VIEW REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST     PIC X(07).
           05  PURC-TRAILER-COUNT    PIC 9(07).
           05  PURC-TRAILER-LAYOUT-VER PIC 9(03).
           05  PURC-TRAILER-RUN-DATE PIC 9(08).
           05  PURC-TRAILER-RUN-SEQ  PIC 9(03).
           05  FILLER                PIC X(91).

       FD  GOODIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODIN-REC.
       01  GOODIN-REC     PIC X(1029).

      * Same 84-byte layout FINALEX's RECON-REC writes.
       FD  RECONIN
      * routing bucket - without it any night with an engineering
      * hold cross-footed short and falsely failed the run.
       01 WS-RECON-ENGHOLD-CTR             PIC 9(7) VALUE ZERO.
      *04/30 Orders held for an unapproved source are a sixth.
       01 WS-RECON-SRCHOLD-CTR             PIC 9(7) VALUE ZERO.
       01 WS-RECON-CROSSFOOT               PIC 9(7) VALUE ZERO.

       01 WS-MISMATCH-CTR                  PIC 9(4) VALUE ZERO.
                 WHEN 'ENGINEERING HOLD (BLUEPRINT CHG)'
                    COMPUTE WS-RECON-ENGHOLD-CTR =
                       FUNCTION NUMVAL (RECON-COUNT-TXT)
                 WHEN 'SOURCE HOLD (UNAPPROVED SOURCE)'
                    COMPUTE WS-RECON-SRCHOLD-CTR =
                       FUNCTION NUMVAL (RECON-COUNT-TXT)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           COMPUTE WS-RECON-CROSSFOOT =
              WS-RECON-GOOD-CTR + WS-RECON-ERROR-CTR
              + WS-RECON-WARNING-CTR + WS-RECON-DUP-CTR
              + WS-RECON-ENGHOLD-CTR + WS-RECON-SRCHOLD-CTR.
           IF WS-RECON-CROSSFOOT NOT = WS-RECON-INPUT-CTR
              ADD 1 TO WS-MISMATCH-CTR
              DISPLAY 'OUTVERFY - GOOD+ERR+WARN+DUP+HOLDS '
                 WS-RECON-CROSSFOOT ' VS RECONFILE INPUT '
                 WS-RECON-INPUT-CTR
           END-IF.
