      *05/31 Report distribution master, loaded once the same way
      * MAKE-TABLE is (see MAKETAB) from the DISTMAST card file
      * operations keeps, for DISTBRST to burst a report's printed
      * output into one pile per recipient. Three kinds of card:
      *   R - one per burst report: the report (its program name),
      *       the break field it bursts on - BUYR buyer, PLNT plant,
      *       SUPP supplier, COMM commodity class, or blank to send
      *       the whole report to one recipient - and where the
      *       value sits on the printed line: its column and length,
      *       and the text (with its column) that marks a line as
      *       carrying it. A blank marker means every line past the
      *       page heading carries it. DR-HEAD-LINES is how many
      *       lines, from the top of each page, are the heading that
      *       is reprinted at the top of every recipient's page. The
      *       trailer marker, when there is one, starts the run
      *       summary - from there on the lines go to the report's
      *       own recipient, not the last value's.
      *   V - the recipient of one break value on one report. A
      *       report of '*' covers every report bursting on that
      *       field; a value of '*' covers every value with no card
      *       of its own, on the report or under report '*', and
      *       takes the heading and summary lines that carry no value.
      *   P - a recipient: name, delivery by E-mail or Print, the
      *       e-mail address or print destination, and the copies.
      *       Recipient DEFAULT is the pile a value with no recipient
      *       falls to - it appears on MORNRPT each morning.
      * Columns count from 1 on the 133-byte print line, after the
      * carriage-control byte. Card columns:
      *   R: 1 'R', 3-10 report, 12-15 field, 17-19 value column,
      *      20-21 value length, 23-42 marker, 43-45 marker column,
      *      47 heading lines, 49-68 trailer, 69-71 trailer column.
      *   V: 1 'V', 3-10 report, 12-15 field, 17-26 value,
      *      28-35 recipient.
      *   P: 1 'P', 3-10 recipient, 12-31 name, 33 method (E/P),
      *      35-36 copies, 38-77 e-mail address or print destination.
       01  DIST-REPORT-TABLE.
           05  DIST-REPORT-LIST OCCURS 200 TIMES
               INDEXED BY DIST-REPORT-IDX.
              08  DR-REPORT-ID        PIC X(08) VALUE SPACES.
              08  DR-BREAK-FIELD      PIC X(04) VALUE SPACES.
                  88  DR-WHOLE-REPORT            VALUE SPACES.
              08  DR-VALUE-COL        PIC 9(03) VALUE ZERO.
              08  DR-VALUE-LEN        PIC 9(02) VALUE ZERO.
              08  DR-KEY-TEXT         PIC X(20) VALUE SPACES.
              08  DR-KEY-COL          PIC 9(03) VALUE ZERO.
              08  DR-HEAD-LINES       PIC 9(01) VALUE ZERO.
              08  DR-TRAIL-TEXT       PIC X(20) VALUE SPACES.
              08  DR-TRAIL-COL        PIC 9(03) VALUE ZERO.

       01  DIST-REPORT-MAX           PIC 9(5) VALUE ZERO.

       01  DIST-VALUE-TABLE.
           05  DIST-VALUE-LIST OCCURS 3000 TIMES
               INDEXED BY DIST-VALUE-IDX.
              08  DV-REPORT-ID        PIC X(08) VALUE SPACES.
              08  DV-BREAK-FIELD      PIC X(04) VALUE SPACES.
              08  DV-BREAK-VALUE      PIC X(10) VALUE SPACES.
              08  DV-RECIPIENT        PIC X(08) VALUE SPACES.

       01  DIST-VALUE-MAX            PIC 9(5) VALUE ZERO.

       01  DIST-RECIPIENT-TABLE.
           05  DIST-RECIPIENT-LIST OCCURS 500 TIMES
               INDEXED BY DIST-RECIPIENT-IDX.
              08  DP-RECIPIENT        PIC X(08) VALUE SPACES.
              08  DP-NAME             PIC X(20) VALUE SPACES.
              08  DP-METHOD           PIC X(01) VALUE SPACES.
                  88  DP-BY-EMAIL                VALUE 'E'.
                  88  DP-BY-PRINT                VALUE 'P'.
              08  DP-COPIES           PIC 9(02) VALUE ZERO.
              08  DP-DESTINATION      PIC X(40) VALUE SPACES.

       01  DIST-RECIPIENT-MAX        PIC 9(5) VALUE ZERO.
