      *04/29 Dock appointment book, one row per truck booked into a
      * plant's dock - the plant, the day, the slot (HHMM) and the
      * door it was given, the order it is bringing in, the carrier
      * running it and the supplier, whether an advance-ship notice
      * was on file when it was booked, and who booked it when.
      * DOCKMNT keeps the book (DOCKAPPT, staged to DOCKAPPTO);
      * DOCKSCHD prints each plant's dock schedule off it and
      * measures the day's arrivals against it. AT-SLOT-KEY orders
      * the book plant, day, slot, door.
       01  APPOINTMENT-TABLE.
           05  APPOINTMENT-LIST OCCURS 5000 TIMES
               INDEXED BY APPOINTMENT-IDX.
              08  AT-SLOT-KEY.
                 10  AT-PLANT-CODE    PIC X(03) VALUE SPACES.
                 10  FILLER           PIC X(01) VALUE SPACES.
                 10  AT-APPT-DATE     PIC 9(08) VALUE ZERO.
                 10  FILLER           PIC X(01) VALUE SPACES.
                 10  AT-APPT-TIME     PIC 9(04) VALUE ZERO.
                 10  FILLER           PIC X(01) VALUE SPACES.
                 10  AT-DOOR          PIC 9(02) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AT-PO-NUMBER        PIC X(06) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AT-CARRIER-CODE     PIC X(04) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AT-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AT-ASN-FLAG         PIC X(01) VALUE SPACES.
                  88  AT-BOOKED-ON-ASN           VALUE 'Y'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AT-BOOKED-BY        PIC X(08) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AT-BOOKED-DATE      PIC 9(08) VALUE ZERO.

       01  APPOINTMENT-MAX           PIC 9(5) VALUE ZERO.
