       01  MANIFEST-RECORD.
           03 MAN-ORDER-NO          PIC X(08).
           03 MAN-SHIP-DATE         PIC 9(08).
           03 MAN-CUST-NO           PIC X(06).
           03 MAN-SHIP-NAME         PIC X(30).
           03 MAN-SHIP-ADDRESS      PIC X(30).
           03 MAN-SHIP-CITY         PIC X(20).
           03 MAN-POSTCODE          PIC X(10).
           03 MAN-UNIT-COUNT        PIC 9(05).
