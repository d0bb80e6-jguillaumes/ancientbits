           03 CV-LPID                PIC X(04).
           03 CV-COUNT-DATE          PIC 9(08).
           03 CV-SYSTEM-QTY          PIC 9(05).
           03 CV-COUNTED-QTY         PIC 9(05).
           03 CV-VARIANCE-SIGN       PIC X(01).
           03 CV-VARIANCE-QTY        PIC 9(05).
           03 CV-UNIT-PRICE          PIC 9(05)V99.
           03 CV-CONDITION           PIC X(02).
