           03 OH-LPID               PIC X(04).
           03 OH-QTY                PIC 9(05).
           03 OH-UNIT-PRICE         PIC 9(05)V99.
           03 OH-CONDITION          PIC X(02).
