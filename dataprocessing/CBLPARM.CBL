           03 CBP-FROM-DATE          PIC 9(08).
           03 CBP-TO-DATE            PIC 9(08).
