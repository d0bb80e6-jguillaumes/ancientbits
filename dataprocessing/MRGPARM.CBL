           03 MRP-FROM-DATE          PIC 9(08).
           03 MRP-TO-DATE            PIC 9(08).
