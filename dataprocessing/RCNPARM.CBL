           03 RCN-FROM-DATE          PIC 9(08).
           03 RCN-TO-DATE            PIC 9(08).
