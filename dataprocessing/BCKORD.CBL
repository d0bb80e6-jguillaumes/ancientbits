           03 BCK-ORDER-NO          PIC X(08).
           03 BCK-QTY-SHORT         PIC 9(05).
           03 BCK-CUST-NAME         PIC X(30).
           03 BCK-CUST-NO           PIC X(06).
           03 BCK-NOTICE-DATE       PIC 9(08).
           03 BCK-CONDITION         PIC X(02).
