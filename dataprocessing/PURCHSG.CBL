           03 PS-SUPPLIER-NO         PIC X(06).
           03 PS-ACCOUNT-NO          PIC X(10).
           03 PS-SUPPLIER-NAME       PIC X(30).
           03 PS-LPID                PIC X(04).
           03 PS-LPNAME              PIC X(40).
           03 PS-LPARTIST            PIC X(40).
           03 PS-QTY-ON-HAND         PIC 9(05).
           03 PS-SUGGEST-QTY         PIC 9(05).
           03 PS-QTY-ON-ORDER        PIC 9(05).
