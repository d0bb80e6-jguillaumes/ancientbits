           03 POA-SUPPLIER-NO        PIC X(06).
           03 POA-LPID               PIC X(04).
           03 POA-APPROVED-QTY       PIC 9(05).
