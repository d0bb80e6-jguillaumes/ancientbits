       01  RETURN-HIST-RECORD.
           03 RH-CUST-NO            PIC X(06).
           03 RH-RETURN-DATE        PIC 9(08).
           03 RH-RMA-NO             PIC X(08).
           03 RH-ORDER-NO           PIC X(08).
           03 RH-LPID               PIC X(04).
           03 RH-QTY                PIC 9(05).
           03 RH-UNIT-PRICE         PIC 9(05)V99.
