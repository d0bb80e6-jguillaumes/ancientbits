           03 BN-NOTICE-TYPE         PIC X(01).
              88 BN-DELAY-NOTICE     VALUE 'D'.
              88 BN-CANCEL-NOTICE    VALUE 'C'.
           03 BN-RUN-DATE            PIC 9(08).
           03 BN-CUST-NO             PIC X(06).
           03 BN-CUST-NAME           PIC X(30).
           03 BN-ADDRESS             PIC X(30).
           03 BN-CITY                PIC X(20).
           03 BN-POSTCODE            PIC X(10).
           03 BN-ORDER-NO            PIC X(08).
           03 BN-ORDER-DATE          PIC 9(08).
           03 BN-LPID                PIC X(04).
           03 BN-LPNAME              PIC X(40).
           03 BN-QTY-SHORT           PIC 9(05).
