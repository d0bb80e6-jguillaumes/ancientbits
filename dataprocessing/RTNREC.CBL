       01  RETURN-RECORD.
           03 RTN-RMA-NO            PIC X(08).
           03 RTN-RETURN-DATE       PIC 9(08).
           03 RTN-ORDER-NO          PIC X(08).
           03 RTN-CUST-NO           PIC X(06).
           03 RTN-LPID              PIC X(04).
           03 RTN-QTY               PIC 9(05).
           03 RTN-REASON            PIC X(30).
