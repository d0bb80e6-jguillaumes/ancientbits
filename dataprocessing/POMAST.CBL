       01  PO-MASTER-RECORD.
           03 PO-KEY.
              05 PO-SUPPLIER-NO     PIC X(06).
              05 PO-NUMBER          PIC X(08).
              05 PO-LPID            PIC X(04).
           03 PO-SUPPLIER-NAME      PIC X(30).
           03 PO-ORDER-DATE         PIC 9(08).
           03 PO-DUE-DATE           PIC 9(08).
           03 PO-QTY-ORDERED        PIC 9(05).
           03 PO-QTY-RECEIVED       PIC 9(05).
           03 PO-LAST-RECEIPT-DATE  PIC 9(08).
           03 PO-STATUS             PIC X(01).
              88 PO-STATUS-OPEN     VALUE 'O'.
              88 PO-STATUS-CLOSED   VALUE 'C'.
