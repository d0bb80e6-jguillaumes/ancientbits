           03 POC-LAST-PO-NO         PIC 9(08).
