           03 WNP-MATCH-DATE         PIC 9(08).
