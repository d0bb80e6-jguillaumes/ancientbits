           03 OPP-REPORT-DATE        PIC 9(08).
