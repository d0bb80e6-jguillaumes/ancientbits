           03 POP-LEAD-DAYS          PIC 9(03).
