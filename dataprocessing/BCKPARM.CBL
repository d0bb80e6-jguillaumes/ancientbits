           03 BKP-NOTIFY-DAYS        PIC 9(03).
           03 BKP-CANCEL-DAYS        PIC 9(03).
