           03 AUD-TTEXT              PIC X(84).
           03 AUD-AFFECTED-LPID      PIC X(04).
           03 AUD-AFFECTED-TRACKNUM  PIC X(02).
           03 AUD-OPERATOR           PIC X(08).
           03 AUD-SOURCE             PIC X(02).
