           03 SLG-STEXT              PIC X(84).
           03 SLG-AFFECTED-LPID      PIC X(04).
           03 SLG-UNIT-PRICE         PIC 9(05)V99.
           03 SLG-AVG-COST           PIC 9(05)V99.
           03 SLG-OPERATOR           PIC X(08).
           03 SLG-SOURCE             PIC X(02).
              88 SLG-BACKORDER-RELEASE VALUE 'BR'.
