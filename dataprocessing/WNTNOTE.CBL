           03 WN-RUN-DATE            PIC 9(08).
           03 WN-CUST-NO             PIC X(06).
           03 WN-CUST-NAME           PIC X(30).
           03 WN-ADDRESS             PIC X(30).
           03 WN-CITY                PIC X(20).
           03 WN-POSTCODE            PIC X(10).
           03 WN-WANT-TYPE           PIC X(01).
              88 WN-ALBUM-WANTED     VALUE 'L'.
              88 WN-ARTIST-WANTED    VALUE 'A'.
           03 WN-LPID                PIC X(04).
           03 WN-LPNAME              PIC X(40).
           03 WN-LPARTIST            PIC X(40).
           03 WN-UNIT-PRICE          PIC 9(05)V99.
           03 WN-CONDITION           PIC X(02).
