       01  WANT-LIST-RECORD.
           03 WNT-KEY.
              05 WNT-CUSTNO         PIC X(06).
              05 WNT-TYPE           PIC X(01).
                 88 WNT-BY-ALBUM    VALUE 'L'.
                 88 WNT-BY-ARTIST   VALUE 'A'.
              05 WNT-WANTED         PIC X(40).
              05 WNT-WANT-ALBUM REDEFINES WNT-WANTED.
                 07 WNT-WANT-LPID   PIC X(04).
                 07 FILLER          PIC X(36).
           03 WNT-ADDED-DATE        PIC 9(08).
           03 WNT-STATUS            PIC X(01).
              88 WNT-OPEN           VALUE 'O'.
              88 WNT-NOTIFIED       VALUE 'N'.
           03 WNT-NOTIFIED-DATE     PIC 9(08).
           03 WNT-NOTIFIED-LPID     PIC X(04).
