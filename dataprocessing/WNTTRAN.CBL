           03 WTR-CODE               PIC X(02).
              88 WTR-ADD             VALUE 'WA'.
              88 WTR-DELETE          VALUE 'WD'.
           03 WTR-CUSTNO             PIC X(06).
           03 WTR-TYPE               PIC X(01).
              88 WTR-BY-ALBUM        VALUE 'L'.
              88 WTR-BY-ARTIST       VALUE 'A'.
           03 WTR-WANTED             PIC X(40).
           03 WTR-WANT-ALBUM REDEFINES WTR-WANTED.
              05 WTR-WANT-LPID       PIC X(04).
              05 FILLER              PIC X(36).
