       01  INV-MASTER-RECORD.
           03 INV-KEY.
              05 INV-LPID           PIC X(04).
              05 INV-CONDITION      PIC X(02).
                 88 INV-GRADE-VALID VALUE 'M ' 'NM' 'EX' 'VG'
                                          'G ' 'F ' 'P ' 'UN'.
                 88 INV-UNGRADED    VALUE 'UN'.
           03 INV-QTY-ON-HAND       PIC 9(05).
           03 INV-UNIT-PRICE        PIC 9(05)V99.
           03 INV-AVG-COST          PIC 9(05)V99.
