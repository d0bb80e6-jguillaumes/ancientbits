           03 CNT-LPID               PIC X(04).
           03 CNT-COUNT-QTY          PIC 9(05).
           03 CNT-LOCATION           PIC X(10).
           03 CNT-CONDITION          PIC X(02).
              88 CNT-GRADE-VALID     VALUE 'M ' 'NM' 'EX' 'VG'
                                           'G ' 'F ' 'P ' 'UN'.
