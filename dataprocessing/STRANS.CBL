              88 SCODE-SALE         VALUE 'SS'.
              88 SCODE-ADJUST       VALUE 'SA'.
              88 SCODE-PRICE        VALUE 'SP'.
              88 SCODE-RETURN       VALUE 'SC'.
              88 SCODE-VALID        VALUE 'SR' 'SS' 'SA' 'SP' 'SC'.
              88 SCODE-CTL-HEADER   VALUE 'CH'.
              88 SCODE-CTL-TRAILER  VALUE 'CT'.
           03 STEXT                 PIC X(84).
           03 SQDATA REDEFINES STEXT.
              05 LPID               PIC XXXX.
              05 STKQTY             PIC 9(05).
              05 STKSIGN            PIC X(01).
              05 STKCOND            PIC X(02).
                 88 SQ-GRADE-VALID  VALUE 'M ' 'NM' 'EX' 'VG'
                                          'G ' 'F ' 'P ' 'UN'.
              05 STKORDNO           PIC X(08).
              05 STKCUSTNO          PIC X(06).
              05 STKPONO            PIC X(08).
              05 STKCOST            PIC 9(05)V99.
              05 FILLER             PIC X(43).
           03 SPDATA REDEFINES STEXT.
              05 LPID               PIC XXXX.
              05 STKPRICE           PIC 9(05)V99.
              05 STKCOND            PIC X(02).
                 88 SP-GRADE-VALID  VALUE 'M ' 'NM' 'EX' 'VG'
                                          'G ' 'F ' 'P ' 'UN'.
              05 FILLER             PIC X(71).
           03 CTLDATA REDEFINES STEXT.
              05 CTLSTEP            PIC X(08).
              05 CTLDATE            PIC 9(08).
              05 CTLTIME            PIC 9(06).
              05 CTLCOUNT           PIC 9(07).
              05 CTLHASH            PIC 9(18).
              05 FILLER             PIC X(37).
           03 SSTAMP.
              05 SOPERATOR          PIC X(08).
              05 SSOURCE            PIC X(02).
                 88 SSOURCE-KEYED   VALUE 'KY'.
                 88 SSOURCE-VALID   VALUE 'KY' 'RP' 'OI' 'CA' 'RT'.
