              88 TCODE-LP-METADATA  VALUE 'LM'.
              88 TCODE-VALID        VALUE 'LA' 'LC' 'LD' 'TA' 'TC'
                                           'TD' 'LM'.
              88 TCODE-CTL-HEADER   VALUE 'CH'.
              88 TCODE-CTL-TRAILER  VALUE 'CT'.
           03 TTEXT                 PIC X(84).
           03 LPDATA REDEFINES TTEXT.
              05 LPID               PIC XXXX.
              05 LPYEAR             PIC 9(04).
              05 LPLABEL            PIC X(30).
              05 FILLER             PIC X(43).
           03 CTLDATA REDEFINES TTEXT.
              05 CTLSTEP            PIC X(08).
              05 CTLDATE            PIC 9(08).
              05 CTLTIME            PIC 9(06).
              05 CTLCOUNT           PIC 9(07).
              05 CTLHASH            PIC 9(18).
              05 FILLER             PIC X(37).
           03 TSTAMP.
              05 TOPERATOR          PIC X(08).
              05 TSOURCE            PIC X(02).
                 88 TSOURCE-KEYED   VALUE 'KY'.
                 88 TSOURCE-VALID   VALUE 'KY' 'DU'.
