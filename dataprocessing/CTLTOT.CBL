           03 CTL-RUN-DATE           PIC 9(08).
           03 CTL-RUN-TIME           PIC 9(06).
           03 CTL-STEP-NAME          PIC X(08).
           03 CTL-FILE-NAME          PIC X(08).
           03 CTL-DIRECTION          PIC X(01).
              88 CTL-PRODUCED        VALUE 'O'.
              88 CTL-CONSUMED        VALUE 'I'.
           03 CTL-WRITE-MODE         PIC X(01).
              88 CTL-REPLACED        VALUE 'R'.
              88 CTL-APPENDED        VALUE 'A'.
           03 CTL-SEG-STEP           PIC X(08).
           03 CTL-SEG-DATE           PIC 9(08).
           03 CTL-SEG-TIME           PIC 9(06).
           03 CTL-EXPECT-COUNT       PIC 9(07).
           03 CTL-EXPECT-HASH        PIC 9(18).
           03 CTL-RECORD-COUNT       PIC 9(07).
           03 CTL-HASH-TOTAL         PIC 9(18).
           03 CTL-STATUS             PIC X(01).
              88 CTL-BALANCED        VALUE 'B'.
              88 CTL-OUT-OF-BALANCE  VALUE 'X'.
           03 CTL-REASON             PIC X(30).
