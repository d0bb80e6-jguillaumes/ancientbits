      *>                 PRINTS THAT REPORT AND WRITES NO CARDS,   *
      *>                 FOR SANITY-CHECKING A RULE BEFORE IT      *
      *>                 HITS THE WHOLE FILE.                      *
      *> 2026-10-15  DP  BRACKET THE SP CARDS EACH LIVE RUN        *
      *>                 APPENDS TO STRANSIN WITH A CH HEADER AND  *
      *>                 A CT TRAILER CARRYING THEIR COUNT AND     *
      *>                 LPID HASH TOTAL, AND LOG THE SAME TOTALS  *
      *>                 ON CTLTOTS FOR THE STOCK EDIT TO PROVE.   *
      *>                 A PREVIEW RUN WRITES NEITHER.             *
      *> 2026-10-15  DP  EACH CONDITION GRADE OF A SELECTED ALBUM  *
      *>                 IS REPRICED FROM ITS OWN UNIT PRICE.  THE *
      *>                 SP CARD NAMES THE GRADE IN STKCOND AND    *
      *>                 THE REPORT SHOWS IT.                      *
      *> 2026-10-15  DP  EACH SP CARD IS STAMPED WITH OPERATOR     *
      *>                 REPRICE AND SOURCE RP SO THE EDIT CAN     *
      *>                 CHECK IT AGAINST OPRAUTH AND THE LEDGER   *
      *>                 AND ACTIVITY REPORT SHOW WHERE THE PRICE  *
      *>                 CAME FROM.                                *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT INV-MASTER      ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
           SELECT PRICE-RPT       ASSIGN TO "REPRIRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTL-TOTALS ASSIGN TO "CTLTOTS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-MASTER.
       01  STRANS-OUT-RECORD.
           03 SO-SCODE           PIC XX.
           03 SO-STEXT           PIC X(84).
           03 SO-SOPERATOR       PIC X(08).
           03 SO-SSOURCE         PIC X(02).

       FD  PRICE-RPT
           RECORDING MODE IS F.
       01  PRICE-RPT-LINE        PIC X(132).

       FD  CTL-TOTALS
           RECORDING MODE IS F.
       01  CTL-TOTAL-RECORD.
           COPY CTLTOT.

       WORKING-STORAGE SECTION.
       77  WS-INV-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-INV-EOF           VALUE 'Y'.
       77  WS-NEW-PRICE            PIC 9(05)V99 COMP VALUE ZERO.
       77  WS-DECADE-END           PIC 9(04) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.

       77  WS-CTL-TIME             PIC 9(06)     VALUE ZERO.
       77  WS-CTL-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-HASH             PIC 9(18) COMP VALUE ZERO.
       77  WS-HASH-SUB             PIC 9(01) COMP VALUE ZERO.
       77  WS-HASH-KEY-VALUE       PIC 9(10) COMP VALUE ZERO.

       01  WS-TIME-NOW.
           03 WS-TIME-HHMMSS        PIC 9(06).
           03 FILLER                PIC 9(02).

      *>----------------------------------------------------------*
      *> HANDOFF CONTROL CARDS.  A CH HEADER OPENS THE CARDS ONE   *
      *> RUN WRITES AND A CT TRAILER CLOSES THEM WITH THEIR COUNT  *
      *> AND THE HASH TOTAL OF THEIR LPID KEYS.  THE SAME TOTALS   *
      *> ARE LOGGED ON CTLTOTS FOR THE CONSUMING STEP TO CHECK.    *
      *>----------------------------------------------------------*
       01  WS-CONTROL-CARD.
           03 WCC-CODE             PIC X(02).
              88 WCC-HEADER        VALUE 'CH'.
              88 WCC-TRAILER       VALUE 'CT'.
           03 WCC-TEXT.
              05 WCC-STEP          PIC X(08).
              05 WCC-DATE          PIC 9(08).
              05 WCC-TIME          PIC 9(06).
              05 WCC-COUNT         PIC 9(07).
              05 WCC-HASH          PIC 9(18).
              05 FILLER            PIC X(37).
           03 WCC-KEY-VIEW REDEFINES WCC-TEXT.
              05 WCC-LPID          PIC X(04).
              05 FILLER            PIC X(80).

       01  WS-HASH-KEY.
           03 WS-HASH-CHAR         PIC X(01)  OCCURS 4 TIMES.

       01  WS-HASH-BYTE-AREA.
           03 FILLER               PIC X(01)  VALUE LOW-VALUE.
           03 WS-HASH-BYTE         PIC X(01).
       01  WS-HASH-BYTE-VALUE REDEFINES WS-HASH-BYTE-AREA
                                   PIC 9(04) COMP.

       01  WS-PRICE-CARD.
           03 WPC-SCODE            PIC X(02)  VALUE "SP".
           03 WPC-LPID             PIC X(04).
           03 WPC-STKPRICE         PIC 9(05)V99.
           03 WPC-STKCOND          PIC X(02).
           03 FILLER               PIC X(71)  VALUE SPACES.
           03 WPC-OPERATOR         PIC X(08)  VALUE "REPRICE".
           03 WPC-SOURCE           PIC X(02)  VALUE "RP".

       01  WS-PREVIEW-LINE.
           03 FILLER               PIC X(52)  VALUE
       01  WS-DETAIL-LINE.
           03 WD-LPID               PIC X(04).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-CONDITION          PIC X(02).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-LPNAME             PIC X(40).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-LPFORMAT           PIC X(03).
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-READ-RULE THRU 1010-READ-RULE-EXIT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PRICE-RPT
           IF NOT WS-CARD-FOUND
               DISPLAY "REPRICE - NO RULE CARD - NOTHING DONE"
               WRITE PRICE-RPT-LINE FROM WS-PREVIEW-LINE
           ELSE
               OPEN EXTEND STRANS-OUT
               PERFORM 1600-WRITE-CTL-HEADER
                   THRU 1600-WRITE-CTL-HEADER-EXIT
           END-IF
           OPEN INPUT  INV-MASTER
           OPEN INPUT  LP-MASTER
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1600-WRITE-CTL-HEADER - OPEN THIS RUN'S SEGMENT OF THE    *
      *>                         STRANSIN FEED WITH A CH CARD      *
      *>                         NAMING THIS STEP AND RUN          *
      *>----------------------------------------------------------*
       1600-WRITE-CTL-HEADER.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-CTL-TIME
           MOVE ZERO           TO WS-CTL-COUNT
           MOVE ZERO           TO WS-CTL-HASH
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CH'           TO WCC-CODE
           MOVE "REPRICE"      TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE ZERO           TO WCC-COUNT
           MOVE ZERO           TO WCC-HASH
           WRITE STRANS-OUT-RECORD FROM WS-CONTROL-CARD.
       1600-WRITE-CTL-HEADER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-RULE - READ AND VET THE SINGLE RULE CARD.  A   *
      *>                  MISSING CARD, A BAD CHANGE TYPE OR A     *

      *>----------------------------------------------------------*
      *> 2300-REPORT-CHANGE - OLD AND NEW PRICE PER AFFECTED      *
      *>                      ALBUM AND CONDITION GRADE, PREVIEW   *
      *>                      OR NOT                               *
      *>----------------------------------------------------------*
       2300-REPORT-CHANGE.
           MOVE INV-LPID       TO WD-LPID
           MOVE INV-CONDITION  TO WD-CONDITION
           MOVE LPM-LPNAME     TO WD-LPNAME
           MOVE LPM-LPFORMAT   TO WD-LPFORMAT
           MOVE INV-UNIT-PRICE TO WD-OLD-PRICE
       2400-WRITE-SP-CARD.
           MOVE INV-LPID     TO WPC-LPID
           MOVE WS-NEW-PRICE TO WPC-STKPRICE
           MOVE INV-CONDITION TO WPC-STKCOND
           WRITE STRANS-OUT-RECORD FROM WS-PRICE-CARD
           ADD 1 TO WS-CARD-COUNT
           MOVE WPC-LPID     TO WS-HASH-KEY
           PERFORM 8500-HASH-KEY THRU 8500-HASH-KEY-EXIT
           ADD WS-HASH-KEY-VALUE TO WS-CTL-HASH
           ADD 1 TO WS-CTL-COUNT.
       2400-WRITE-SP-CARD-EXIT.
           EXIT.

               CLOSE INV-MASTER
               CLOSE LP-MASTER
               IF NOT RPP-PREVIEW-ONLY
                   PERFORM 3500-WRITE-CTL-TRAILER
                       THRU 3500-WRITE-CTL-TRAILER-EXIT
                   CLOSE STRANS-OUT
               END-IF
           END-IF
       3000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3500-WRITE-CTL-TRAILER - CLOSE THE STRANSIN HANDOFF WITH  *
      *>                          A CT CARD CARRYING ITS COUNT     *
      *>                          AND KEY HASH TOTAL, AND LOG THE  *
      *>                          SAME TOTALS ON CTLTOTS           *
      *>----------------------------------------------------------*
       3500-WRITE-CTL-TRAILER.
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CT'           TO WCC-CODE
           MOVE "REPRICE"      TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE WS-CTL-COUNT   TO WCC-COUNT
           MOVE WS-CTL-HASH    TO WCC-HASH
           WRITE STRANS-OUT-RECORD FROM WS-CONTROL-CARD

           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND CTL-TOTALS
           MOVE WS-RUN-DATE    TO CTL-RUN-DATE
           MOVE WS-TIME-HHMMSS TO CTL-RUN-TIME
           MOVE "REPRICE"      TO CTL-STEP-NAME
           MOVE "STRANSIN"     TO CTL-FILE-NAME
           MOVE 'O'            TO CTL-DIRECTION
           MOVE 'A'            TO CTL-WRITE-MODE
           MOVE "REPRICE"      TO CTL-SEG-STEP
           MOVE WS-RUN-DATE    TO CTL-SEG-DATE
           MOVE WS-CTL-TIME    TO CTL-SEG-TIME
           MOVE WS-CTL-COUNT   TO CTL-EXPECT-COUNT
           MOVE WS-CTL-HASH    TO CTL-EXPECT-HASH
           MOVE WS-CTL-COUNT   TO CTL-RECORD-COUNT
           MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
           MOVE 'B'            TO CTL-STATUS
           MOVE SPACES         TO CTL-REASON
           WRITE CTL-TOTAL-RECORD
           CLOSE CTL-TOTALS.
       3500-WRITE-CTL-TRAILER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-INV-NEXT - READ THE NEXT INVENTORY RECORD      *
      *>----------------------------------------------------------*
           END-READ.
       8000-READ-INV-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8500-HASH-KEY - FOLD THE FOUR BYTES OF WS-HASH-KEY INTO   *
      *>                 ONE NUMBER FOR THE HASH TOTAL             *
      *>----------------------------------------------------------*
       8500-HASH-KEY.
           MOVE ZERO TO WS-HASH-KEY-VALUE
           PERFORM 8510-HASH-ONE-BYTE THRU 8510-HASH-ONE-BYTE-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 4.
       8500-HASH-KEY-EXIT.
           EXIT.

       8510-HASH-ONE-BYTE.
           MOVE WS-HASH-CHAR (WS-HASH-SUB) TO WS-HASH-BYTE
           COMPUTE WS-HASH-KEY-VALUE =
               WS-HASH-KEY-VALUE * 256 + WS-HASH-BYTE-VALUE.
       8510-HASH-ONE-BYTE-EXIT.
           EXIT.
