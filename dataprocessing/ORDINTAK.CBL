      *>                 CUSTOMER NUMBER AND THE UNIT PRICE IN     *
      *>                 EFFECT, FOR THE CUSTHIST INQUIRY AND THE  *
      *>                 TOP-CUSTOMER SUMMARY.                     *
      *> 2026-10-15  DP  PACKING SLIPS AND CARRIER MANIFEST.       *
      *>                 EVERY ALLOCATED LINE IS ALSO WRITTEN TO   *
      *>                 THE ORDPACK WORK FILE AND RE-SORTED BY    *
      *>                 ORDER NUMBER INTO THE PACKSLIP REPORT:    *
      *>                 ONE SLIP PER ORDER WITH THE SHIP-TO NAME  *
      *>                 AND ADDRESS FROM CUSTMAST, EVERY LINE'S   *
      *>                 ALBUM NAME, ARTIST AND UNITS PACKED, AND  *
      *>                 A NOTE OF ANY UNITS GONE TO BACKOUT.      *
      *>                 EACH SLIP ALSO WRITES ONE FIXED-FORMAT    *
      *>                 SHIPMANF MANIFEST RECORD (ORDER NUMBER,   *
      *>                 SHIP-TO ADDRESS, POSTCODE, UNIT COUNT)    *
      *>                 FOR THE CARRIER'S UPLOAD.  AN ORDER       *
      *>                 WHOLLY BACKORDERED GETS NEITHER.          *
      *> 2026-10-15  DP  A NEW BACKORDER CARRIES THE CUSTOMER      *
      *>                 NUMBER, SO THE BCKAGE AGING RUN CAN       *
      *>                 ADDRESS DELAY AND CANCELLATION NOTICES    *
      *>                 FROM CUSTMAST.                            *
      *> 2026-10-15  DP  WRITE THE ORDSTK SS CARDS BETWEEN A CH    *
      *>                 HEADER AND A CT TRAILER CARRYING THEIR    *
      *>                 COUNT AND LPID HASH TOTAL, AND LOG THE    *
      *>                 SAME TOTALS ON CTLTOTS, SO THE STOCK EDIT *
      *>                 CAN PROVE THE HANDOFF BEFORE IT APPLIES   *
      *>                 ANYTHING.                                 *
      *> 2026-10-15  DP  EACH ORDER LINE NAMES THE CONDITION GRADE *
      *>                 WANTED (ORD-CONDITION, AFTER THE CUSTOMER *
      *>                 NUMBER); A LINE WITHOUT A KNOWN GRADE IS  *
      *>                 REJECTED.  LINES ARE SORTED AND ALLOCATED *
      *>                 BY LPID AND GRADE AGAINST THAT GRADE'S    *
      *>                 INVMAST RECORD, AND THE SS CARD, PURCHASE *
      *>                 HISTORY, BACKORDER, PICKING LIST AND      *
      *>                 PACKING SLIP ALL CARRY THE GRADE.         *
      *> 2026-10-15  DP  EACH SS CARD IS STAMPED WITH OPERATOR     *
      *>                 ORDINTAK AND SOURCE OI SO THE EDIT CAN    *
      *>                 CHECK IT AGAINST OPRAUTH AND THE LEDGER   *
      *>                 SHOWS WHERE THE MOVEMENT CAME FROM.       *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT STOCK-OUT       ASSIGN TO "ORDSTK"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORDER-HIST ASSIGN TO "ORDHIST"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PACK-WORK       ASSIGN TO "ORDPACK"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLIP-RPT        ASSIGN TO "PACKSLIP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MANIFEST-OUT    ASSIGN TO "SHIPMANF"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTL-TOTALS ASSIGN TO "CTLTOTS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK       ASSIGN TO "SORTORD".

           SELECT SORT-SLIP       ASSIGN TO "SORTPCK".

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-IN
           03 ORD-QTY            PIC 9(03).
           03 ORD-CUST-NAME      PIC X(30).
           03 ORD-CUST-NO        PIC X(06).
           03 ORD-CONDITION      PIC X(02).
              88 ORD-GRADE-VALID VALUE 'M ' 'NM' 'EX' 'VG'
                                       'G ' 'F ' 'P ' 'UN'.

       FD  LP-MASTER.
           COPY LPMAST.
       01  STOCK-OUT-RECORD.
           03 SO-SCODE           PIC XX.
           03 SO-STEXT           PIC X(84).
           03 SO-SOPERATOR       PIC X(08).
           03 SO-SSOURCE         PIC X(02).

       FD  BACKORDER-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY ORDHIST.

       FD  PACK-WORK
           RECORDING MODE IS F.
       01  PACK-WORK-RECORD.
           03 PW-ORDER-NO         PIC X(08).
           03 PW-ORDER-DATE       PIC 9(08).
           03 PW-SEQ              PIC 9(07).
           03 PW-CUST-NO          PIC X(06).
           03 PW-CUST-NAME        PIC X(30).
           03 PW-LPID             PIC X(04).
           03 PW-CONDITION        PIC X(02).
           03 PW-LPNAME           PIC X(40).
           03 PW-LPARTIST         PIC X(40).
           03 PW-ALLOC-QTY        PIC 9(05).
           03 PW-SHORT-QTY        PIC 9(05).

       FD  SLIP-RPT
           RECORDING MODE IS F.
       01  SLIP-RPT-LINE         PIC X(132).

       FD  MANIFEST-OUT
           RECORDING MODE IS F.
           COPY MANIFST.

       FD  CTL-TOTALS
           RECORDING MODE IS F.
       01  CTL-TOTAL-RECORD.
           COPY CTLTOT.

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SR-SORT-KEY.
              05 SR-STOCK-KEY.
                 07 SR-LPID       PIC X(04).
                 07 SR-CONDITION  PIC X(02).
              05 SR-SEQ           PIC 9(07).
           03 SR-ORDER-NO         PIC X(08).
           03 SR-ORDER-DATE       PIC 9(08).
           03 SR-CUST-NAME        PIC X(30).
           03 SR-CUST-NO          PIC X(06).

       SD  SORT-SLIP.
       01  SLIP-SORT-RECORD.
           03 SP-SORT-KEY.
              05 SP-ORDER-NO      PIC X(08).
              05 SP-ALLOC-FLAG    PIC X(01).
              05 SP-SEQ           PIC 9(07).
           03 SP-ORDER-DATE       PIC 9(08).
           03 SP-CUST-NO          PIC X(06).
           03 SP-CUST-NAME        PIC X(30).
           03 SP-LPID             PIC X(04).
           03 SP-CONDITION        PIC X(02).
           03 SP-LPNAME           PIC X(40).
           03 SP-LPARTIST         PIC X(40).
           03 SP-ALLOC-QTY        PIC 9(05).
           03 SP-SHORT-QTY        PIC 9(05).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
       77  WS-UNIT-PRICE          PIC 9(05)V99 COMP VALUE ZERO.
       77  WS-HIST-COUNT          PIC 9(07) COMP VALUE ZERO.

       77  WS-PREV-STOCK-KEY       PIC X(06)     VALUE SPACES.

       77  WS-PACK-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-PACK-EOF          VALUE 'Y'.

       77  WS-SLIP-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SLIP-EOF          VALUE 'Y'.

       77  WS-SKIP-ORDER-SWITCH    PIC X(01)     VALUE 'N'.
           88 WS-SKIP-ORDER        VALUE 'Y'.

       77  WS-PREV-ORDER-NO        PIC X(08)     VALUE SPACES.
       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-SLIP-UNITS          PIC 9(05) COMP VALUE ZERO.
       77  WS-SLIP-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-MANIFEST-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-ALL-BACKORD-COUNT   PIC 9(07) COMP VALUE ZERO.

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

       01  WS-STOCK-CARD.
           03 WSC-SCODE            PIC X(02)  VALUE "SS".
           03 WSC-STKSIGN          PIC X(01)  VALUE SPACE.
           03 WSC-STKCOND          PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(72)  VALUE SPACES.
           03 WSC-OPERATOR         PIC X(08)  VALUE "ORDINTAK".
           03 WSC-SOURCE           PIC X(02)  VALUE "OI".

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(14)  VALUE "*** REJECTED ".

       01  WS-ALBUM-LINE.
           03 WA-LPID               PIC X(04).
           03 FILLER                 PIC X(01)  VALUE SPACES.
           03 WA-CONDITION           PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-LPNAME              PIC X(40).
           03 FILLER                 PIC X(02)  VALUE SPACES.
              05 WP-NOTE-TAG         PIC X(18).
              05 WP-NOTE-QTY         PIC ZZ,ZZ9.

       01  WS-SLIP-HEAD-LINE.
           03 FILLER                 PIC X(20)  VALUE
              "PACKING SLIP  ORDER ".
           03 WH-ORDER-NO            PIC X(08).
           03 FILLER                 PIC X(08)  VALUE "  DATE  ".
           03 WH-ORDER-DATE          PIC 9(08).
           03 FILLER                 PIC X(12)  VALUE "  CUSTOMER  ".
           03 WH-CUST-NO             PIC X(06).

       01  WS-SLIP-ADDR-LINE.
           03 FILLER                 PIC X(14)  VALUE SPACES.
           03 WH-ADDR-TEXT           PIC X(30).

       01  WS-SLIP-ITEM-LINE.
           03 FILLER                 PIC X(04)  VALUE SPACES.
           03 WI-QTY                 PIC ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WI-LPID                PIC X(04).
           03 FILLER                 PIC X(01)  VALUE SPACES.
           03 WI-CONDITION           PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WI-LPNAME              PIC X(40).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WI-LPARTIST            PIC X(40).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WI-NOTE.
              05 WI-NOTE-TAG         PIC X(18).
              05 WI-NOTE-QTY         PIC ZZ,ZZ9.

       01  WS-SLIP-TOTAL-LINE.
           03 FILLER                 PIC X(04)  VALUE SPACES.
           03 WT-UNITS               PIC ZZ,ZZ9.
           03 FILLER                 PIC X(20)  VALUE
              "  UNITS IN PARCEL".

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.
                   THRU 2000-VALIDATE-ORDERS-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-PICKLIST
                   THRU 4000-PRINT-PICKLIST-EXIT
           CLOSE PACK-WORK
           SORT SORT-SLIP
               ON ASCENDING KEY SP-SORT-KEY
               INPUT PROCEDURE IS 6000-RELEASE-PACK-LINES
                   THRU 6000-RELEASE-PACK-LINES-EXIT
               OUTPUT PROCEDURE IS 6100-PRINT-PACKING-SLIPS
                   THRU 6100-PRINT-PACKING-SLIPS-EXIT
           PERFORM 5000-TERMINATE THRU 5000-TERMINATE-EXIT
           GOBACK.

      *> 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST ORDER      *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  ORDER-IN
           OPEN INPUT  LP-MASTER
           OPEN INPUT  INV-MASTER
           OPEN OUTPUT STOCK-OUT
           OPEN EXTEND BACKORDER-OUT
           OPEN EXTEND ORDER-HIST
           OPEN OUTPUT PACK-WORK
           OPEN OUTPUT SLIP-RPT
           OPEN OUTPUT MANIFEST-OUT
           PERFORM 1600-WRITE-CTL-HEADER
               THRU 1600-WRITE-CTL-HEADER-EXIT
           PERFORM 8000-READ-ORDER THRU 8000-READ-ORDER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1600-WRITE-CTL-HEADER - OPEN THE ORDSTK HANDOFF WITH A    *
      *>                         CH CARD NAMING THIS STEP AND RUN  *
      *>----------------------------------------------------------*
       1600-WRITE-CTL-HEADER.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-CTL-TIME
           MOVE ZERO           TO WS-CTL-COUNT
           MOVE ZERO           TO WS-CTL-HASH
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CH'           TO WCC-CODE
           MOVE "ORDINTAK"     TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE ZERO           TO WCC-COUNT
           MOVE ZERO           TO WCC-HASH
           WRITE STOCK-OUT-RECORD FROM WS-CONTROL-CARD.
       1600-WRITE-CTL-HEADER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-VALIDATE-ORDERS - INPUT PROCEDURE: VET EVERY ORDER   *
      *>                        LINE, RELEASING THE GOOD ONES TO   *

      *>----------------------------------------------------------*
      *> 2100-VALIDATE-ONE - AN ORDER LINE NEEDS A CATALOGUED      *
      *>                     ALBUM, A KNOWN CONDITION GRADE AND A  *
      *>                     POSITIVE QUANTITY                     *
      *>----------------------------------------------------------*
       2100-VALIDATE-ONE.
           IF ORD-QTY NOT NUMERIC OR ORD-QTY = ZERO
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2100-VALIDATE-ONE-NEXT
           END-IF
           IF NOT ORD-GRADE-VALID
               MOVE "UNKNOWN CONDITION GRADE" TO WR-REASON
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2100-VALIDATE-ONE-NEXT
           END-IF
           PERFORM 2300-CHECK-LP-MASTER
               THRU 2300-CHECK-LP-MASTER-EXIT
           IF NOT WS-LP-FOUND
               GO TO 2100-VALIDATE-ONE-NEXT
           END-IF
           MOVE ORD-LPID       TO SR-LPID
           MOVE ORD-CONDITION  TO SR-CONDITION
           MOVE WS-READ-COUNT  TO SR-SEQ
           MOVE ORD-ORDER-NO   TO SR-ORDER-NO
           MOVE ORD-ORDER-DATE TO SR-ORDER-DATE

      *>----------------------------------------------------------*
      *> 4000-PRINT-PICKLIST - OUTPUT PROCEDURE: THE SORTED ORDER  *
      *>                       LINES GROUP BY LPID AND CONDITION   *
      *>                       GRADE; EACH NEW GROUP GETS AN ALBUM *
      *>                       HEADER WITH NAME AND ARTIST FROM    *
      *>                       THE MASTER                          *
      *>----------------------------------------------------------*
       4000-PRINT-PICKLIST.
           MOVE SPACES TO WS-PREV-STOCK-KEY
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT
           PERFORM 4100-PRINT-ONE-LINE THRU 4100-PRINT-ONE-LINE-EXIT
               UNTIL WS-SORT-EOF.
           EXIT.

       4100-PRINT-ONE-LINE.
           IF SR-STOCK-KEY NOT = WS-PREV-STOCK-KEY
               PERFORM 4200-PRINT-ALBUM-HEADER
                   THRU 4200-PRINT-ALBUM-HEADER-EXIT
               MOVE SR-STOCK-KEY TO WS-PREV-STOCK-KEY
           END-IF
           PERFORM 4150-ALLOCATE-LINE THRU 4150-ALLOCATE-LINE-EXIT
           IF WS-ALLOC-QTY > ZERO
               PERFORM 4400-WRITE-BACKORDER
                   THRU 4400-WRITE-BACKORDER-EXIT
           END-IF
           PERFORM 4500-WRITE-PACK-LINE THRU 4500-WRITE-PACK-LINE-EXIT
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
       4100-PRINT-ONE-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4150-ALLOCATE-LINE - DRAW THE LINE'S QUANTITY DOWN FROM   *
      *>                      THE GRADE'S REMAINING ON-HAND STOCK. *
      *>                      WHATEVER THE STOCK CANNOT COVER IS   *
      *>                      THE SHORT (BACKORDER) QUANTITY.       *
      *>----------------------------------------------------------*
       4300-WRITE-SS-CARD.
           MOVE SR-LPID       TO WSC-LPID
           MOVE WS-ALLOC-QTY  TO WSC-STKQTY
           MOVE SR-CONDITION  TO WSC-STKCOND
           WRITE STOCK-OUT-RECORD FROM WS-STOCK-CARD
           ADD 1 TO WS-SS-CARD-COUNT
           MOVE WSC-LPID      TO WS-HASH-KEY
           PERFORM 8500-HASH-KEY THRU 8500-HASH-KEY-EXIT
           ADD WS-HASH-KEY-VALUE TO WS-CTL-HASH
           ADD 1 TO WS-CTL-COUNT
           PERFORM 4350-WRITE-HISTORY THRU 4350-WRITE-HISTORY-EXIT.
       4300-WRITE-SS-CARD-EXIT.
           EXIT.
           MOVE SR-ORDER-DATE TO OH-ORDER-DATE
           MOVE SR-ORDER-NO   TO OH-ORDER-NO
           MOVE SR-LPID       TO OH-LPID
           MOVE SR-CONDITION  TO OH-CONDITION
           MOVE WS-ALLOC-QTY  TO OH-QTY
           MOVE WS-UNIT-PRICE TO OH-UNIT-PRICE
           WRITE ORDER-HIST-RECORD
           MOVE SR-ORDER-NO   TO BCK-ORDER-NO
           MOVE WS-SHORT-QTY  TO BCK-QTY-SHORT
           MOVE SR-CUST-NAME  TO BCK-CUST-NAME
           MOVE SR-CUST-NO    TO BCK-CUST-NO
           MOVE ZERO          TO BCK-NOTICE-DATE
           MOVE SR-CONDITION  TO BCK-CONDITION
           WRITE BACKORDER-RECORD
           ADD 1            TO WS-BACKORD-COUNT
           ADD WS-SHORT-QTY TO WS-BACKORD-UNITS.
       4400-WRITE-BACKORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4500-WRITE-PACK-LINE - KEEP THE ALLOCATION OUTCOME OF     *
      *>                        EVERY LINE, WITH THE ALBUM NAME    *
      *>                        AND ARTIST THE HEADER JUST READ,   *
      *>                        FOR THE PACKING-SLIP SORT BY ORDER *
      *>----------------------------------------------------------*
       4500-WRITE-PACK-LINE.
           MOVE SR-ORDER-NO   TO PW-ORDER-NO
           MOVE SR-ORDER-DATE TO PW-ORDER-DATE
           MOVE SR-SEQ        TO PW-SEQ
           MOVE SR-CUST-NO    TO PW-CUST-NO
           MOVE SR-CUST-NAME  TO PW-CUST-NAME
           MOVE SR-LPID       TO PW-LPID
           MOVE SR-CONDITION  TO PW-CONDITION
           MOVE LPM-LPNAME    TO PW-LPNAME
           MOVE LPM-LPARTIST  TO PW-LPARTIST
           MOVE WS-ALLOC-QTY  TO PW-ALLOC-QTY
           MOVE WS-SHORT-QTY  TO PW-SHORT-QTY
           WRITE PACK-WORK-RECORD.
       4500-WRITE-PACK-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4200-PRINT-ALBUM-HEADER - NAME AND ARTIST FOR THE PICK    *
      *>                           LOCATION.  THE ALBUM WAS ON THE *
           MOVE SPACES TO PICK-RPT-LINE
           WRITE PICK-RPT-LINE
           MOVE SR-LPID       TO WA-LPID
           MOVE SR-CONDITION  TO WA-CONDITION
           MOVE LPM-LPNAME    TO WA-LPNAME
           MOVE LPM-LPARTIST  TO WA-LPARTIST
           IF WS-AVAIL-QTY = ZERO
           EXIT.

      *>----------------------------------------------------------*
      *> 4250-FETCH-INVENTORY - THE ON-HAND QUANTITY AND PRICE FOR *
      *>                        THE NEW ALBUM AND GRADE GROUP.  NO *
      *>                        INVENTORY RECORD FOR THE GRADE     *
      *>                        MEANS NOTHING TO ALLOCATE.         *
      *>----------------------------------------------------------*
       4250-FETCH-INVENTORY.
           MOVE ZERO    TO WS-AVAIL-QTY
           MOVE ZERO    TO WS-UNIT-PRICE
           MOVE SR-LPID      TO INV-LPID
           MOVE SR-CONDITION TO INV-CONDITION
           READ INV-MASTER
               INVALID KEY
                   CONTINUE
           MOVE WS-BACKORD-UNITS                    TO WS-SUMMARY-COUNT
           WRITE PICK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "PACKING SLIPS PRINTED.........."  TO WS-SUMMARY-TEXT
           MOVE WS-SLIP-COUNT                       TO WS-SUMMARY-COUNT
           WRITE PICK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "MANIFEST RECORDS WRITTEN......."  TO WS-SUMMARY-TEXT
           MOVE WS-MANIFEST-COUNT                   TO WS-SUMMARY-COUNT
           WRITE PICK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ORDERS WHOLLY BACKORDERED......"  TO WS-SUMMARY-TEXT
           MOVE WS-ALL-BACKORD-COUNT                TO WS-SUMMARY-COUNT
           WRITE PICK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ORDER LINES REJECTED..........."  TO WS-SUMMARY-TEXT
           MOVE WS-REJECTED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE REJECT-RPT-LINE FROM WS-SUMMARY-LINE

           PERFORM 5500-WRITE-CTL-TRAILER
               THRU 5500-WRITE-CTL-TRAILER-EXIT

           CLOSE ORDER-IN
           CLOSE LP-MASTER
           CLOSE INV-MASTER
           CLOSE PICK-RPT
           CLOSE STOCK-OUT
           CLOSE BACKORDER-OUT
           CLOSE ORDER-HIST
           CLOSE SLIP-RPT
           CLOSE MANIFEST-OUT.
       5000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5500-WRITE-CTL-TRAILER - CLOSE THE ORDSTK HANDOFF WITH    *
      *>                          A CT CARD CARRYING ITS COUNT     *
      *>                          AND KEY HASH TOTAL, AND LOG THE  *
      *>                          SAME TOTALS ON CTLTOTS           *
      *>----------------------------------------------------------*
       5500-WRITE-CTL-TRAILER.
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CT'           TO WCC-CODE
           MOVE "ORDINTAK"     TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE WS-CTL-COUNT   TO WCC-COUNT
           MOVE WS-CTL-HASH    TO WCC-HASH
           WRITE STOCK-OUT-RECORD FROM WS-CONTROL-CARD

           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND CTL-TOTALS
           MOVE WS-RUN-DATE    TO CTL-RUN-DATE
           MOVE WS-TIME-HHMMSS TO CTL-RUN-TIME
           MOVE "ORDINTAK"     TO CTL-STEP-NAME
           MOVE "ORDSTK"       TO CTL-FILE-NAME
           MOVE 'O'            TO CTL-DIRECTION
           MOVE 'R'            TO CTL-WRITE-MODE
           MOVE "ORDINTAK"     TO CTL-SEG-STEP
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
       5500-WRITE-CTL-TRAILER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6000-RELEASE-PACK-LINES - INPUT PROCEDURE: FEED THE       *
      *>                           ALLOCATED ORDER LINES BACK IN   *
      *>                           BY ORDER NUMBER.  WITHIN AN     *
      *>                           ORDER, LINES THAT ALLOCATED     *
      *>                           SORT AHEAD OF LINES THAT WENT   *
      *>                           WHOLLY TO BACKORDER, SO AN      *
      *>                           ORDER WHOSE FIRST LINE HAS      *
      *>                           NOTHING ALLOCATED HAS NOTHING   *
      *>                           TO SHIP AT ALL.                 *
      *>----------------------------------------------------------*
       6000-RELEASE-PACK-LINES.
           OPEN INPUT PACK-WORK
           PERFORM 8200-READ-PACK-LINE THRU 8200-READ-PACK-LINE-EXIT
           PERFORM 6050-RELEASE-ONE THRU 6050-RELEASE-ONE-EXIT
               UNTIL WS-PACK-EOF
           CLOSE PACK-WORK.
       6000-RELEASE-PACK-LINES-EXIT.
           EXIT.

       6050-RELEASE-ONE.
           MOVE PW-ORDER-NO   TO SP-ORDER-NO
           IF PW-ALLOC-QTY > ZERO
               MOVE 'A' TO SP-ALLOC-FLAG
           ELSE
               MOVE 'B' TO SP-ALLOC-FLAG
           END-IF
           MOVE PW-SEQ        TO SP-SEQ
           MOVE PW-ORDER-DATE TO SP-ORDER-DATE
           MOVE PW-CUST-NO    TO SP-CUST-NO
           MOVE PW-CUST-NAME  TO SP-CUST-NAME
           MOVE PW-LPID       TO SP-LPID
           MOVE PW-CONDITION  TO SP-CONDITION
           MOVE PW-LPNAME     TO SP-LPNAME
           MOVE PW-LPARTIST   TO SP-LPARTIST
           MOVE PW-ALLOC-QTY  TO SP-ALLOC-QTY
           MOVE PW-SHORT-QTY  TO SP-SHORT-QTY
           RELEASE SLIP-SORT-RECORD
           PERFORM 8200-READ-PACK-LINE THRU 8200-READ-PACK-LINE-EXIT.
       6050-RELEASE-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6100-PRINT-PACKING-SLIPS - OUTPUT PROCEDURE: ONE PACKING  *
      *>                            SLIP AND ONE MANIFEST RECORD   *
      *>                            PER ORDER WITH ANYTHING TO     *
      *>                            SHIP                           *
      *>----------------------------------------------------------*
       6100-PRINT-PACKING-SLIPS.
           MOVE SPACES TO WS-PREV-ORDER-NO
           PERFORM 6950-RETURN-SLIP THRU 6950-RETURN-SLIP-EXIT
           PERFORM 6200-SLIP-ONE-LINE THRU 6200-SLIP-ONE-LINE-EXIT
               UNTIL WS-SLIP-EOF
           IF WS-PREV-ORDER-NO NOT = SPACES
               PERFORM 6400-END-ORDER THRU 6400-END-ORDER-EXIT
           END-IF.
       6100-PRINT-PACKING-SLIPS-EXIT.
           EXIT.

       6200-SLIP-ONE-LINE.
           IF SP-ORDER-NO NOT = WS-PREV-ORDER-NO
               IF WS-PREV-ORDER-NO NOT = SPACES
                   PERFORM 6400-END-ORDER THRU 6400-END-ORDER-EXIT
               END-IF
               PERFORM 6300-START-ORDER THRU 6300-START-ORDER-EXIT
           END-IF
           IF NOT WS-SKIP-ORDER
               PERFORM 6500-PRINT-SLIP-LINE
                   THRU 6500-PRINT-SLIP-LINE-EXIT
           END-IF
           PERFORM 6950-RETURN-SLIP THRU 6950-RETURN-SLIP-EXIT.
       6200-SLIP-ONE-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6300-START-ORDER - A WHOLLY BACKORDERED ORDER GETS NO     *
      *>                    SLIP.  OTHERWISE PRINT THE SLIP HEAD   *
      *>                    WITH THE SHIP-TO NAME AND ADDRESS FROM *
      *>                    THE CUSTOMER MASTER.                    *
      *>----------------------------------------------------------*
       6300-START-ORDER.
           MOVE SP-ORDER-NO TO WS-PREV-ORDER-NO
           MOVE ZERO        TO WS-SLIP-UNITS
           IF SP-ALLOC-QTY = ZERO
               MOVE 'Y' TO WS-SKIP-ORDER-SWITCH
               ADD 1 TO WS-ALL-BACKORD-COUNT
               GO TO 6300-START-ORDER-EXIT
           END-IF
           MOVE 'N' TO WS-SKIP-ORDER-SWITCH
           MOVE SP-CUST-NO TO CUS-CUSTNO
           READ CUST-MASTER
               INVALID KEY
                   MOVE SP-CUST-NAME TO CUS-NAME
                   MOVE SPACES       TO CUS-ADDRESS
                   MOVE SPACES       TO CUS-CITY
                   MOVE SPACES       TO CUS-POSTCODE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO SLIP-RPT-LINE
           WRITE SLIP-RPT-LINE
           MOVE SP-ORDER-NO   TO WH-ORDER-NO
           MOVE SP-ORDER-DATE TO WH-ORDER-DATE
           MOVE SP-CUST-NO    TO WH-CUST-NO
           WRITE SLIP-RPT-LINE FROM WS-SLIP-HEAD-LINE
           MOVE CUS-NAME      TO WH-ADDR-TEXT
           WRITE SLIP-RPT-LINE FROM WS-SLIP-ADDR-LINE
           MOVE CUS-ADDRESS   TO WH-ADDR-TEXT
           WRITE SLIP-RPT-LINE FROM WS-SLIP-ADDR-LINE
           MOVE CUS-CITY      TO WH-ADDR-TEXT
           WRITE SLIP-RPT-LINE FROM WS-SLIP-ADDR-LINE
           MOVE CUS-POSTCODE  TO WH-ADDR-TEXT
           WRITE SLIP-RPT-LINE FROM WS-SLIP-ADDR-LINE
           MOVE SPACES TO SLIP-RPT-LINE
           WRITE SLIP-RPT-LINE
           ADD 1 TO WS-SLIP-COUNT.
       6300-START-ORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6400-END-ORDER - CLOSE THE SLIP WITH THE PARCEL UNIT      *
      *>                  COUNT AND WRITE THE PARCEL'S MANIFEST    *
      *>                  RECORD FOR THE CARRIER                    *
      *>----------------------------------------------------------*
       6400-END-ORDER.
           IF WS-SKIP-ORDER
               GO TO 6400-END-ORDER-EXIT
           END-IF
           MOVE WS-SLIP-UNITS TO WT-UNITS
           WRITE SLIP-RPT-LINE FROM WS-SLIP-TOTAL-LINE
           MOVE WS-PREV-ORDER-NO TO MAN-ORDER-NO
           MOVE WS-RUN-DATE      TO MAN-SHIP-DATE
           MOVE CUS-CUSTNO       TO MAN-CUST-NO
           MOVE CUS-NAME         TO MAN-SHIP-NAME
           MOVE CUS-ADDRESS      TO MAN-SHIP-ADDRESS
           MOVE CUS-CITY         TO MAN-SHIP-CITY
           MOVE CUS-POSTCODE     TO MAN-POSTCODE
           MOVE WS-SLIP-UNITS    TO MAN-UNIT-COUNT
           WRITE MANIFEST-RECORD
           ADD 1 TO WS-MANIFEST-COUNT.
       6400-END-ORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6500-PRINT-SLIP-LINE - ONE LINE PER ORDER LINE: THE UNITS *
      *>                        PACKED, WITH A NOTE OF ANY UNITS   *
      *>                        LEFT ON BACKORDER                  *
      *>----------------------------------------------------------*
       6500-PRINT-SLIP-LINE.
           MOVE SP-ALLOC-QTY  TO WI-QTY
           MOVE SP-LPID       TO WI-LPID
           MOVE SP-CONDITION  TO WI-CONDITION
           MOVE SP-LPNAME     TO WI-LPNAME
           MOVE SP-LPARTIST   TO WI-LPARTIST
           MOVE SPACES        TO WI-NOTE
           IF SP-SHORT-QTY > ZERO
               MOVE "*** BACKORDERED   " TO WI-NOTE-TAG
               MOVE SP-SHORT-QTY         TO WI-NOTE-QTY
           END-IF
           WRITE SLIP-RPT-LINE FROM WS-SLIP-ITEM-LINE
           ADD SP-ALLOC-QTY TO WS-SLIP-UNITS.
       6500-PRINT-SLIP-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-SORTED - RETURN THE NEXT SORTED ORDER LINE   *
      *>----------------------------------------------------------*
       6900-RETURN-SORTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6950-RETURN-SLIP - RETURN THE NEXT LINE IN ORDER NUMBER   *
      *>                    SEQUENCE                                *
      *>----------------------------------------------------------*
       6950-RETURN-SLIP.
           RETURN SORT-SLIP
               AT END
                   SET WS-SLIP-EOF TO TRUE
           END-RETURN.
       6950-RETURN-SLIP-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-ORDER - READ THE NEXT ORDER LINE, SET EOF      *
      *>----------------------------------------------------------*
           END-READ.
       8000-READ-ORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8200-READ-PACK-LINE - READ THE NEXT ALLOCATED LINE BACK,  *
      *>                       SET EOF                              *
      *>----------------------------------------------------------*
       8200-READ-PACK-LINE.
           READ PACK-WORK
               AT END
                   SET WS-PACK-EOF TO TRUE
           END-READ.
       8200-READ-PACK-LINE-EXIT.
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
