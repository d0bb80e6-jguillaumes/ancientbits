      *>                 EVER EXISTED FOR IT), SO THE INVRECOV     *
      *>                 REPLAY AND THE SALES ANALYSIS SEE THE     *
      *>                 SAME MOVEMENTS THE MASTER TOOK.           *
      *> 2026-10-15  DP  APPLY SC CUSTOMER RETURNS FROM THE        *
      *>                 RETURNS INTAKE.  THE RETURNED UNITS GO    *
      *>                 BACK ON HAND THE WAY A RECEIPT DOES (AND  *
      *>                 MAY RELEASE WAITING BACKORDERS), BUT ARE  *
      *>                 COUNTED, TRACED AND LEDGERED UNDER THEIR  *
      *>                 OWN SC CODE SO THE SALES ANALYSIS CAN NET *
      *>                 THEM OUT OF THE SALES THEY REVERSE.       *
      *> 2026-10-15  DP  MATCH SR RECEIPTS TO OPEN PURCHASE        *
      *>                 ORDERS.  THE OPEN POMAST LINES ARE LOADED *
      *>                 UP FRONT; AN APPLIED RECEIPT CLOSES OUT   *
      *>                 THE OLDEST OPEN LINES FOR THE ALBUM (ONLY *
      *>                 THE NAMED PO'S WHEN THE CARD CARRIES      *
      *>                 STKPONO), AND A LINE RECEIVED IN FULL IS  *
      *>                 CLOSED.  UNITS NO OPEN LINE COVERS STILL  *
      *>                 GO ON HAND BUT ARE LISTED ON THE POEXCEPT *
      *>                 OVER-RECEIPT / UNORDERED-RECEIPT LIST FOR *
      *>                 PURCHASING.                               *
      *> 2026-10-15  DP  KEEP A MOVING-AVERAGE UNIT COST ON THE    *
      *>                 INVENTORY MASTER.  AN SR RECEIPT CARRYING *
      *>                 STKCOST IS AVERAGED INTO INV-AVG-COST,    *
      *>                 WEIGHTED BY THE UNITS ALREADY ON HAND;    *
      *>                 RECEIPTS WITHOUT A COST LEAVE IT ALONE    *
      *>                 AND ARE COUNTED ON THE SUMMARY.  THE      *
      *>                 AVERAGE COST IN EFFECT IS CARRIED ONTO    *
      *>                 EVERY STKLEDGR RECORD BESIDE THE UNIT     *
      *>                 PRICE SO THE MARGIN ANALYSIS CAN COST     *
      *>                 EACH SALE AS IT WAS MADE.                 *
      *> 2026-10-15  DP  CARRY THE CUSTOMER NUMBER AND THE DATE OF *
      *>                 THE LAST DELAY NOTICE ON EACH BACKORDER,  *
      *>                 FOR THE BCKAGE AGING RUN.  AN OLDER       *
      *>                 CARRIED RECORD WITHOUT THEM CARRIES       *
      *>                 FORWARD WITH A ZERO NOTICE DATE.          *
      *> 2026-10-15  DP  PROVE THE STRANSOUT HANDOFF BEFORE        *
      *>                 ANYTHING IS APPLIED.  EVERY CH/CT SEGMENT *
      *>                 MUST BALANCE TO ITS TRAILER (RECORD COUNT *
      *>                 AND LPID HASH TOTAL) AND MATCH A          *
      *>                 GENERATION STKEDIT LOGGED ON CTLTOTS THAT *
      *>                 IS NOT YET CONSUMED.  OTHERWISE INVMAST,  *
      *>                 POMAST AND BACKOUT ARE NOT OPENED AND THE *
      *>                 RUN ENDS RC 12.  THE SEGMENTS CONSUMED    *
      *>                 ARE LOGGED ON CTLTOTS.                    *
      *> 2026-10-15  DP  INVENTORY IS HELD PER ALBUM AND CONDITION *
      *>                 GRADE.  EACH CARD NAMES THE GRADE IT      *
      *>                 MOVES (SP CARRIES ITS OWN STKCOND) AND    *
      *>                 INVMAST IS READ ON LPID PLUS GRADE.  A    *
      *>                 RECEIPT NO LONGER OVERWRITES THE          *
      *>                 CONDITION - A NEW GRADE OPENS ITS OWN     *
      *>                 RECORD, AS DOES A RETURN.  A BACKORDER    *
      *>                 FOR A GRADE IS ONLY RELEASED FROM THAT    *
      *>                 GRADE; ONE CARRIED WITHOUT A GRADE IS     *
      *>                 RELEASED FROM ANY.  THE RELEASE SS LEDGER *
      *>                 RECORD AND THE SUPPLEMENT PICKING LINE    *
      *>                 NAME THE GRADE.                           *
      *> 2026-10-15  DP  THE LEDGER RECORD CARRIES THE OPERATOR ID *
      *>                 AND SOURCE CODE OF THE STRANS CARD        *
      *>                 APPLIED.  A BACKORDER RELEASE, WHICH HAS  *
      *>                 NO CARD OF ITS OWN, IS STAMPED OPERATOR   *
      *>                 STKLOAD, SOURCE BR.                       *
      *> 2026-10-15  DP  LOOK FOR THE STKEDIT GENERATION UNDER THE *
      *>                 CONTROL NAME STRNSOUT, AS STKEDIT NOW     *
      *>                 LOGS IT; THE TRUNCATED FULL NAME NEVER    *
      *>                 MATCHED, SO EVERY RUN WAS REFUSED.  A     *
      *>                 REFUSED RUN LOGS EVERY SEGMENT OUT OF     *
      *>                 BALANCE SO NO GENERATION IS DROPPED       *
      *>                 UNAPPLIED.                                *
      *> 2026-10-15  DP  A SEGMENT CARRIED TWICE ON THE HANDOFF    *
      *>                 FILE IS REFUSED AS REPEATED INSTEAD OF    *
      *>                 BALANCING AGAIN AGAINST ITS PENDING       *
      *>                 GENERATION, SO NO CARD IS APPLIED TWICE.  *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
           SELECT OPTIONAL STOCK-LEDGER ASSIGN TO "STKLEDGR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-MASTER ASSIGN TO "POMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PO-KEY.

           SELECT PO-EXCEPT       ASSIGN TO "POEXCEPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTL-TOTALS ASSIGN TO "CTLTOTS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STRANS-IN

       FD  BACKORDER-OUT
           RECORDING MODE IS F.
       01  BACKORDER-OUT-RECORD  PIC X(71).

       FD  SUPP-PICK
           RECORDING MODE IS F.
       01  STOCK-LEDGER-RECORD.
           COPY STKLEDG.

       FD  PO-MASTER.
           COPY POMAST.

       FD  PO-EXCEPT
           RECORDING MODE IS F.
       01  PO-EXCEPT-LINE        PIC X(132).

       FD  CTL-TOTALS
           RECORDING MODE IS F.
       01  CTL-TOTAL-RECORD.
           COPY CTLTOT.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
       77  WS-SALE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-ADJUST-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-PRICE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-RETURN-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.

       77  WS-RELEASE-UNITS        PIC 9(09) COMP VALUE ZERO.
       77  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.

       77  WS-PO-EOF-SWITCH        PIC X(01)     VALUE 'N'.
           88 WS-PO-EOF            VALUE 'Y'.

       77  WS-PO-MATCHED-SWITCH    PIC X(01)     VALUE 'N'.
           88 WS-PO-MATCHED        VALUE 'Y'.

       77  WS-PO-DONE-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-PO-DONE           VALUE 'Y'.

       77  WS-PO-MAX               PIC 9(05) COMP VALUE 3000.
       77  WS-PO-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-PO-BEST              PIC 9(05) COMP VALUE ZERO.
       77  WS-PO-LEFT-QTY          PIC 9(05) COMP VALUE ZERO.
       77  WS-PO-TAKE-QTY          PIC 9(05) COMP VALUE ZERO.
       77  WS-PO-LINE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-PO-CLOSED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-PO-OVER-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-PO-UNORDERED-COUNT   PIC 9(07) COMP VALUE ZERO.
       77  WS-PO-NOT-LOADED        PIC 9(07) COMP VALUE ZERO.

       77  WS-COST-UNITS           PIC 9(07) COMP VALUE ZERO.
       77  WS-COSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCOSTED-COUNT       PIC 9(07) COMP VALUE ZERO.

       77  WS-HASH-SUB             PIC 9(01) COMP VALUE ZERO.
       77  WS-HASH-KEY-VALUE       PIC 9(10) COMP VALUE ZERO.

       77  WS-CTL-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-CTL-EOF           VALUE 'Y'.

       77  WS-CHK-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-CHK-EOF           VALUE 'Y'.

       77  WS-IN-SEGMENT-SWITCH    PIC X(01)     VALUE 'N'.
           88 WS-IN-SEGMENT        VALUE 'Y'.

       77  WS-REFUSED-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-CONTROL-REFUSED   VALUE 'Y'.

       77  WS-CTL-FULL-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-CTL-TABLE-FULL    VALUE 'Y'.

       77  WS-PND-MAX              PIC 9(03) COMP VALUE 200.
       77  WS-PND-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-SEG-MAX              PIC 9(03) COMP VALUE 50.
       77  WS-SEG-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-CHK-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CHK-HASH             PIC 9(18) COMP VALUE ZERO.
       77  WS-LOOSE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-LOOSE-HASH           PIC 9(18) COMP VALUE ZERO.
       77  WS-CHK-REASON           PIC X(30)     VALUE SPACES.

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

      *>----------------------------------------------------------*
      *> HANDOFF GENERATIONS STILL WAITING TO BE CONSUMED, AS THE  *
      *> PRODUCERS LOGGED THEM ON CTLTOTS, AND THE RESULT OF       *
      *> CHECKING EACH CH/CT SEGMENT FOUND ON THE FILE             *
      *>----------------------------------------------------------*
       01  WS-PENDING-TABLE.
           03 WS-PND-ENTRY         OCCURS 200 TIMES
                                    INDEXED BY WS-PND-IX.
              05 WS-PND-STATE      PIC X(01).
                 88 WS-PND-OPEN    VALUE 'P'.
                 88 WS-PND-FREE    VALUE 'F'.
              05 WS-PND-SEEN       PIC X(01).
                 88 WS-PND-WAS-SEEN VALUE 'Y'.
              05 WS-PND-FILE       PIC X(08).
              05 WS-PND-STEP       PIC X(08).
              05 WS-PND-DATE       PIC 9(08).
              05 WS-PND-TIME       PIC 9(06).
              05 WS-PND-COUNT      PIC 9(07).
              05 WS-PND-HASH       PIC 9(18).

       01  WS-SEGMENT-TABLE.
           03 WS-SEG-ENTRY         OCCURS 50 TIMES
                                    INDEXED BY WS-SEG-IX.
              05 WS-SEG-RESULT.
                 07 WS-SEG-STEP          PIC X(08).
                 07 WS-SEG-DATE          PIC 9(08).
                 07 WS-SEG-TIME          PIC 9(06).
                 07 WS-SEG-EXPECT-COUNT  PIC 9(07).
                 07 WS-SEG-EXPECT-HASH   PIC 9(18).
                 07 WS-SEG-FOUND-COUNT   PIC 9(07).
                 07 WS-SEG-FOUND-HASH    PIC 9(18).
                 07 WS-SEG-REASON        PIC X(30).
                 07 WS-SEG-STATUS        PIC X(01).
                    88 WS-SEG-BALANCED   VALUE 'B'.

       01  WS-RESULT.
           03 WRS-STEP             PIC X(08).
           03 WRS-DATE             PIC 9(08).
           03 WRS-TIME             PIC 9(06).
           03 WRS-EXPECT-COUNT     PIC 9(07).
           03 WRS-EXPECT-HASH      PIC 9(18).
           03 WRS-FOUND-COUNT      PIC 9(07).
           03 WRS-FOUND-HASH       PIC 9(18).
           03 WRS-REASON           PIC X(30).
           03 WRS-STATUS           PIC X(01).

       01  WS-CONTROL-HEADING.
           03 FILLER               PIC X(34)  VALUE
              "HANDOFF CONTROL TOTALS CHECKED ON ".
           03 WCH-FILE             PIC X(08).

       01  WS-CONTROL-COLUMNS.
           03 FILLER               PIC X(27)  VALUE
              "PRODUCER  DATE     TIME".
           03 FILLER               PIC X(11)  VALUE "   EXPECTED".
           03 FILLER               PIC X(11)  VALUE "      FOUND".
           03 FILLER               PIC X(20)  VALUE
              "       EXPECTED HASH".
           03 FILLER               PIC X(20)  VALUE
              "          FOUND HASH".
           03 FILLER               PIC X(08)  VALUE "  RESULT".

       01  WS-CONTROL-LINE.
           03 WCL-STEP             PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WCL-DATE             PIC 9(08).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WCL-TIME             PIC 9(06).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WCL-EXPECT-COUNT     PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WCL-FOUND-COUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WCL-EXPECT-HASH      PIC Z(17)9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WCL-FOUND-HASH       PIC Z(17)9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WCL-RESULT           PIC X(30).

       01  WS-CONTROL-MESSAGE.
           03 WCM-TEXT             PIC X(72).

       01  WS-PO-TABLE.
           03 WS-PO-ENTRY          OCCURS 3000 TIMES
                                    INDEXED BY WS-PO-IX.
              05 WS-PO-KEY.
                 07 WS-PO-SUPPLIER-NO PIC X(06).
                 07 WS-PO-NUMBER    PIC X(08).
                 07 WS-PO-LPID      PIC X(04).
              05 WS-PO-QTY-OPEN     PIC 9(05).

       01  WS-BACKORDER-TABLE.
           03 WS-BCK-ENTRY         OCCURS 5000 TIMES
                                    INDEXED BY WS-BCK-IX.
              05 WS-BCK-ORDER-NO    PIC X(08).
              05 WS-BCK-QTY-OPEN    PIC 9(05).
              05 WS-BCK-CUST-NAME   PIC X(30).
              05 WS-BCK-CUST-NO     PIC X(06).
              05 WS-BCK-NOTICE-DATE PIC 9(08).
              05 WS-BCK-CONDITION   PIC X(02).

       01  WS-RELEASE-TRANS.
           03 WRT-LPID              PIC X(04).
           03 WCO-ORDER-NO          PIC X(08).
           03 WCO-QTY-OPEN          PIC 9(05).
           03 WCO-CUST-NAME         PIC X(30).
           03 WCO-CUST-NO           PIC X(06).
           03 WCO-NOTICE-DATE       PIC 9(08).
           03 WCO-CONDITION         PIC X(02).

       01  WS-SUPP-LINE.
           03 WSP-LPID              PIC X(04).
           03 FILLER                PIC X(01)  VALUE SPACES.
           03 WSP-CONDITION         PIC X(02).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WSP-LPNAME            PIC X(40).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WE-STEXT               PIC X(84).

       01  WS-PO-EXCEPT-LINE.
           03 WPX-LABEL             PIC X(24).
           03 WPX-LPID              PIC X(04).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WPX-LPNAME            PIC X(40).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WPX-PO-NUMBER         PIC X(08).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WPX-RECEIVED          PIC ZZ,ZZ9.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WPX-UNCOVERED         PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF WS-CONTROL-REFUSED
               PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
               GOBACK
           END-IF
           PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - PROVE THE HANDOFF, OPEN FILES, PRIME   *
      *>                   THE FIRST RECORD                       *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1500-CHECK-CONTROL THRU 1500-CHECK-CONTROL-EXIT
           IF WS-CONTROL-REFUSED
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT  STRANS-IN
           OPEN I-O    INV-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT SUPP-PICK
           OPEN EXTEND STOCK-TRACE
           OPEN EXTEND STOCK-LEDGER
           OPEN I-O    PO-MASTER
           OPEN OUTPUT PO-EXCEPT
           PERFORM 1580-PRINT-CONTROL THRU 1580-PRINT-CONTROL-EXIT
           PERFORM 1100-LOAD-BACKORDERS
               THRU 1100-LOAD-BACKORDERS-EXIT
           PERFORM 1200-LOAD-OPEN-POS THRU 1200-LOAD-OPEN-POS-EXIT
           PERFORM 8000-READ-TRANS THRU 8000-READ-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
               MOVE BCK-ORDER-NO   TO WS-BCK-ORDER-NO (WS-BCK-IX)
               MOVE BCK-QTY-SHORT  TO WS-BCK-QTY-OPEN (WS-BCK-IX)
               MOVE BCK-CUST-NAME  TO WS-BCK-CUST-NAME (WS-BCK-IX)
               MOVE BCK-CUST-NO    TO WS-BCK-CUST-NO (WS-BCK-IX)
               IF BCK-NOTICE-DATE NOT NUMERIC
                   MOVE ZERO TO BCK-NOTICE-DATE
               END-IF
               MOVE BCK-NOTICE-DATE
                   TO WS-BCK-NOTICE-DATE (WS-BCK-IX)
               MOVE BCK-CONDITION  TO WS-BCK-CONDITION (WS-BCK-IX)
           ELSE
               WRITE BACKORDER-OUT-RECORD FROM BACKORDER-RECORD
               ADD 1 TO WS-CARRIED-COUNT
       1110-LOAD-ONE-BACKORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1200-LOAD-OPEN-POS - PULL EVERY OPEN PO LINE WITH UNITS   *
      *>                      STILL TO COME INTO THE TABLE, IN KEY *
      *>                      ORDER.  A LINE PAST THE TABLE LIMIT  *
      *>                      CANNOT BE MATCHED THIS RUN AND IS    *
      *>                      COUNTED ON THE PO EXCEPTION LIST.    *
      *>----------------------------------------------------------*
       1200-LOAD-OPEN-POS.
           PERFORM 8200-READ-PO-NEXT THRU 8200-READ-PO-NEXT-EXIT
           PERFORM 1210-LOAD-ONE-PO-LINE THRU 1210-LOAD-ONE-PO-LINE-EXIT
               UNTIL WS-PO-EOF.
       1200-LOAD-OPEN-POS-EXIT.
           EXIT.

       1210-LOAD-ONE-PO-LINE.
           IF PO-STATUS-OPEN
              AND PO-QTY-RECEIVED < PO-QTY-ORDERED
               IF WS-PO-COUNT < WS-PO-MAX
                   ADD 1 TO WS-PO-COUNT
                   SET WS-PO-IX TO WS-PO-COUNT
                   MOVE PO-KEY TO WS-PO-KEY (WS-PO-IX)
                   COMPUTE WS-PO-QTY-OPEN (WS-PO-IX) =
                       PO-QTY-ORDERED - PO-QTY-RECEIVED
               ELSE
                   ADD 1 TO WS-PO-NOT-LOADED
               END-IF
           END-IF
           PERFORM 8200-READ-PO-NEXT THRU 8200-READ-PO-NEXT-EXIT.
       1210-LOAD-ONE-PO-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1500-CHECK-CONTROL - PROVE THE STRANSOUT HANDOFF BEFORE   *
      *>                      ANYTHING IS APPLIED.  EVERY CH/CT    *
      *>                      SEGMENT ON THE FILE MUST BALANCE TO  *
      *>                      ITS OWN TRAILER AND BE A GENERATION  *
      *>                      ITS PRODUCER LOGGED ON CTLTOTS THAT  *
      *>                      HAS NOT BEEN CONSUMED YET, AND EVERY *
      *>                      SUCH GENERATION MUST BE ON THE FILE. *
      *>----------------------------------------------------------*
       1500-CHECK-CONTROL.
           PERFORM 1510-LOAD-PENDING THRU 1510-LOAD-PENDING-EXIT
           MOVE 'N' TO WS-CHK-EOF-SWITCH
           OPEN INPUT STRANS-IN
           PERFORM 1530-READ-CHECK THRU 1530-READ-CHECK-EXIT
           PERFORM 1540-CHECK-ONE-CARD THRU 1540-CHECK-ONE-CARD-EXIT
               UNTIL WS-CHK-EOF
           CLOSE STRANS-IN
           IF WS-IN-SEGMENT
               MOVE "TRAILER MISSING - FILE CUT SHORT" TO WS-CHK-REASON
               PERFORM 1560-CLOSE-SEGMENT THRU 1560-CLOSE-SEGMENT-EXIT
           END-IF
           PERFORM 1570-CHECK-MISSING THRU 1570-CHECK-MISSING-EXIT
               VARYING WS-PND-IX FROM 1 BY 1
               UNTIL WS-PND-IX > WS-PND-USED
           IF WS-LOOSE-COUNT > ZERO
               PERFORM 1575-NOTE-LOOSE-CARDS
                   THRU 1575-NOTE-LOOSE-CARDS-EXIT
           END-IF
           IF WS-CTL-TABLE-FULL
               SET WS-CONTROL-REFUSED TO TRUE
           END-IF.
       1500-CHECK-CONTROL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1510-LOAD-PENDING - REPLAY CTLTOTS.  A GENERATION LOGGED  *
      *>                     BY A PRODUCER OF STRANSOUT IS PENDING *
      *>                     UNTIL THIS STEP LOGS IT CONSUMED IN   *
      *>                     BALANCE; A PRODUCER THAT REWRITES ITS *
      *>                     FILE SUPERSEDES ITS OWN EARLIER       *
      *>                     GENERATIONS.                          *
      *>----------------------------------------------------------*
       1510-LOAD-PENDING.
           MOVE 'N' TO WS-CTL-EOF-SWITCH
           OPEN INPUT CTL-TOTALS
           PERFORM 8600-READ-CTL-TOTAL THRU 8600-READ-CTL-TOTAL-EXIT
           PERFORM 1520-APPLY-CTL-TOTAL THRU 1520-APPLY-CTL-TOTAL-EXIT
               UNTIL WS-CTL-EOF
           CLOSE CTL-TOTALS.
       1510-LOAD-PENDING-EXIT.
           EXIT.

       1520-APPLY-CTL-TOTAL.
           IF CTL-PRODUCED
              AND CTL-FILE-NAME = "STRNSOUT"
               PERFORM 1522-ADD-PENDING THRU 1522-ADD-PENDING-EXIT
           END-IF
           IF CTL-CONSUMED AND CTL-BALANCED
              AND CTL-STEP-NAME = "STKLOAD"
               PERFORM 1526-DROP-CONSUMED THRU 1526-DROP-CONSUMED-EXIT
           END-IF
           PERFORM 8600-READ-CTL-TOTAL THRU 8600-READ-CTL-TOTAL-EXIT.
       1520-APPLY-CTL-TOTAL-EXIT.
           EXIT.

       1522-ADD-PENDING.
           IF CTL-REPLACED
               PERFORM 1523-DROP-SUPERSEDED
                   THRU 1523-DROP-SUPERSEDED-EXIT
                   VARYING WS-PND-IX FROM 1 BY 1
                   UNTIL WS-PND-IX > WS-PND-USED
           END-IF
           SET WS-PND-IX TO 1
           SEARCH WS-PND-ENTRY
               AT END
                   PERFORM 1524-NEW-PENDING THRU 1524-NEW-PENDING-EXIT
               WHEN WS-PND-IX > WS-PND-USED
                   PERFORM 1524-NEW-PENDING THRU 1524-NEW-PENDING-EXIT
               WHEN WS-PND-FREE (WS-PND-IX)
                   PERFORM 1525-FILL-PENDING THRU 1525-FILL-PENDING-EXIT
           END-SEARCH.
       1522-ADD-PENDING-EXIT.
           EXIT.

       1523-DROP-SUPERSEDED.
           IF WS-PND-OPEN (WS-PND-IX)
              AND WS-PND-FILE (WS-PND-IX) = CTL-FILE-NAME
              AND WS-PND-STEP (WS-PND-IX) = CTL-SEG-STEP
               MOVE 'F' TO WS-PND-STATE (WS-PND-IX)
           END-IF.
       1523-DROP-SUPERSEDED-EXIT.
           EXIT.

       1524-NEW-PENDING.
           IF WS-PND-USED NOT < WS-PND-MAX
               SET WS-CTL-TABLE-FULL TO TRUE
               GO TO 1524-NEW-PENDING-EXIT
           END-IF
           ADD 1 TO WS-PND-USED
           SET WS-PND-IX TO WS-PND-USED
           PERFORM 1525-FILL-PENDING THRU 1525-FILL-PENDING-EXIT.
       1524-NEW-PENDING-EXIT.
           EXIT.

       1525-FILL-PENDING.
           MOVE 'P'              TO WS-PND-STATE (WS-PND-IX)
           MOVE 'N'              TO WS-PND-SEEN (WS-PND-IX)
           MOVE CTL-FILE-NAME    TO WS-PND-FILE (WS-PND-IX)
           MOVE CTL-SEG-STEP     TO WS-PND-STEP (WS-PND-IX)
           MOVE CTL-SEG-DATE     TO WS-PND-DATE (WS-PND-IX)
           MOVE CTL-SEG-TIME     TO WS-PND-TIME (WS-PND-IX)
           MOVE CTL-RECORD-COUNT TO WS-PND-COUNT (WS-PND-IX)
           MOVE CTL-HASH-TOTAL   TO WS-PND-HASH (WS-PND-IX).
       1525-FILL-PENDING-EXIT.
           EXIT.

       1526-DROP-CONSUMED.
           SET WS-PND-IX TO 1
           SEARCH WS-PND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PND-IX > WS-PND-USED
                   CONTINUE
               WHEN WS-PND-OPEN (WS-PND-IX)
                AND WS-PND-STEP (WS-PND-IX) = CTL-SEG-STEP
                AND WS-PND-DATE (WS-PND-IX) = CTL-SEG-DATE
                AND WS-PND-TIME (WS-PND-IX) = CTL-SEG-TIME
                   MOVE 'F' TO WS-PND-STATE (WS-PND-IX)
           END-SEARCH.
       1526-DROP-CONSUMED-EXIT.
           EXIT.

       1530-READ-CHECK.
           READ STRANS-IN INTO WS-CONTROL-CARD
               AT END
                   SET WS-CHK-EOF TO TRUE
           END-READ.
       1530-READ-CHECK-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1540-CHECK-ONE-CARD - A CH CARD OPENS A SEGMENT AND A CT  *
      *>                       CARD CLOSES IT; EVERY OTHER CARD IS *
      *>                       COUNTED AND ITS LPID HASHED INTO THE*
      *>                       OPEN SEGMENT, OR INTO THE LOOSE     *
      *>                       TOTALS WHEN NO SEGMENT IS OPEN.     *
      *>----------------------------------------------------------*
       1540-CHECK-ONE-CARD.
           EVALUATE TRUE
               WHEN WCC-HEADER
                   PERFORM 1550-OPEN-SEGMENT THRU 1550-OPEN-SEGMENT-EXIT
               WHEN WCC-TRAILER
                   PERFORM 1555-CHECK-TRAILER
                       THRU 1555-CHECK-TRAILER-EXIT
               WHEN WS-IN-SEGMENT
                   MOVE WCC-LPID TO WS-HASH-KEY
                   PERFORM 8500-HASH-KEY THRU 8500-HASH-KEY-EXIT
                   ADD WS-HASH-KEY-VALUE TO WS-CHK-HASH
                   ADD 1 TO WS-CHK-COUNT
               WHEN OTHER
                   MOVE WCC-LPID TO WS-HASH-KEY
                   PERFORM 8500-HASH-KEY THRU 8500-HASH-KEY-EXIT
                   ADD WS-HASH-KEY-VALUE TO WS-LOOSE-HASH
                   ADD 1 TO WS-LOOSE-COUNT
           END-EVALUATE
           PERFORM 1530-READ-CHECK THRU 1530-READ-CHECK-EXIT.
       1540-CHECK-ONE-CARD-EXIT.
           EXIT.

       1550-OPEN-SEGMENT.
           IF WS-IN-SEGMENT
               MOVE "TRAILER MISSING BEFORE HEADER" TO WS-CHK-REASON
               PERFORM 1560-CLOSE-SEGMENT THRU 1560-CLOSE-SEGMENT-EXIT
           END-IF
           MOVE WCC-STEP TO WRS-STEP
           MOVE WCC-DATE TO WRS-DATE
           MOVE WCC-TIME TO WRS-TIME
           MOVE ZERO     TO WRS-EXPECT-COUNT
           MOVE ZERO     TO WRS-EXPECT-HASH
           MOVE ZERO     TO WRS-FOUND-COUNT
           MOVE ZERO     TO WRS-FOUND-HASH
           MOVE SPACES   TO WRS-REASON
           MOVE 'B'      TO WRS-STATUS
           PERFORM 1565-ADD-RESULT THRU 1565-ADD-RESULT-EXIT
           IF WS-CTL-TABLE-FULL
               GO TO 1550-OPEN-SEGMENT-EXIT
           END-IF
           MOVE ZERO TO WS-CHK-COUNT
           MOVE ZERO TO WS-CHK-HASH
           MOVE 'Y'  TO WS-IN-SEGMENT-SWITCH.
       1550-OPEN-SEGMENT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1555-CHECK-TRAILER - THE TRAILER MUST COME FROM THE RUN   *
      *>                      THAT WROTE THE HEADER, CARRY THE     *
      *>                      COUNT AND HASH TOTAL JUST            *
      *>                      ACCUMULATED, AND AGREE WITH A PENDING*
      *>                      GENERATION ON CTLTOTS                *
      *>----------------------------------------------------------*
       1555-CHECK-TRAILER.
           IF NOT WS-IN-SEGMENT
               MOVE WCC-STEP  TO WRS-STEP
               MOVE WCC-DATE  TO WRS-DATE
               MOVE WCC-TIME  TO WRS-TIME
               MOVE WCC-COUNT TO WRS-EXPECT-COUNT
               MOVE WCC-HASH  TO WRS-EXPECT-HASH
               MOVE ZERO      TO WRS-FOUND-COUNT
               MOVE ZERO      TO WRS-FOUND-HASH
               MOVE "TRAILER WITHOUT A HEADER" TO WRS-REASON
               MOVE 'X'       TO WRS-STATUS
               PERFORM 1565-ADD-RESULT THRU 1565-ADD-RESULT-EXIT
               GO TO 1555-CHECK-TRAILER-EXIT
           END-IF
           MOVE WCC-COUNT TO WS-SEG-EXPECT-COUNT (WS-SEG-IX)
           MOVE WCC-HASH  TO WS-SEG-EXPECT-HASH (WS-SEG-IX)
           MOVE SPACES    TO WS-CHK-REASON
           IF WCC-STEP NOT = WS-SEG-STEP (WS-SEG-IX)
              OR WCC-DATE NOT = WS-SEG-DATE (WS-SEG-IX)
              OR WCC-TIME NOT = WS-SEG-TIME (WS-SEG-IX)
               MOVE "TRAILER IS FROM ANOTHER RUN" TO WS-CHK-REASON
               GO TO 1555-CHECK-TRAILER-CLOSE
           END-IF
           IF WCC-COUNT NOT = WS-CHK-COUNT
               MOVE "RECORD COUNT DOES NOT MATCH" TO WS-CHK-REASON
               GO TO 1555-CHECK-TRAILER-CLOSE
           END-IF
           IF WCC-HASH NOT = WS-CHK-HASH
               MOVE "HASH TOTAL DOES NOT MATCH" TO WS-CHK-REASON
               GO TO 1555-CHECK-TRAILER-CLOSE
           END-IF
           PERFORM 1558-MATCH-PENDING THRU 1558-MATCH-PENDING-EXIT.
       1555-CHECK-TRAILER-CLOSE.
           PERFORM 1560-CLOSE-SEGMENT THRU 1560-CLOSE-SEGMENT-EXIT.
       1555-CHECK-TRAILER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1558-MATCH-PENDING - A SEGMENT WHOSE RUN DATE AND TIME ARE*
      *>                      NOT PENDING IS AN OLD GENERATION OR  *
      *>                      ONE ALREADY APPLIED.  ONE CARRIED    *
      *>                      TWICE ON THE FILE IS REFUSED, SO NO  *
      *>                      CARD IS APPLIED TWICE                *
      *>----------------------------------------------------------*
       1558-MATCH-PENDING.
           SET WS-PND-IX TO 1
           SEARCH WS-PND-ENTRY
               AT END
                   MOVE "NOT THE CURRENT GENERATION" TO WS-CHK-REASON
               WHEN WS-PND-IX > WS-PND-USED
                   MOVE "NOT THE CURRENT GENERATION" TO WS-CHK-REASON
               WHEN WS-PND-OPEN (WS-PND-IX)
                AND WS-PND-STEP (WS-PND-IX) = WCC-STEP
                AND WS-PND-DATE (WS-PND-IX) = WCC-DATE
                AND WS-PND-TIME (WS-PND-IX) = WCC-TIME
                   IF WS-PND-WAS-SEEN (WS-PND-IX)
                       MOVE "SEGMENT REPEATED ON FILE"
                           TO WS-CHK-REASON
                   ELSE
                       PERFORM 1559-COMPARE-PENDING
                           THRU 1559-COMPARE-PENDING-EXIT
                   END-IF
           END-SEARCH.
       1558-MATCH-PENDING-EXIT.
           EXIT.

       1559-COMPARE-PENDING.
           MOVE 'Y' TO WS-PND-SEEN (WS-PND-IX)
           IF WS-PND-COUNT (WS-PND-IX) NOT = WS-CHK-COUNT
              OR WS-PND-HASH (WS-PND-IX) NOT = WS-CHK-HASH
               MOVE "DIFFERS FROM THE PRODUCER LOG" TO WS-CHK-REASON
           END-IF.
       1559-COMPARE-PENDING-EXIT.
           EXIT.

       1560-CLOSE-SEGMENT.
           MOVE WS-CHK-COUNT  TO WS-SEG-FOUND-COUNT (WS-SEG-IX)
           MOVE WS-CHK-HASH   TO WS-SEG-FOUND-HASH (WS-SEG-IX)
           MOVE WS-CHK-REASON TO WS-SEG-REASON (WS-SEG-IX)
           IF WS-CHK-REASON = SPACES
               MOVE 'B' TO WS-SEG-STATUS (WS-SEG-IX)
           ELSE
               MOVE 'X' TO WS-SEG-STATUS (WS-SEG-IX)
               SET WS-CONTROL-REFUSED TO TRUE
           END-IF
           MOVE 'N' TO WS-IN-SEGMENT-SWITCH.
       1560-CLOSE-SEGMENT-EXIT.
           EXIT.

       1565-ADD-RESULT.
           IF WS-SEG-USED NOT < WS-SEG-MAX
               SET WS-CTL-TABLE-FULL TO TRUE
               GO TO 1565-ADD-RESULT-EXIT
           END-IF
           ADD 1 TO WS-SEG-USED
           SET WS-SEG-IX TO WS-SEG-USED
           MOVE WS-RESULT TO WS-SEG-RESULT (WS-SEG-IX)
           IF WRS-STATUS NOT = 'B'
               SET WS-CONTROL-REFUSED TO TRUE
           END-IF.
       1565-ADD-RESULT-EXIT.
           EXIT.

       1570-CHECK-MISSING.
           IF WS-PND-OPEN (WS-PND-IX)
              AND NOT WS-PND-WAS-SEEN (WS-PND-IX)
               MOVE WS-PND-STEP (WS-PND-IX)  TO WRS-STEP
               MOVE WS-PND-DATE (WS-PND-IX)  TO WRS-DATE
               MOVE WS-PND-TIME (WS-PND-IX)  TO WRS-TIME
               MOVE WS-PND-COUNT (WS-PND-IX) TO WRS-EXPECT-COUNT
               MOVE WS-PND-HASH (WS-PND-IX)  TO WRS-EXPECT-HASH
               MOVE ZERO                     TO WRS-FOUND-COUNT
               MOVE ZERO                     TO WRS-FOUND-HASH
               MOVE "GENERATION MISSING FROM FILE" TO WRS-REASON
               MOVE 'X'                      TO WRS-STATUS
               PERFORM 1565-ADD-RESULT THRU 1565-ADD-RESULT-EXIT
           END-IF.
       1570-CHECK-MISSING-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1575-NOTE-LOOSE-CARDS - STOCK TRANSACTIONS OUTSIDE ANY    *
      *>                         CH/CT SEGMENT CANNOT BE PROVED AND*
      *>                         REFUSE THE FILE                   *
      *>----------------------------------------------------------*
       1575-NOTE-LOOSE-CARDS.
           MOVE SPACES         TO WRS-STEP
           MOVE WS-RUN-DATE    TO WRS-DATE
           MOVE ZERO           TO WRS-TIME
           MOVE WS-LOOSE-COUNT TO WRS-EXPECT-COUNT
           MOVE WS-LOOSE-HASH  TO WRS-EXPECT-HASH
           MOVE WS-LOOSE-COUNT TO WRS-FOUND-COUNT
           MOVE WS-LOOSE-HASH  TO WRS-FOUND-HASH
           MOVE "CARDS OUTSIDE A CH/CT SEGMENT"
                               TO WRS-REASON
           MOVE 'X'            TO WRS-STATUS
           PERFORM 1565-ADD-RESULT THRU 1565-ADD-RESULT-EXIT.
       1575-NOTE-LOOSE-CARDS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1580-PRINT-CONTROL - LIST EVERY SEGMENT CHECKED, WITH THE *
      *>                      REFUSAL WHEN THE FILE DID NOT PROVE  *
      *>----------------------------------------------------------*
       1580-PRINT-CONTROL.
           MOVE "STRNSOUT" TO WCH-FILE
           WRITE STOCK-RPT-LINE FROM WS-CONTROL-HEADING
           WRITE STOCK-RPT-LINE FROM WS-CONTROL-COLUMNS
           PERFORM 1585-PRINT-ONE-SEGMENT
               THRU 1585-PRINT-ONE-SEGMENT-EXIT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           IF WS-SEG-USED = ZERO
               MOVE "NO CONTROL SEGMENTS ON THE FILE AND NONE PENDING"
                   TO WCM-TEXT
               WRITE STOCK-RPT-LINE FROM WS-CONTROL-MESSAGE
           END-IF
           IF WS-CTL-TABLE-FULL
               MOVE "*** CONTROL TABLES FULL - FILE CANNOT BE PROVED"
                   TO WCM-TEXT
               WRITE STOCK-RPT-LINE FROM WS-CONTROL-MESSAGE
           END-IF
           IF WS-CONTROL-REFUSED
               MOVE "*** CONTROL TOTALS OUT OF BALANCE - FILE REFUSED"
                   TO WCM-TEXT
               WRITE STOCK-RPT-LINE FROM WS-CONTROL-MESSAGE
           END-IF
           MOVE SPACES TO STOCK-RPT-LINE
           WRITE STOCK-RPT-LINE.
       1580-PRINT-CONTROL-EXIT.
           EXIT.

       1585-PRINT-ONE-SEGMENT.
           MOVE WS-SEG-STEP (WS-SEG-IX)         TO WCL-STEP
           MOVE WS-SEG-DATE (WS-SEG-IX)         TO WCL-DATE
           MOVE WS-SEG-TIME (WS-SEG-IX)         TO WCL-TIME
           MOVE WS-SEG-EXPECT-COUNT (WS-SEG-IX) TO WCL-EXPECT-COUNT
           MOVE WS-SEG-FOUND-COUNT (WS-SEG-IX)  TO WCL-FOUND-COUNT
           MOVE WS-SEG-EXPECT-HASH (WS-SEG-IX)  TO WCL-EXPECT-HASH
           MOVE WS-SEG-FOUND-HASH (WS-SEG-IX)   TO WCL-FOUND-HASH
           IF WS-SEG-REASON (WS-SEG-IX) = SPACES
               MOVE "BALANCED"                  TO WCL-RESULT
           ELSE
               MOVE WS-SEG-REASON (WS-SEG-IX)   TO WCL-RESULT
           END-IF
           WRITE STOCK-RPT-LINE FROM WS-CONTROL-LINE.
       1585-PRINT-ONE-SEGMENT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1590-LOG-CONTROL - LOG EVERY SEGMENT CHECKED ON CTLTOTS.  *
      *>                    A BALANCED ENTRY MARKS ITS GENERATION  *
      *>                    CONSUMED, SO IT IS LOGGED ONLY ONCE THE*
      *>                    RUN HAS APPLIED THE FILE; A REFUSED RUN*
      *>                    LOGS ITS FINDINGS STRAIGHT AWAY, EVERY *
      *>                    SEGMENT OUT OF BALANCE (1592), SO NO   *
      *>                    GENERATION IS DROPPED UNAPPLIED.       *
      *>----------------------------------------------------------*
       1590-LOG-CONTROL.
           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND CTL-TOTALS
           PERFORM 1595-LOG-ONE-SEGMENT THRU 1595-LOG-ONE-SEGMENT-EXIT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           CLOSE CTL-TOTALS.
       1590-LOG-CONTROL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1592-MARK-REFUSED - NOTHING WAS APPLIED, SO A SEGMENT     *
      *>                     THAT BALANCED IS STILL LOGGED OUT OF  *
      *>                     BALANCE AND ITS GENERATION STAYS      *
      *>                     PENDING FOR THE RERUN                 *
      *>----------------------------------------------------------*
       1592-MARK-REFUSED.
           IF WS-SEG-BALANCED (WS-SEG-IX)
               MOVE 'X' TO WS-SEG-STATUS (WS-SEG-IX)
               MOVE "RUN REFUSED - NOT APPLIED"
                   TO WS-SEG-REASON (WS-SEG-IX)
           END-IF.
       1592-MARK-REFUSED-EXIT.
           EXIT.

       1595-LOG-ONE-SEGMENT.
           MOVE WS-RUN-DATE                     TO CTL-RUN-DATE
           MOVE WS-TIME-HHMMSS                  TO CTL-RUN-TIME
           MOVE "STKLOAD"                       TO CTL-STEP-NAME
           MOVE "STRNSOUT"                      TO CTL-FILE-NAME
           MOVE 'I'                             TO CTL-DIRECTION
           MOVE SPACE                           TO CTL-WRITE-MODE
           MOVE WS-SEG-STEP (WS-SEG-IX)         TO CTL-SEG-STEP
           MOVE WS-SEG-DATE (WS-SEG-IX)         TO CTL-SEG-DATE
           MOVE WS-SEG-TIME (WS-SEG-IX)         TO CTL-SEG-TIME
           MOVE WS-SEG-EXPECT-COUNT (WS-SEG-IX) TO CTL-EXPECT-COUNT
           MOVE WS-SEG-EXPECT-HASH (WS-SEG-IX)  TO CTL-EXPECT-HASH
           MOVE WS-SEG-FOUND-COUNT (WS-SEG-IX)  TO CTL-RECORD-COUNT
           MOVE WS-SEG-FOUND-HASH (WS-SEG-IX)   TO CTL-HASH-TOTAL
           MOVE WS-SEG-STATUS (WS-SEG-IX)       TO CTL-STATUS
           MOVE WS-SEG-REASON (WS-SEG-IX)       TO CTL-REASON
           WRITE CTL-TOTAL-RECORD.
       1595-LOG-ONE-SEGMENT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1900-REFUSE-RUN - THE HANDOFF DID NOT PROVE.  NOTHING IS  *
      *>                   OPENED BUT THE REPORT, SO INVMAST,      *
      *>                   POMAST AND THE CARRIED BACKORDERS ARE   *
      *>                   UNTOUCHED; LIST AND LOG THE FINDINGS    *
      *>                   AND END WITH RC 12                      *
      *>----------------------------------------------------------*
       1900-REFUSE-RUN.
           OPEN OUTPUT STOCK-RPT
           PERFORM 1580-PRINT-CONTROL THRU 1580-PRINT-CONTROL-EXIT
           CLOSE STOCK-RPT
           PERFORM 1592-MARK-REFUSED THRU 1592-MARK-REFUSED-EXIT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           PERFORM 1590-LOG-CONTROL THRU 1590-LOG-CONTROL-EXIT
           DISPLAY "STKLOAD - STRANSOUT CONTROL TOTALS DO NOT "
                   "BALANCE - NOTHING APPLIED"
           MOVE 12 TO RETURN-CODE.
       1900-REFUSE-RUN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - READ THE EXCEPTION LIMITS FROM THE       *
      *>                  PARAMETER CARD.  THE OTHER LOADPARM      *
               WHEN SCODE-PRICE OF STRANS
                   PERFORM 2400-PRICE-CHANGE
                       THRU 2400-PRICE-CHANGE-EXIT
               WHEN SCODE-RETURN OF STRANS
                   PERFORM 2450-CUSTOMER-RETURN
                       THRU 2450-CUSTOMER-RETURN-EXIT
           END-EVALUATE
           PERFORM 8000-READ-TRANS THRU 8000-READ-TRANS-EXIT.
       2000-PROCESS-TRANS-EXIT.

      *>----------------------------------------------------------*
      *> 2050-FETCH-INVENTORY - POSITION ON THE INVENTORY RECORD   *
      *>                        FOR THE TRANSACTION LPID AND       *
      *>                        CONDITION GRADE, IF ANY            *
      *>----------------------------------------------------------*
       2050-FETCH-INVENTORY.
           MOVE 'N' TO WS-INV-FOUND-SWITCH
           MOVE LPID OF SQDATA TO INV-LPID
           IF SCODE-PRICE OF STRANS
               MOVE STKCOND OF SPDATA TO INV-CONDITION
           ELSE
               MOVE STKCOND OF SQDATA TO INV-CONDITION
           END-IF
           READ INV-MASTER
               INVALID KEY
                   CONTINUE
           EXIT.

      *>----------------------------------------------------------*
      *> 2100-STOCK-RECEIPT - ADD STOCK.  A FIRST RECEIPT OF A     *
      *>                      GRADE CREATES THE INVENTORY RECORD   *
      *>                      FOR THAT GRADE, PROVIDED THE ALBUM   *
      *>                      IS ON THE LP MASTER                  *
      *>----------------------------------------------------------*
       2100-STOCK-RECEIPT.
           IF WS-INV-FOUND
               PERFORM 2170-AVERAGE-COST THRU 2170-AVERAGE-COST-EXIT
               ADD STKQTY OF SQDATA TO INV-QTY-ON-HAND
               ADD 1 TO WS-RECEIPT-COUNT
               PERFORM 2800-MATCH-PO-RECEIPT
                   THRU 2800-MATCH-PO-RECEIPT-EXIT
               PERFORM 2600-WRITE-TRACE THRU 2600-WRITE-TRACE-EXIT
               PERFORM 2500-RELEASE-BACKORDERS
                   THRU 2500-RELEASE-BACKORDERS-EXIT
                   THRU 2150-CHECK-LP-MASTER-EXIT
               IF WS-LP-FOUND
                   MOVE LPID OF SQDATA   TO INV-LPID
                   MOVE STKCOND OF SQDATA TO INV-CONDITION
                   MOVE ZERO             TO INV-QTY-ON-HAND
                   MOVE ZERO             TO INV-AVG-COST
                   PERFORM 2170-AVERAGE-COST
                       THRU 2170-AVERAGE-COST-EXIT
                   MOVE STKQTY OF SQDATA TO INV-QTY-ON-HAND
                   MOVE ZERO             TO INV-UNIT-PRICE
                   ADD 1 TO WS-RECEIPT-COUNT
                   PERFORM 2800-MATCH-PO-RECEIPT
                       THRU 2800-MATCH-PO-RECEIPT-EXIT
                   PERFORM 2600-WRITE-TRACE
                       THRU 2600-WRITE-TRACE-EXIT
                   PERFORM 2500-RELEASE-BACKORDERS
           EXIT.

      *>----------------------------------------------------------*
      *> 2170-AVERAGE-COST - FOLD THE RECEIPT'S UNIT COST INTO THE *
      *>                     MOVING-AVERAGE COST, WEIGHTED BY THE  *
      *>                     UNITS ON HAND BEFORE THE RECEIPT.  A  *
      *>                     RECEIPT WITHOUT A COST LEAVES THE     *
      *>                     AVERAGE ALONE; STOCK THAT HAS NEVER   *
      *>                     BEEN COSTED TAKES THE RECEIPT COST    *
      *>                     OUTRIGHT RATHER THAN AVERAGING IT     *
      *>                     DOWN AGAINST ZERO.                    *
      *>----------------------------------------------------------*
       2170-AVERAGE-COST.
           IF INV-AVG-COST NOT NUMERIC
               MOVE ZERO TO INV-AVG-COST
           END-IF
           IF STKCOST OF SQDATA NOT NUMERIC
               OR STKCOST OF SQDATA = ZERO
               ADD 1 TO WS-UNCOSTED-COUNT
               GO TO 2170-AVERAGE-COST-EXIT
           END-IF
           ADD 1 TO WS-COSTED-COUNT
           COMPUTE WS-COST-UNITS = INV-QTY-ON-HAND + STKQTY OF SQDATA
           IF INV-AVG-COST = ZERO
               OR WS-COST-UNITS = ZERO
               MOVE STKCOST OF SQDATA TO INV-AVG-COST
               GO TO 2170-AVERAGE-COST-EXIT
           END-IF
           COMPUTE INV-AVG-COST ROUNDED =
               (INV-QTY-ON-HAND * INV-AVG-COST
                + STKQTY OF SQDATA * STKCOST OF SQDATA)
               / WS-COST-UNITS.
       2170-AVERAGE-COST-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2500-RELEASE-BACKORDERS - THE RECEIPT JUST RAISED THE    *
      *>                           ON-HAND QUANTITY FOR INV-KEY.  *
      *>                           FILL THE OPEN BACKORDERS FOR   *
      *>                           THAT ALBUM AND GRADE (OR FOR   *
      *>                           THE ALBUM IN NO PARTICULAR     *
      *>                           GRADE) OLDEST FIRST FROM THE   *
      *>                           NEW STOCK, EACH RELEASE COMING *
      *>                           STRAIGHT BACK OFF THE ON-HAND  *
      *>                           QUANTITY AND ONTO THE          *
      *>                           SUPPLEMENT PICKING LIST.  THE  *
      *>                           SR IS ALREADY ON THE LEDGER,   *
      *>                           SO THE RELEASE SS RECORDS      *
      *>                           FOLLOW THE RECEIPT THAT FUNDED *
      *>                           THEM AND THE RECOVERY REPLAY   *
      *>                           MOVES IN THE ORDER THE MASTER  *
      *>                           DID.                           *
      *>----------------------------------------------------------*
       2500-RELEASE-BACKORDERS.
           PERFORM 2510-RELEASE-ONE THRU 2510-RELEASE-ONE-EXIT
              OR WS-BCK-QTY-OPEN (WS-BCK-IX) = ZERO
               GO TO 2510-RELEASE-ONE-EXIT
           END-IF
           IF WS-BCK-CONDITION (WS-BCK-IX) NOT = SPACES
              AND WS-BCK-CONDITION (WS-BCK-IX) NOT = INV-CONDITION
               GO TO 2510-RELEASE-ONE-EXIT
           END-IF
           IF WS-BCK-QTY-OPEN (WS-BCK-IX) > INV-QTY-ON-HAND
               MOVE INV-QTY-ON-HAND TO WS-RELEASE-QTY
           ELSE
                   CONTINUE
           END-READ
           MOVE INV-LPID                       TO WSP-LPID
           MOVE INV-CONDITION                  TO WSP-CONDITION
           MOVE LPM-LPNAME                     TO WSP-LPNAME
           MOVE WS-RELEASE-QTY                 TO WSP-QTY
           MOVE WS-BCK-ORDER-NO (WS-BCK-IX)    TO WSP-ORDER-NO
      *> 2700-WRITE-LEDGER - LOG THE APPLIED TRANSACTION ON THE    *
      *>                     PERMANENT MOVEMENT LEDGER WITH THE    *
      *>                     UNIT PRICE IN EFFECT AFTER THE APPLY  *
      *>                     AND THE OPERATOR AND SOURCE OF THE    *
      *>                     CARD                                  *
      *>----------------------------------------------------------*
       2700-WRITE-LEDGER.
           MOVE WS-RUN-DATE     TO SLG-RUN-DATE
           MOVE STEXT OF STRANS TO SLG-STEXT
           MOVE INV-LPID        TO SLG-AFFECTED-LPID
           MOVE INV-UNIT-PRICE  TO SLG-UNIT-PRICE
           MOVE INV-AVG-COST    TO SLG-AVG-COST
           MOVE SOPERATOR OF STRANS TO SLG-OPERATOR
           MOVE SSOURCE OF STRANS TO SLG-SOURCE
           WRITE STOCK-LEDGER-RECORD.
       2700-WRITE-LEDGER-EXIT.
           EXIT.
      *>                       SS MOVEMENT BUILT FROM THE RELEASE, *
      *>                       SINCE NO SS CARD EVER EXISTED FOR   *
      *>                       IT.  RECOVERY REPLAY AND THE SALES  *
      *>                       ANALYSIS STAY FAITHFUL.  STAMPED    *
      *>                       OPERATOR STKLOAD, SOURCE BR.        *
      *>----------------------------------------------------------*
       2750-LEDGER-RELEASE.
           MOVE INV-LPID        TO WRT-LPID
           MOVE WS-RELEASE-QTY  TO WRT-STKQTY
           MOVE INV-CONDITION   TO WRT-STKCOND
           MOVE WS-RUN-DATE     TO SLG-RUN-DATE
           MOVE 'SS'            TO SLG-SCODE
           MOVE WS-RELEASE-TRANS TO SLG-STEXT
           MOVE INV-LPID        TO SLG-AFFECTED-LPID
           MOVE INV-UNIT-PRICE  TO SLG-UNIT-PRICE
           MOVE INV-AVG-COST    TO SLG-AVG-COST
           MOVE "STKLOAD"       TO SLG-OPERATOR
           SET SLG-BACKORDER-RELEASE TO TRUE
           WRITE STOCK-LEDGER-RECORD.
       2750-LEDGER-RELEASE-EXIT.
           EXIT.
       2400-PRICE-CHANGE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2450-CUSTOMER-RETURN - PUT RETURNED UNITS BACK ON HAND.   *
      *>                        THE RETURNS INTAKE ALREADY MATCHED *
      *>                        THE RETURN TO A PURCHASE; IF THE   *
      *>                        INVENTORY RECORD HAS SINCE GONE    *
      *>                        IT IS REOPENED LIKE A FIRST        *
      *>                        RECEIPT, PROVIDED THE ALBUM IS     *
      *>                        STILL CATALOGUED.  THE RESTOCKED   *
      *>                        UNITS MAY FILL WAITING BACKORDERS. *
      *>----------------------------------------------------------*
       2450-CUSTOMER-RETURN.
           IF WS-INV-FOUND
               ADD STKQTY OF SQDATA TO INV-QTY-ON-HAND
               ADD 1 TO WS-RETURN-COUNT
               PERFORM 2600-WRITE-TRACE THRU 2600-WRITE-TRACE-EXIT
               PERFORM 2500-RELEASE-BACKORDERS
                   THRU 2500-RELEASE-BACKORDERS-EXIT
               REWRITE INV-MASTER-RECORD
           ELSE
               PERFORM 2150-CHECK-LP-MASTER
                   THRU 2150-CHECK-LP-MASTER-EXIT
               IF WS-LP-FOUND
                   MOVE LPID OF SQDATA   TO INV-LPID
                   MOVE STKCOND OF SQDATA TO INV-CONDITION
                   MOVE STKQTY OF SQDATA TO INV-QTY-ON-HAND
                   MOVE ZERO             TO INV-UNIT-PRICE
                   MOVE ZERO             TO INV-AVG-COST
                   ADD 1 TO WS-RETURN-COUNT
                   PERFORM 2600-WRITE-TRACE
                       THRU 2600-WRITE-TRACE-EXIT
                   PERFORM 2500-RELEASE-BACKORDERS
                       THRU 2500-RELEASE-BACKORDERS-EXIT
                   WRITE INV-MASTER-RECORD
               ELSE
                   PERFORM 9000-NOT-APPLIED
                       THRU 9000-NOT-APPLIED-EXIT
               END-IF
           END-IF.
       2450-CUSTOMER-RETURN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2800-MATCH-PO-RECEIPT - CLOSE OUT THE OPEN PO LINES THE   *
      *>                         RECEIPT COVERS, OLDEST PO FIRST.  *
      *>                         WHATEVER NO OPEN LINE COVERS IS   *
      *>                         AN OVER-RECEIPT (SOME LINE WAS    *
      *>                         MATCHED) OR AN UNORDERED RECEIPT  *
      *>                         (NONE WAS) FOR PURCHASING TO      *
      *>                         CHASE.  THE STOCK STAYS ON HAND   *
      *>                         EITHER WAY.                       *
      *>----------------------------------------------------------*
       2800-MATCH-PO-RECEIPT.
           MOVE STKQTY OF SQDATA TO WS-PO-LEFT-QTY
           MOVE 'N' TO WS-PO-MATCHED-SWITCH
           MOVE 'N' TO WS-PO-DONE-SWITCH
           PERFORM 2810-MATCH-ONE-LINE THRU 2810-MATCH-ONE-LINE-EXIT
               UNTIL WS-PO-LEFT-QTY = ZERO
               OR WS-PO-DONE
           IF WS-PO-LEFT-QTY = ZERO
               GO TO 2800-MATCH-PO-RECEIPT-EXIT
           END-IF
           IF WS-PO-MATCHED
               MOVE "*** OVER-RECEIPT"      TO WPX-LABEL
               ADD 1 TO WS-PO-OVER-COUNT
           ELSE
               MOVE "*** UNORDERED RECEIPT" TO WPX-LABEL
               ADD 1 TO WS-PO-UNORDERED-COUNT
           END-IF
           PERFORM 2850-WRITE-PO-EXCEPTION
               THRU 2850-WRITE-PO-EXCEPTION-EXIT.
       2800-MATCH-PO-RECEIPT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2810-MATCH-ONE-LINE - APPLY WHAT IS LEFT OF THE RECEIPT   *
      *>                       TO THE OLDEST OPEN LINE FOR THE     *
      *>                       ALBUM AND REWRITE IT ON THE PO      *
      *>                       MASTER                              *
      *>----------------------------------------------------------*
       2810-MATCH-ONE-LINE.
           MOVE ZERO TO WS-PO-BEST
           PERFORM 2820-CHECK-PO-LINE THRU 2820-CHECK-PO-LINE-EXIT
               VARYING WS-PO-IX FROM 1 BY 1
               UNTIL WS-PO-IX > WS-PO-COUNT
           IF WS-PO-BEST = ZERO
               MOVE 'Y' TO WS-PO-DONE-SWITCH
               GO TO 2810-MATCH-ONE-LINE-EXIT
           END-IF
           SET WS-PO-IX TO WS-PO-BEST
           IF WS-PO-QTY-OPEN (WS-PO-IX) > WS-PO-LEFT-QTY
               MOVE WS-PO-LEFT-QTY TO WS-PO-TAKE-QTY
           ELSE
               MOVE WS-PO-QTY-OPEN (WS-PO-IX) TO WS-PO-TAKE-QTY
           END-IF
           SUBTRACT WS-PO-TAKE-QTY FROM WS-PO-QTY-OPEN (WS-PO-IX)
           SUBTRACT WS-PO-TAKE-QTY FROM WS-PO-LEFT-QTY
           MOVE 'Y' TO WS-PO-MATCHED-SWITCH
           MOVE WS-PO-KEY (WS-PO-IX) TO PO-KEY
           READ PO-MASTER
               INVALID KEY
                   GO TO 2810-MATCH-ONE-LINE-EXIT
           END-READ
           ADD WS-PO-TAKE-QTY TO PO-QTY-RECEIVED
           MOVE WS-RUN-DATE   TO PO-LAST-RECEIPT-DATE
           ADD 1 TO WS-PO-LINE-COUNT
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               SET PO-STATUS-CLOSED TO TRUE
               ADD 1 TO WS-PO-CLOSED-COUNT
           END-IF
           REWRITE PO-MASTER-RECORD.
       2810-MATCH-ONE-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2820-CHECK-PO-LINE - KEEP THE LOWEST (OLDEST) PO NUMBER   *
      *>                      WITH UNITS STILL OPEN FOR THE ALBUM, *
      *>                      HELD TO THE CARD'S PO WHEN IT NAMES  *
      *>                      ONE                                  *
      *>----------------------------------------------------------*
       2820-CHECK-PO-LINE.
           IF WS-PO-LPID (WS-PO-IX) NOT = LPID OF SQDATA
              OR WS-PO-QTY-OPEN (WS-PO-IX) = ZERO
               GO TO 2820-CHECK-PO-LINE-EXIT
           END-IF
           IF STKPONO OF SQDATA NOT = SPACES
              AND STKPONO OF SQDATA NOT = WS-PO-NUMBER (WS-PO-IX)
               GO TO 2820-CHECK-PO-LINE-EXIT
           END-IF
           IF WS-PO-BEST = ZERO
               SET WS-PO-BEST TO WS-PO-IX
               GO TO 2820-CHECK-PO-LINE-EXIT
           END-IF
           IF WS-PO-NUMBER (WS-PO-IX) < WS-PO-NUMBER (WS-PO-BEST)
               SET WS-PO-BEST TO WS-PO-IX
           END-IF.
       2820-CHECK-PO-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2850-WRITE-PO-EXCEPTION - LIST THE RECEIPT AND THE UNITS  *
      *>                           NO OPEN PO LINE COVERED         *
      *>----------------------------------------------------------*
       2850-WRITE-PO-EXCEPTION.
           MOVE LPID OF SQDATA TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE LPID OF SQDATA    TO WPX-LPID
           MOVE LPM-LPNAME        TO WPX-LPNAME
           MOVE STKPONO OF SQDATA TO WPX-PO-NUMBER
           MOVE STKQTY OF SQDATA  TO WPX-RECEIVED
           MOVE WS-PO-LEFT-QTY    TO WPX-UNCOVERED
           WRITE PO-EXCEPT-LINE FROM WS-PO-EXCEPT-LINE.
       2850-WRITE-PO-EXCEPTION-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
           MOVE WS-PRICE-COUNT                      TO WS-SUMMARY-COUNT
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "RETURNS APPLIED (SC)..........."  TO WS-SUMMARY-TEXT
           MOVE WS-RETURN-COUNT                     TO WS-SUMMARY-COUNT
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "RECEIPTS COSTED (SR)..........."  TO WS-SUMMARY-TEXT
           MOVE WS-COSTED-COUNT                     TO WS-SUMMARY-COUNT
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "RECEIPTS WITHOUT A UNIT COST..."  TO WS-SUMMARY-TEXT
           MOVE WS-UNCOSTED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "TRANSACTIONS NOT APPLIED......"  TO WS-SUMMARY-TEXT
           MOVE WS-EXCEPTION-COUNT                 TO WS-SUMMARY-COUNT
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-CARRIED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "PO LINES RECEIVED AGAINST......"  TO WS-SUMMARY-TEXT
           MOVE WS-PO-LINE-COUNT                   TO WS-SUMMARY-COUNT
           WRITE PO-EXCEPT-LINE FROM WS-SUMMARY-LINE

           MOVE "PO LINES RECEIVED IN FULL......"  TO WS-SUMMARY-TEXT
           MOVE WS-PO-CLOSED-COUNT                 TO WS-SUMMARY-COUNT
           WRITE PO-EXCEPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OVER-RECEIPTS.................."  TO WS-SUMMARY-TEXT
           MOVE WS-PO-OVER-COUNT                   TO WS-SUMMARY-COUNT
           WRITE PO-EXCEPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNORDERED RECEIPTS............."  TO WS-SUMMARY-TEXT
           MOVE WS-PO-UNORDERED-COUNT              TO WS-SUMMARY-COUNT
           WRITE PO-EXCEPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPEN PO LINES NOT LOADED......."  TO WS-SUMMARY-TEXT
           MOVE WS-PO-NOT-LOADED                   TO WS-SUMMARY-COUNT
           WRITE PO-EXCEPT-LINE FROM WS-SUMMARY-LINE

           PERFORM 3100-CHECK-EXC-LIMIT THRU 3100-CHECK-EXC-LIMIT-EXIT
           IF WS-LIMIT-BREACHED
               WRITE STOCK-RPT-LINE FROM WS-LIMIT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 1590-LOG-CONTROL THRU 1590-LOG-CONTROL-EXIT

           CLOSE STRANS-IN
           CLOSE INV-MASTER
           CLOSE LP-MASTER
           CLOSE BACKORDER-OUT
           CLOSE SUPP-PICK
           CLOSE STOCK-TRACE
           CLOSE STOCK-LEDGER
           CLOSE PO-MASTER
           CLOSE PO-EXCEPT.
       3000-TERMINATE-EXIT.
           EXIT.

               MOVE WS-BCK-ORDER-NO (WS-BCK-IX)   TO WCO-ORDER-NO
               MOVE WS-BCK-QTY-OPEN (WS-BCK-IX)   TO WCO-QTY-OPEN
               MOVE WS-BCK-CUST-NAME (WS-BCK-IX)  TO WCO-CUST-NAME
               MOVE WS-BCK-CUST-NO (WS-BCK-IX)    TO WCO-CUST-NO
               MOVE WS-BCK-NOTICE-DATE (WS-BCK-IX) TO WCO-NOTICE-DATE
               MOVE WS-BCK-CONDITION (WS-BCK-IX)   TO WCO-CONDITION
               WRITE BACKORDER-OUT-RECORD FROM WS-CARRY-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF.    *
      *>                   THE CH/CT CONTROL CARDS WERE PROVED    *
      *>                   AT INITIALIZE AND ARE STEPPED OVER     *
      *>----------------------------------------------------------*
       8000-READ-TRANS.
           READ STRANS-IN
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8000-READ-TRANS-EXIT
           END-READ
           IF SCODE-CTL-HEADER OF STRANS
              OR SCODE-CTL-TRAILER OF STRANS
               GO TO 8000-READ-TRANS
           END-IF
           ADD 1 TO WS-READ-COUNT.
       8000-READ-TRANS-EXIT.
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

      *>----------------------------------------------------------*
      *> 8600-READ-CTL-TOTAL - READ THE NEXT CTLTOTS RECORD, SET   *
      *>                       EOF                                 *
      *>----------------------------------------------------------*
       8600-READ-CTL-TOTAL.
           READ CTL-TOTALS
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ.
       8600-READ-CTL-TOTAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-BACKORDER - READ THE NEXT CARRIED BACKORDER,    *
      *>                       SET EOF                              *
       8100-READ-BACKORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8200-READ-PO-NEXT - READ THE NEXT PO MASTER LINE, SET EOF *
      *>----------------------------------------------------------*
       8200-READ-PO-NEXT.
           READ PO-MASTER NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
           END-READ.
       8200-READ-PO-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 9000-NOT-APPLIED - LOG A STOCK TRANSACTION THAT COULD     *
      *>                    NOT BE APPLIED                         *
