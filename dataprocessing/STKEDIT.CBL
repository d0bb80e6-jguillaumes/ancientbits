      *>                 THE LOADPARM EXCEPTION LIMITS APPLY HERE  *
      *>                 TOO, ENDING THE RUN WITH RETURN CODE 8    *
      *>                 ON A MIS-CUT FEED.                        *
      *> 2026-10-15  DP  ACCEPT THE SC CUSTOMER-RETURN CARD THE    *
      *>                 RETURNS INTAKE WRITES.  IT NEEDS A        *
      *>                 NUMERIC QUANTITY LIKE ANY STOCK MOVEMENT  *
      *>                 AND MUST CARRY THE ORIGINAL ORDER NUMBER  *
      *>                 AND CUSTOMER NUMBER FOR THE LEDGER.       *
      *> 2026-10-15  DP  AN SR RECEIPT MAY CARRY THE UNIT COST     *
      *>                 PAID (STKCOST) FOR THE STOCK LOAD'S       *
      *>                 MOVING-AVERAGE COST.  IT MAY BE LEFT      *
      *>                 BLANK, BUT A COST THAT IS PUNCHED AND NOT *
      *>                 NUMERIC REJECTS THE CARD.                 *
      *> 2026-10-15  DP  PROVE THE STRANSIN HANDOFF BEFORE         *
      *>                 EDITING:  THE ORDSTK AND REPRICE SEGMENTS *
      *>                 MUST BALANCE TO THEIR CH/CT TRAILERS AND  *
      *>                 TO THEIR PRODUCERS' CTLTOTS ENTRIES, OR   *
      *>                 NOTHING IS EDITED AND THE RUN ENDS RC 12. *
      *>                 KEYED CARDS OUTSIDE A SEGMENT PASS AS ONE *
      *>                 UNCONTROLLED LINE.  STRANSOUT IS NOW      *
      *>                 WRITTEN BETWEEN ITS OWN CH/CT CARDS AND   *
      *>                 ITS TOTALS LOGGED FOR THE STOCK LOAD.     *
      *> 2026-10-15  DP  EVERY SR, SS, SA, SP AND SC CARD MUST     *
      *>                 NAME A KNOWN CONDITION GRADE IN STKCOND   *
      *>                 (M, NM, EX, VG, G, F, P OR UN FOR         *
      *>                 UNGRADED) NOW THAT INVENTORY IS HELD PER  *
      *>                 GRADE.  THE SP CARD CARRIES ITS GRADE     *
      *>                 AFTER THE PRICE.                          *
      *> 2026-10-15  DP  EVERY CARD CARRIES AN OPERATOR ID AND A   *
      *>                 SOURCE CODE (SOPERATOR/SSOURCE) AFTER     *
      *>                 STEXT.  THE OPERATOR MUST BE ACTIVE ON    *
      *>                 THE NEW OPRAUTH AUTHORITY FILE AND        *
      *>                 ALLOWED THE SCODE; KEYED CARDS MUST COME  *
      *>                 FROM A PERSON AND THE REPRICE, ORDINTAK,  *
      *>                 CNTADJ AND RTNINTAK DECKS FROM THEIR      *
      *>                 BATCH-JOB OPERATOR, AND AN SP FROM A      *
      *>                 PERSON NEEDS A SUPERVISOR.  REJECTS NOW   *
      *>                 PRINT THE STAMP AND A REASON.  THE STAMP  *
      *>                 IS PASSED ON TO STRANSOUT.                *
      *> 2026-10-15  DP  THE STRANSOUT GENERATION IS LOGGED ON     *
      *>                 CTLTOTS UNDER THE CONTROL NAME STRNSOUT,  *
      *>                 WHICH FITS THE 8-BYTE FILE NAME FIELD;    *
      *>                 THE FULL NAME WAS TRUNCATED AND NEVER     *
      *>                 MATCHED BY THE STOCK LOAD.  A REFUSED RUN *
      *>                 LOGS EVERY SEGMENT OUT OF BALANCE SO NO   *
      *>                 GENERATION IS DROPPED UNAPPLIED.          *
      *> 2026-10-15  DP  A SEGMENT CARRIED TWICE ON THE HANDOFF    *
      *>                 FILE IS REFUSED AS REPEATED INSTEAD OF    *
      *>                 BALANCING AGAIN AGAINST ITS PENDING       *
      *>                 GENERATION, SO NO CARD IS APPLIED TWICE.  *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL LOAD-PARM ASSIGN TO "LOADPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTL-TOTALS ASSIGN TO "CTLTOTS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPR-AUTH ASSIGN TO "OPRAUTH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS OPR-OPERATOR-ID.

       DATA DIVISION.
       FILE SECTION.
       FD  STRANS-IN
       01  STRANS-OUT-RECORD.
           03 SO-SCODE           PIC XX.
           03 SO-STEXT           PIC X(84).
           03 SO-SOPERATOR       PIC X(08).
           03 SO-SSOURCE         PIC X(02).

       FD  EXCEPT-RPT
           RECORDING MODE IS F.
       01  LOAD-PARM-RECORD.
           COPY LDPARM.

       FD  CTL-TOTALS
           RECORDING MODE IS F.
       01  CTL-TOTAL-RECORD.
           COPY CTLTOT.

       FD  OPR-AUTH.
           COPY OPRAUTH.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
       77  WS-ACCEPTED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-OPR-REJECT-COUNT    PIC 9(07) COMP VALUE ZERO.

       77  WS-REJECT-REASON        PIC X(15)     VALUE SPACES.

       77  WS-LIMIT-SWITCH         PIC X(01)     VALUE 'N'.
           88 WS-LIMIT-BREACHED    VALUE 'Y'.
       77  WS-EXC-PCT-WORK         PIC 9(09) COMP VALUE ZERO.
       77  WS-EXC-PCT              PIC 9(03) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.

       77  WS-CTL-TIME             PIC 9(06)     VALUE ZERO.
       77  WS-CTL-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-HASH             PIC 9(18) COMP VALUE ZERO.
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

       01  WS-EXCEPT-LINE.
           03 WE-LABEL            PIC X(14)   VALUE "*** REJECTED ".
           03 WE-SCODE             PIC X(02).
           03 FILLER               PIC X(02)   VALUE SPACES.
           03 WE-STEXT             PIC X(84).
           03 FILLER               PIC X(02)   VALUE SPACES.
           03 WE-OPERATOR          PIC X(08).
           03 FILLER               PIC X(01)   VALUE SPACES.
           03 WE-SOURCE            PIC X(02).
           03 FILLER               PIC X(02)   VALUE SPACES.
           03 WE-REASON            PIC X(15).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF WS-CONTROL-REFUSED
               PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
               GOBACK
           END-IF
           PERFORM 2000-EDIT-TRANS THRU 2000-EDIT-TRANS-EXIT
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
           OPEN OUTPUT STRANS-OUT
           OPEN OUTPUT EXCEPT-RPT
           OPEN INPUT  OPR-AUTH
           PERFORM 1580-PRINT-CONTROL THRU 1580-PRINT-CONTROL-EXIT
           PERFORM 1600-WRITE-CTL-HEADER
               THRU 1600-WRITE-CTL-HEADER-EXIT
           PERFORM 8000-READ-TRANS THRU 8000-READ-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1500-CHECK-CONTROL - PROVE THE STRANSIN HANDOFF BEFORE    *
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
      *>                     BY A PRODUCER OF STRANSIN OR ORDSTK   *
      *>                     (WHICH IS CONCATENATED INTO STRANSIN) *
      *>                     IS PENDING UNTIL THIS STEP LOGS IT    *
      *>                     CONSUMED IN BALANCE; A PRODUCER THAT  *
      *>                     REWRITES ITS FILE SUPERSEDES ITS OWN  *
      *>                     EARLIER GENERATIONS.                  *
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
              AND (CTL-FILE-NAME = "STRANSIN"
                   OR CTL-FILE-NAME = "ORDSTK")
               PERFORM 1522-ADD-PENDING THRU 1522-ADD-PENDING-EXIT
           END-IF
           IF CTL-CONSUMED AND CTL-BALANCED
              AND CTL-STEP-NAME = "STKEDIT"
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
      *> 1575-NOTE-LOOSE-CARDS - HAND-KEYED CARDS AND THE COUNT AND*
      *>                         RETURNS DECKS CARRY NO CONTROL    *
      *>                         SEGMENT; THEY ARE LISTED AS ONE   *
      *>                         UNCONTROLLED LINE AND PASS        *
      *>----------------------------------------------------------*
       1575-NOTE-LOOSE-CARDS.
           MOVE SPACES         TO WRS-STEP
           MOVE WS-RUN-DATE    TO WRS-DATE
           MOVE ZERO           TO WRS-TIME
           MOVE WS-LOOSE-COUNT TO WRS-EXPECT-COUNT
           MOVE WS-LOOSE-HASH  TO WRS-EXPECT-HASH
           MOVE WS-LOOSE-COUNT TO WRS-FOUND-COUNT
           MOVE WS-LOOSE-HASH  TO WRS-FOUND-HASH
           MOVE "KEYED CARDS - NO CONTROL"
                               TO WRS-REASON
           MOVE 'B'            TO WRS-STATUS
           PERFORM 1565-ADD-RESULT THRU 1565-ADD-RESULT-EXIT.
       1575-NOTE-LOOSE-CARDS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1580-PRINT-CONTROL - LIST EVERY SEGMENT CHECKED, WITH THE *
      *>                      REFUSAL WHEN THE FILE DID NOT PROVE  *
      *>----------------------------------------------------------*
       1580-PRINT-CONTROL.
           MOVE "STRANSIN" TO WCH-FILE
           WRITE EXCEPT-RPT-LINE FROM WS-CONTROL-HEADING
           WRITE EXCEPT-RPT-LINE FROM WS-CONTROL-COLUMNS
           PERFORM 1585-PRINT-ONE-SEGMENT
               THRU 1585-PRINT-ONE-SEGMENT-EXIT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           IF WS-SEG-USED = ZERO
               MOVE "NO CONTROL SEGMENTS ON THE FILE AND NONE PENDING"
                   TO WCM-TEXT
               WRITE EXCEPT-RPT-LINE FROM WS-CONTROL-MESSAGE
           END-IF
           IF WS-CTL-TABLE-FULL
               MOVE "*** CONTROL TABLES FULL - FILE CANNOT BE PROVED"
                   TO WCM-TEXT
               WRITE EXCEPT-RPT-LINE FROM WS-CONTROL-MESSAGE
           END-IF
           IF WS-CONTROL-REFUSED
               MOVE "*** CONTROL TOTALS OUT OF BALANCE - FILE REFUSED"
                   TO WCM-TEXT
               WRITE EXCEPT-RPT-LINE FROM WS-CONTROL-MESSAGE
           END-IF
           MOVE SPACES TO EXCEPT-RPT-LINE
           WRITE EXCEPT-RPT-LINE.
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
           WRITE EXCEPT-RPT-LINE FROM WS-CONTROL-LINE.
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
           MOVE "STKEDIT"                       TO CTL-STEP-NAME
           MOVE "STRANSIN"                      TO CTL-FILE-NAME
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
      *> 1900-REFUSE-RUN - THE HANDOFF DID NOT PROVE.  STRANSOUT   *
      *>                   IS NOT OPENED, SO THE STOCK LOAD FINDS  *
      *>                   NO NEW GENERATION; LIST AND LOG THE     *
      *>                   FINDINGS AND END WITH RC 12             *
      *>----------------------------------------------------------*
       1900-REFUSE-RUN.
           OPEN OUTPUT EXCEPT-RPT
           PERFORM 1580-PRINT-CONTROL THRU 1580-PRINT-CONTROL-EXIT
           CLOSE EXCEPT-RPT
           PERFORM 1592-MARK-REFUSED THRU 1592-MARK-REFUSED-EXIT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           PERFORM 1590-LOG-CONTROL THRU 1590-LOG-CONTROL-EXIT
           DISPLAY "STKEDIT - STRANSIN CONTROL TOTALS DO NOT "
                   "BALANCE - NOTHING EDITED"
           MOVE 12 TO RETURN-CODE.
       1900-REFUSE-RUN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1600-WRITE-CTL-HEADER - OPEN THE STRANSOUT HANDOFF WITH A *
      *>                         CH CARD NAMING THIS STEP AND RUN  *
      *>----------------------------------------------------------*
       1600-WRITE-CTL-HEADER.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-CTL-TIME
           MOVE ZERO           TO WS-CTL-COUNT
           MOVE ZERO           TO WS-CTL-HASH
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CH'           TO WCC-CODE
           MOVE "STKEDIT"      TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE ZERO           TO WCC-COUNT
           MOVE ZERO           TO WCC-HASH
           WRITE STRANS-OUT-RECORD FROM WS-CONTROL-CARD.
       1600-WRITE-CTL-HEADER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-EDIT-TRANS - VALIDATE ONE TRANSACTION AND ROUTE IT  *
      *>----------------------------------------------------------*
       2100-WRITE-ACCEPTED.
           MOVE SCODE OF STRANS TO SO-SCODE
           MOVE STEXT OF STRANS TO SO-STEXT
           MOVE SOPERATOR OF STRANS TO SO-SOPERATOR
           MOVE SSOURCE OF STRANS   TO SO-SSOURCE
           WRITE STRANS-OUT-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT
           MOVE LPID OF SQDATA TO WS-HASH-KEY
           PERFORM 8500-HASH-KEY THRU 8500-HASH-KEY-EXIT
           ADD WS-HASH-KEY-VALUE TO WS-CTL-HASH
           ADD 1 TO WS-CTL-COUNT.
       2100-WRITE-ACCEPTED-EXIT.
           EXIT.

       2200-WRITE-REJECTED.
           MOVE SCODE OF STRANS TO WE-SCODE
           MOVE STEXT OF STRANS TO WE-STEXT
           MOVE SOPERATOR OF STRANS TO WE-OPERATOR
           MOVE SSOURCE OF STRANS   TO WE-SOURCE
           MOVE WS-REJECT-REASON    TO WE-REASON
           WRITE EXCEPT-RPT-LINE FROM WS-EXCEPT-LINE
           ADD 1 TO WS-REJECTED-COUNT.
       2200-WRITE-REJECTED-EXIT.
      *> 2300-VALIDATE-TRANS - A STOCK TRANSACTION MUST CARRY A    *
      *>                       KNOWN SCODE, AN LPID, AND NUMERIC   *
      *>                       QUANTITY OR PRICE COLUMNS; AN SA    *
      *>                       ALSO NEEDS ITS + OR - SIGN, AN SC   *
      *>                       ITS ORDER AND CUSTOMER NUMBERS.     *
      *>                       AN SR UNIT COST IS OPTIONAL, BUT    *
      *>                       WHEN PUNCHED MUST BE NUMERIC.       *
      *>                       EVERY CARD NAMES A KNOWN CONDITION  *
      *>                       GRADE (STKCOND) AND MUST PASS THE   *
      *>                       OPERATOR AUTHORITY CHECK            *
      *>----------------------------------------------------------*
       2300-VALIDATE-TRANS.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE "INVALID CARD" TO WS-REJECT-REASON
           IF NOT SCODE-VALID OF STRANS
               MOVE 'N' TO WS-VALID-SWITCH
               GO TO 2300-VALIDATE-TRANS-EXIT
               GO TO 2300-VALIDATE-TRANS-EXIT
           END-IF
           IF SCODE-RECEIPT OF STRANS OR SCODE-SALE OF STRANS
              OR SCODE-ADJUST OF STRANS OR SCODE-RETURN OF STRANS
               IF STKQTY OF SQDATA NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF SCODE-RECEIPT OF STRANS
               IF STKCOST OF SQDATA NOT = SPACES
                  AND STKCOST OF SQDATA NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF SCODE-ADJUST OF STRANS
               IF STKSIGN OF SQDATA NOT = '+'
                  AND STKSIGN OF SQDATA NOT = '-'
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF SCODE-RETURN OF STRANS
               IF STKORDNO OF SQDATA = SPACES
                  OR STKCUSTNO OF SQDATA = SPACES
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF SCODE-PRICE OF STRANS
               IF STKPRICE OF SPDATA NOT NUMERIC
                  OR NOT SP-GRADE-VALID
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           ELSE
               IF NOT SQ-GRADE-VALID
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-TRANS-VALID
               GO TO 2300-VALIDATE-TRANS-EXIT
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2400-CHECK-OPERATOR THRU 2400-CHECK-OPERATOR-EXIT
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-OPR-REJECT-COUNT
           END-IF.
       2300-VALIDATE-TRANS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2400-CHECK-OPERATOR - THE OPERATOR STAMPED ON THE CARD    *
      *>                       MUST BE ACTIVE ON THE OPRAUTH FILE  *
      *>                       AND ALLOWED THE SCODE.  KEYED (KY)  *
      *>                       CARDS COME FROM PEOPLE AND EVERY    *
      *>                       OTHER SOURCE FROM A BATCH-JOB       *
      *>                       OPERATOR; AN SP NEEDS A SUPERVISOR  *
      *>                       OR THE JOB THAT GENERATED IT.       *
      *>----------------------------------------------------------*
       2400-CHECK-OPERATOR.
           IF SOPERATOR OF STRANS = SPACES
               MOVE "NO OPERATOR" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           IF NOT SSOURCE-VALID OF STRANS
               MOVE "BAD SOURCE" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           MOVE SOPERATOR OF STRANS TO OPR-OPERATOR-ID
           READ OPR-AUTH
               INVALID KEY
                   MOVE "UNKNOWN OPER" TO WS-REJECT-REASON
                   GO TO 2400-CHECK-OPERATOR-FAIL
           END-READ
           IF NOT OPR-ACTIVE
               MOVE "OPER NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           IF (SSOURCE-KEYED OF STRANS AND OPR-BATCH-JOB)
              OR (NOT SSOURCE-KEYED OF STRANS AND NOT OPR-BATCH-JOB)
               MOVE "SOURCE MISMATCH" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           IF SCODE-PRICE OF STRANS
              AND NOT OPR-SUPERVISOR AND NOT OPR-BATCH-JOB
               MOVE "SUPERVISOR ONLY" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           SET OPR-CODE-IX TO 1
           SEARCH OPR-ALLOWED-CODE
               AT END
                   MOVE "NOT AUTHORIZED" TO WS-REJECT-REASON
                   GO TO 2400-CHECK-OPERATOR-FAIL
               WHEN OPR-ALLOWED-CODE (OPR-CODE-IX) = SCODE OF STRANS
                   CONTINUE
           END-SEARCH
           GO TO 2400-CHECK-OPERATOR-EXIT.
       2400-CHECK-OPERATOR-FAIL.
           MOVE 'N' TO WS-VALID-SWITCH.
       2400-CHECK-OPERATOR-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
           MOVE WS-REJECTED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "  OF WHICH OPERATOR AUTHORITY."  TO WS-SUMMARY-TEXT
           MOVE WS-OPR-REJECT-COUNT                TO WS-SUMMARY-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE

           PERFORM 3100-CHECK-EXC-LIMIT THRU 3100-CHECK-EXC-LIMIT-EXIT
           IF WS-LIMIT-BREACHED
               WRITE EXCEPT-RPT-LINE FROM WS-LIMIT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 3500-WRITE-CTL-TRAILER
               THRU 3500-WRITE-CTL-TRAILER-EXIT
           PERFORM 1590-LOG-CONTROL THRU 1590-LOG-CONTROL-EXIT

           CLOSE STRANS-IN
           CLOSE STRANS-OUT
           CLOSE EXCEPT-RPT
           CLOSE OPR-AUTH.
       3000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3500-WRITE-CTL-TRAILER - CLOSE THE STRANSOUT HANDOFF WITH *
      *>                          A CT CARD CARRYING ITS COUNT     *
      *>                          AND KEY HASH TOTAL, AND LOG THE  *
      *>                          SAME TOTALS ON CTLTOTS           *
      *>----------------------------------------------------------*
       3500-WRITE-CTL-TRAILER.
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CT'           TO WCC-CODE
           MOVE "STKEDIT"      TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE WS-CTL-COUNT   TO WCC-COUNT
           MOVE WS-CTL-HASH    TO WCC-HASH
           WRITE STRANS-OUT-RECORD FROM WS-CONTROL-CARD

           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND CTL-TOTALS
           MOVE WS-RUN-DATE    TO CTL-RUN-DATE
           MOVE WS-TIME-HHMMSS TO CTL-RUN-TIME
           MOVE "STKEDIT"      TO CTL-STEP-NAME
           MOVE "STRNSOUT"     TO CTL-FILE-NAME
           MOVE 'O'            TO CTL-DIRECTION
           MOVE 'R'            TO CTL-WRITE-MODE
           MOVE "STKEDIT"      TO CTL-SEG-STEP
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
      *> 3100-CHECK-EXC-LIMIT - BREACH WHEN THE REJECT COUNT TOPS  *
      *>                        EITHER LOADPARM LIMIT.  A ZERO     *
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF.    *
      *>                   THE CH/CT CONTROL CARDS WERE PROVED    *
      *>                   AT INITIALIZE AND ARE DROPPED HERE;    *
      *>                   STRANSOUT GETS ITS OWN SEGMENT         *
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
