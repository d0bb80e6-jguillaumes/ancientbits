       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLBAL.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - END-OF-CHAIN BALANCING  *
      *>                 REPORT OVER THE CTLTOTS CONTROL FILE.     *
      *>                 EVERY HANDOFF SEGMENT PRODUCED IN THE     *
      *>                 CBLPARM DATE WINDOW (DEFAULT TODAY) IS    *
      *>                 LINED UP WITH EACH CHECK ITS CONSUMING    *
      *>                 STEP MADE OF IT: RECORDS OUT, RECORDS     *
      *>                 IN, THE DIFFERENCE AND THE RESULT.        *
      *>                 SEGMENTS NOT YET CONSUMED, SUPERSEDED BY  *
      *>                 A RERUN OF THEIR PRODUCER, OR KEYED       *
      *>                 OUTSIDE ANY SEGMENT ARE LISTED AS SUCH.   *
      *>                 A SEGMENT WHOSE LATEST CHECK WAS REFUSED  *
      *>                 ENDS THE RUN WITH RETURN CODE 8.          *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-TOTALS ASSIGN TO "CTLTOTS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BAL-PARM ASSIGN TO "CBLPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BALANCE-RPT     ASSIGN TO "CTLBALRP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK       ASSIGN TO "SORTCTL".

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-TOTALS
           RECORDING MODE IS F.
       01  CTL-TOTAL-RECORD.
           COPY CTLTOT.

       FD  BAL-PARM
           RECORDING MODE IS F.
       01  BAL-PARM-RECORD.
           COPY CBLPARM.

       FD  BALANCE-RPT
           RECORDING MODE IS F.
       01  BALANCE-RPT-LINE      PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SR-SORT-KEY.
              05 SR-SEG-STEP      PIC X(08).
              05 SR-SEG-DATE      PIC 9(08).
              05 SR-SEG-TIME      PIC 9(06).
              05 SR-DIR-ORDER     PIC 9(01).
                 88 SR-PRODUCED   VALUE 1.
                 88 SR-CONSUMED   VALUE 2.
              05 SR-RUN-DATE      PIC 9(08).
              05 SR-RUN-TIME      PIC 9(06).
           03 SR-STEP-NAME        PIC X(08).
           03 SR-FILE-NAME        PIC X(08).
           03 SR-WRITE-MODE       PIC X(01).
              88 SR-REPLACED      VALUE 'R'.
           03 SR-EXPECT-COUNT     PIC 9(07).
           03 SR-RECORD-COUNT     PIC 9(07).
           03 SR-STATUS           PIC X(01).
              88 SR-BALANCED      VALUE 'B'.
           03 SR-REASON           PIC X(30).

       WORKING-STORAGE SECTION.
       77  WS-CTL-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-CTL-EOF           VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-HOLD-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-HOLDING           VALUE 'Y'.

       77  WS-PRODUCER-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-HAS-PRODUCER      VALUE 'Y'.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-FROM-DATE            PIC 9(08)     VALUE ZERO.
       77  WS-TO-DATE              PIC 9(08)     VALUE ZERO.

       77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-SELECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-SEGMENT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-BALANCED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-UNRESOLVED-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-PENDING-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-SUPERSEDED-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCONTROLLED-COUNT   PIC 9(07) COMP VALUE ZERO.
       77  WS-CHECK-COUNT          PIC 9(07) COMP VALUE ZERO.

       77  WS-HOLD-SEG-STEP        PIC X(08)     VALUE SPACES.
       77  WS-HOLD-SEG-DATE        PIC 9(08)     VALUE ZERO.
       77  WS-HOLD-SEG-TIME        PIC 9(06)     VALUE ZERO.
       77  WS-HOLD-STEP            PIC X(08)     VALUE SPACES.
       77  WS-HOLD-FILE            PIC X(08)     VALUE SPACES.
       77  WS-HOLD-MODE            PIC X(01)     VALUE SPACE.
       77  WS-HOLD-COUNT           PIC 9(07)     VALUE ZERO.
       77  WS-LAST-STATUS          PIC X(01)     VALUE SPACE.
       77  WS-OUT-COUNT            PIC 9(07)     VALUE ZERO.
       77  WS-DIFFERENCE           PIC S9(08)    VALUE ZERO.

       77  WS-LATEST-MAX           PIC 9(02) COMP VALUE 20.
       77  WS-LATEST-USED          PIC 9(02) COMP VALUE ZERO.

      *>----------------------------------------------------------*
      *> THE LATEST GENERATION EACH REPLACING PRODUCER WROTE OF    *
      *> EACH FILE, OVER THE WHOLE CONTROL FILE.  AN UNCONSUMED    *
      *> GENERATION OLDER THAN IT WAS SUPERSEDED BY A RERUN.       *
      *>----------------------------------------------------------*
       01  WS-LATEST-TABLE.
           03 WS-LATEST-ENTRY      OCCURS 20 TIMES
                                    INDEXED BY WS-LAT-IX.
              05 WL-STEP           PIC X(08).
              05 WL-FILE           PIC X(08).
              05 WL-DATE           PIC 9(08).
              05 WL-TIME           PIC 9(06).

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(40)  VALUE
              "HANDOFF CONTROL TOTAL BALANCING - FROM ".
           03 WT-FROM-DATE         PIC 9(08).
           03 FILLER               PIC X(04)  VALUE " TO ".
           03 WT-TO-DATE           PIC 9(08).

       01  WS-COLUMN-LINE.
           03 FILLER               PIC X(17)  VALUE "SEGMENT DATE/TIME".
           03 FILLER               PIC X(10)  VALUE "PRODUCER".
           03 FILLER               PIC X(10)  VALUE "FILE".
           03 FILLER               PIC X(09)  VALUE "  REC OUT".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(10)  VALUE "CONSUMER".
           03 FILLER               PIC X(10)  VALUE "ON".
           03 FILLER               PIC X(09)  VALUE "   REC IN".
           03 FILLER               PIC X(13)  VALUE "   DIFFERENCE".
           03 FILLER               PIC X(08)  VALUE "  RESULT".

       01  WS-DETAIL-LINE.
           03 WD-SEG-DATE          PIC 9(08).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WD-SEG-TIME          PIC 9(06).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-PRODUCER          PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-FILE              PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-OUT-COUNT         PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-CONSUMER          PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-CONSUMED-DATE     PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-IN-COUNT          PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-DIFFERENCE        PIC -ZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-RESULT            PIC X(30).

       01  WS-ALERT-LINE.
           03 FILLER               PIC X(56)  VALUE
              "*** SEGMENTS OUT OF BALANCE - RETURN CODE 8 SET ***".

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SR-SORT-KEY
               INPUT PROCEDURE IS 2000-SELECT-TOTALS
                   THRU 2000-SELECT-TOTALS-EXIT
               OUTPUT PROCEDURE IS 4000-BALANCE-SEGMENTS
                   THRU 4000-BALANCE-SEGMENTS-EXIT
           PERFORM 5000-TERMINATE THRU 5000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - SET THE DATE WINDOW, OPEN THE REPORT   *
      *>                   AND PRINT ITS HEADINGS                 *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           OPEN OUTPUT BALANCE-RPT
           MOVE WS-FROM-DATE TO WT-FROM-DATE
           MOVE WS-TO-DATE   TO WT-TO-DATE
           WRITE BALANCE-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE FROM WS-COLUMN-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - READ THE DATE WINDOW.  NO CARD, OR BOTH *
      *>                  DATES ZERO, MEANS TODAY ONLY; A ZERO TO  *
      *>                  DATE ALONE MEANS EVERYTHING FROM THE     *
      *>                  FROM DATE ON.                            *
      *>----------------------------------------------------------*
       1010-READ-PARM.
           OPEN INPUT BAL-PARM
           READ BAL-PARM
               AT END
                   MOVE ZERO TO CBP-FROM-DATE
                   MOVE ZERO TO CBP-TO-DATE
           END-READ
           CLOSE BAL-PARM
           IF CBP-FROM-DATE NOT NUMERIC
               MOVE ZERO TO CBP-FROM-DATE
           END-IF
           IF CBP-TO-DATE NOT NUMERIC
               MOVE ZERO TO CBP-TO-DATE
           END-IF
           IF CBP-FROM-DATE = ZERO AND CBP-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE WS-RUN-DATE TO WS-TO-DATE
               GO TO 1010-READ-PARM-EXIT
           END-IF
           MOVE CBP-FROM-DATE TO WS-FROM-DATE
           MOVE CBP-TO-DATE   TO WS-TO-DATE
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-SELECT-TOTALS - INPUT PROCEDURE: NOTE THE LATEST     *
      *>                      GENERATION OF EVERY REPLACED FILE,   *
      *>                      AND RELEASE EVERY CONTROL RECORD     *
      *>                      WHOSE SEGMENT FALLS IN THE WINDOW,   *
      *>                      PRODUCER ENTRY AHEAD OF THE CHECKS   *
      *>----------------------------------------------------------*
       2000-SELECT-TOTALS.
           OPEN INPUT CTL-TOTALS
           PERFORM 8000-READ-CTL-TOTAL THRU 8000-READ-CTL-TOTAL-EXIT
           PERFORM 2100-SELECT-ONE THRU 2100-SELECT-ONE-EXIT
               UNTIL WS-CTL-EOF
           CLOSE CTL-TOTALS.
       2000-SELECT-TOTALS-EXIT.
           EXIT.

       2100-SELECT-ONE.
           IF CTL-PRODUCED AND CTL-REPLACED
               PERFORM 2200-NOTE-LATEST THRU 2200-NOTE-LATEST-EXIT
           END-IF
           IF CTL-SEG-DATE < WS-FROM-DATE
              OR CTL-SEG-DATE > WS-TO-DATE
               GO TO 2100-SELECT-ONE-NEXT
           END-IF
           MOVE CTL-SEG-STEP     TO SR-SEG-STEP
           MOVE CTL-SEG-DATE     TO SR-SEG-DATE
           MOVE CTL-SEG-TIME     TO SR-SEG-TIME
           IF CTL-PRODUCED
               MOVE 1            TO SR-DIR-ORDER
           ELSE
               MOVE 2            TO SR-DIR-ORDER
           END-IF
           MOVE CTL-RUN-DATE     TO SR-RUN-DATE
           MOVE CTL-RUN-TIME     TO SR-RUN-TIME
           MOVE CTL-STEP-NAME    TO SR-STEP-NAME
           MOVE CTL-FILE-NAME    TO SR-FILE-NAME
           MOVE CTL-WRITE-MODE   TO SR-WRITE-MODE
           MOVE CTL-EXPECT-COUNT TO SR-EXPECT-COUNT
           MOVE CTL-RECORD-COUNT TO SR-RECORD-COUNT
           MOVE CTL-STATUS       TO SR-STATUS
           MOVE CTL-REASON       TO SR-REASON
           RELEASE SORT-RECORD
           ADD 1 TO WS-SELECTED-COUNT.
       2100-SELECT-ONE-NEXT.
           PERFORM 8000-READ-CTL-TOTAL THRU 8000-READ-CTL-TOTAL-EXIT.
       2100-SELECT-ONE-EXIT.
           EXIT.

       2200-NOTE-LATEST.
           SET WS-LAT-IX TO 1
           SEARCH WS-LATEST-ENTRY
               AT END
                   PERFORM 2210-ADD-LATEST THRU 2210-ADD-LATEST-EXIT
               WHEN WS-LAT-IX > WS-LATEST-USED
                   PERFORM 2210-ADD-LATEST THRU 2210-ADD-LATEST-EXIT
               WHEN WL-STEP (WS-LAT-IX) = CTL-SEG-STEP
                AND WL-FILE (WS-LAT-IX) = CTL-FILE-NAME
                   MOVE CTL-SEG-DATE TO WL-DATE (WS-LAT-IX)
                   MOVE CTL-SEG-TIME TO WL-TIME (WS-LAT-IX)
           END-SEARCH.
       2200-NOTE-LATEST-EXIT.
           EXIT.

       2210-ADD-LATEST.
           IF WS-LATEST-USED NOT < WS-LATEST-MAX
               GO TO 2210-ADD-LATEST-EXIT
           END-IF
           ADD 1 TO WS-LATEST-USED
           SET WS-LAT-IX TO WS-LATEST-USED
           MOVE CTL-SEG-STEP  TO WL-STEP (WS-LAT-IX)
           MOVE CTL-FILE-NAME TO WL-FILE (WS-LAT-IX)
           MOVE CTL-SEG-DATE  TO WL-DATE (WS-LAT-IX)
           MOVE CTL-SEG-TIME  TO WL-TIME (WS-LAT-IX).
       2210-ADD-LATEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-BALANCE-SEGMENTS - OUTPUT PROCEDURE: THE CONTROL     *
      *>                         RECORDS ARRIVE GROUPED BY         *
      *>                         SEGMENT, THE PRODUCER'S ENTRY     *
      *>                         FIRST AND THEN EVERY CHECK OF IT  *
      *>                         IN THE ORDER THEY WERE MADE       *
      *>----------------------------------------------------------*
       4000-BALANCE-SEGMENTS.
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT
           PERFORM 4100-BALANCE-ONE THRU 4100-BALANCE-ONE-EXIT
               UNTIL WS-SORT-EOF
           IF WS-HOLDING
               PERFORM 4300-END-SEGMENT THRU 4300-END-SEGMENT-EXIT
           END-IF.
       4000-BALANCE-SEGMENTS-EXIT.
           EXIT.

       4100-BALANCE-ONE.
           IF WS-HOLDING
              AND (SR-SEG-STEP NOT = WS-HOLD-SEG-STEP
                   OR SR-SEG-DATE NOT = WS-HOLD-SEG-DATE
                   OR SR-SEG-TIME NOT = WS-HOLD-SEG-TIME)
               PERFORM 4300-END-SEGMENT THRU 4300-END-SEGMENT-EXIT
           END-IF
           IF NOT WS-HOLDING
               PERFORM 4200-START-SEGMENT THRU 4200-START-SEGMENT-EXIT
           END-IF
           IF SR-PRODUCED
               MOVE 'Y'             TO WS-PRODUCER-SWITCH
               MOVE SR-STEP-NAME    TO WS-HOLD-STEP
               MOVE SR-FILE-NAME    TO WS-HOLD-FILE
               MOVE SR-WRITE-MODE   TO WS-HOLD-MODE
               MOVE SR-RECORD-COUNT TO WS-HOLD-COUNT
           ELSE
               PERFORM 4400-PRINT-CHECK THRU 4400-PRINT-CHECK-EXIT
           END-IF
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
       4100-BALANCE-ONE-EXIT.
           EXIT.

       4200-START-SEGMENT.
           MOVE 'Y'         TO WS-HOLD-SWITCH
           MOVE 'N'         TO WS-PRODUCER-SWITCH
           MOVE SR-SEG-STEP TO WS-HOLD-SEG-STEP
           MOVE SR-SEG-DATE TO WS-HOLD-SEG-DATE
           MOVE SR-SEG-TIME TO WS-HOLD-SEG-TIME
           MOVE SPACES      TO WS-HOLD-STEP
           MOVE SPACES      TO WS-HOLD-FILE
           MOVE SPACE       TO WS-HOLD-MODE
           MOVE ZERO        TO WS-HOLD-COUNT
           MOVE SPACE       TO WS-LAST-STATUS
           MOVE ZERO        TO WS-CHECK-COUNT
           ADD 1 TO WS-SEGMENT-COUNT.
       4200-START-SEGMENT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4300-END-SEGMENT - A SEGMENT NO STEP HAS CHECKED GETS ONE *
      *>                    LINE OF ITS OWN; ONE WHOSE LATEST      *
      *>                    CHECK WAS REFUSED IS STILL OUT OF      *
      *>                    BALANCE                                *
      *>----------------------------------------------------------*
       4300-END-SEGMENT.
           IF WS-CHECK-COUNT = ZERO
               PERFORM 4500-PRINT-UNCHECKED
                   THRU 4500-PRINT-UNCHECKED-EXIT
           END-IF
           IF WS-LAST-STATUS = 'X'
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF
           MOVE 'N' TO WS-HOLD-SWITCH.
       4300-END-SEGMENT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4400-PRINT-CHECK - ONE LINE PER CHECK A CONSUMING STEP    *
      *>                    MADE: THE PRODUCER'S COUNT OUT (OR THE *
      *>                    TRAILER'S, WHEN THE PRODUCER LOGGED    *
      *>                    NOTHING) AGAINST THE COUNT IT FOUND    *
      *>----------------------------------------------------------*
       4400-PRINT-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           MOVE SR-STATUS TO WS-LAST-STATUS
           MOVE SR-SEG-DATE TO WD-SEG-DATE
           MOVE SR-SEG-TIME TO WD-SEG-TIME
           IF WS-HAS-PRODUCER
               MOVE WS-HOLD-STEP    TO WD-PRODUCER
               MOVE WS-HOLD-FILE    TO WD-FILE
               MOVE WS-HOLD-COUNT   TO WS-OUT-COUNT
           ELSE
               MOVE SR-SEG-STEP     TO WD-PRODUCER
               MOVE SR-FILE-NAME    TO WD-FILE
               MOVE SR-EXPECT-COUNT TO WS-OUT-COUNT
           END-IF
           IF SR-SEG-STEP = SPACES
               MOVE "(KEYED)"       TO WD-PRODUCER
           END-IF
           MOVE WS-OUT-COUNT    TO WD-OUT-COUNT
           MOVE SR-STEP-NAME    TO WD-CONSUMER
           MOVE SR-RUN-DATE     TO WD-CONSUMED-DATE
           MOVE SR-RECORD-COUNT TO WD-IN-COUNT
           COMPUTE WS-DIFFERENCE = WS-OUT-COUNT - SR-RECORD-COUNT
           MOVE WS-DIFFERENCE   TO WD-DIFFERENCE
           EVALUATE TRUE
               WHEN SR-SEG-STEP = SPACES
                   MOVE SR-REASON TO WD-RESULT
                   ADD 1 TO WS-UNCONTROLLED-COUNT
               WHEN NOT SR-BALANCED
                   MOVE SR-REASON TO WD-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT WS-HAS-PRODUCER
                   MOVE "NO PRODUCER LOG" TO WD-RESULT
                   ADD 1 TO WS-BALANCED-COUNT
               WHEN OTHER
                   MOVE "BALANCED" TO WD-RESULT
                   ADD 1 TO WS-BALANCED-COUNT
           END-EVALUATE
           IF SR-SEG-STEP = SPACES AND NOT SR-BALANCED
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           WRITE BALANCE-RPT-LINE FROM WS-DETAIL-LINE.
       4400-PRINT-CHECK-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4500-PRINT-UNCHECKED - A GENERATION NO CONSUMER HAS SEEN. *
      *>                        ONE A RERUN OF ITS PRODUCER HAS    *
      *>                        SINCE REPLACED WILL NEVER BE SEEN; *
      *>                        ANY OTHER IS STILL WAITING         *
      *>----------------------------------------------------------*
       4500-PRINT-UNCHECKED.
           MOVE WS-HOLD-SEG-DATE TO WD-SEG-DATE
           MOVE WS-HOLD-SEG-TIME TO WD-SEG-TIME
           MOVE WS-HOLD-STEP     TO WD-PRODUCER
           MOVE WS-HOLD-FILE     TO WD-FILE
           MOVE WS-HOLD-COUNT    TO WD-OUT-COUNT
           MOVE SPACES           TO WD-CONSUMER
           MOVE SPACES           TO WD-CONSUMED-DATE
           MOVE ZERO             TO WD-IN-COUNT
           MOVE WS-HOLD-COUNT    TO WD-DIFFERENCE
           MOVE "NOT YET CONSUMED" TO WD-RESULT
           IF WS-HOLD-MODE = 'R'
               SET WS-LAT-IX TO 1
               SEARCH WS-LATEST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LAT-IX > WS-LATEST-USED
                       CONTINUE
                   WHEN WL-STEP (WS-LAT-IX) = WS-HOLD-SEG-STEP
                    AND WL-FILE (WS-LAT-IX) = WS-HOLD-FILE
                       IF WL-DATE (WS-LAT-IX) NOT = WS-HOLD-SEG-DATE
                          OR WL-TIME (WS-LAT-IX) NOT = WS-HOLD-SEG-TIME
                           MOVE "SUPERSEDED BY A RERUN" TO WD-RESULT
                       END-IF
               END-SEARCH
           END-IF
           IF WD-RESULT = "NOT YET CONSUMED"
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               ADD 1 TO WS-SUPERSEDED-COUNT
           END-IF
           WRITE BALANCE-RPT-LINE FROM WS-DETAIL-LINE.
       4500-PRINT-UNCHECKED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       5000-TERMINATE.
           MOVE SPACES TO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE "CONTROL RECORDS READ.........."  TO WS-SUMMARY-TEXT
           MOVE WS-READ-COUNT                      TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "CONTROL RECORDS IN WINDOW....."  TO WS-SUMMARY-TEXT
           MOVE WS-SELECTED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SEGMENTS REPORTED............."  TO WS-SUMMARY-TEXT
           MOVE WS-SEGMENT-COUNT                   TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "CHECKS IN BALANCE............."  TO WS-SUMMARY-TEXT
           MOVE WS-BALANCED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "CHECKS REFUSED................"  TO WS-SUMMARY-TEXT
           MOVE WS-REFUSED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SEGMENTS STILL OUT OF BALANCE."  TO WS-SUMMARY-TEXT
           MOVE WS-UNRESOLVED-COUNT                TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SEGMENTS NOT YET CONSUMED....."  TO WS-SUMMARY-TEXT
           MOVE WS-PENDING-COUNT                   TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SEGMENTS SUPERSEDED BY RERUN.."  TO WS-SUMMARY-TEXT
           MOVE WS-SUPERSEDED-COUNT                TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNCONTROLLED CARD GROUPS......"  TO WS-SUMMARY-TEXT
           MOVE WS-UNCONTROLLED-COUNT              TO WS-SUMMARY-COUNT
           WRITE BALANCE-RPT-LINE FROM WS-SUMMARY-LINE

           IF WS-UNRESOLVED-COUNT > ZERO
               WRITE BALANCE-RPT-LINE FROM WS-ALERT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE BALANCE-RPT.
       5000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-SORTED - RETURN THE NEXT SORTED CONTROL      *
      *>                      RECORD, SET EOF                      *
      *>----------------------------------------------------------*
       6900-RETURN-SORTED.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-SORTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-CTL-TOTAL - READ THE NEXT CTLTOTS RECORD, SET  *
      *>                       EOF                                 *
      *>----------------------------------------------------------*
       8000-READ-CTL-TOTAL.
           READ CTL-TOTALS
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-READ-CTL-TOTAL-EXIT.
           EXIT.
