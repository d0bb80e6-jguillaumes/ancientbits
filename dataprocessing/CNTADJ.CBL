       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNTADJ.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - STOCK-TAKE ADJUSTMENTS. *
      *>                 RAISES SA ADJUSTMENT CARDS FOR APPROVED   *
      *>                 STOCK-TAKE VARIANCES FROM CNTINTAK AND    *
      *>                 APPENDS THEM TO STRANSIN, WHERE THEY PASS *
      *>                 THROUGH STKEDIT AND STKLOAD LIKE ANY      *
      *>                 OTHER STOCK CARD.                         *
      *> 2026-10-15  DP  SA CARDS NAME THE CONDITION GRADE OF THE  *
      *>                 VARIANCE IN STKCOND AND THE REPORT SHOWS  *
      *>                 IT.  AN LPID APPROVAL APPROVES EVERY      *
      *>                 GRADE OF THE ALBUM.                       *
      *> 2026-10-15  DP  EACH SA CARD IS STAMPED WITH OPERATOR     *
      *>                 CNTADJ AND SOURCE CA SO THE EDIT CAN      *
      *>                 CHECK IT AGAINST OPRAUTH AND THE LEDGER   *
      *>                 SHOWS WHERE THE ADJUSTMENT CAME FROM.     *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VARIANCE-IN ASSIGN TO "CNTVAR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-IN ASSIGN TO "CNTAPPR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STRANS-OUT ASSIGN TO "STRANSIN"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJUST-RPT      ASSIGN TO "CNTADJRP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-IN
           RECORDING MODE IS F.
       01  VARIANCE-RECORD.
           COPY CNTVAR.

       FD  APPROVAL-IN
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           COPY CNTAPPR.

       FD  STRANS-OUT
           RECORDING MODE IS F.
       01  STRANS-OUT-RECORD.
           03 SO-SCODE           PIC XX.
           03 SO-STEXT           PIC X(84).
           03 SO-SOPERATOR       PIC X(08).
           03 SO-SSOURCE         PIC X(02).

       FD  ADJUST-RPT
           RECORDING MODE IS F.
       01  ADJUST-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.

       77  WS-APR-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-APR-EOF           VALUE 'Y'.

       77  WS-APR-FOUND-SWITCH     PIC X(01)     VALUE 'N'.
           88 WS-APR-FOUND         VALUE 'Y'.

       77  WS-APPROVE-ALL-SWITCH   PIC X(01)     VALUE 'N'.
           88 WS-APPROVE-ALL       VALUE 'Y'.

       77  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-CARD-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-APPROVED-COUNT  PIC 9(07) COMP VALUE ZERO.
       77  WS-UNUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-APR-IGNORED         PIC 9(07) COMP VALUE ZERO.
       77  WS-UNITS-UP            PIC 9(09) COMP VALUE ZERO.
       77  WS-UNITS-DOWN          PIC 9(09) COMP VALUE ZERO.

       77  WS-VALUE-NET           PIC S9(11)V99 COMP VALUE ZERO.
       77  WS-LINE-VALUE          PIC 9(09)V99 COMP VALUE ZERO.

       77  WS-APR-MAX             PIC 9(05) COMP VALUE 2000.
       77  WS-APR-COUNT           PIC 9(05) COMP VALUE ZERO.

       01  WS-APPROVAL-TABLE.
           03 WS-APR-ENTRY         OCCURS 2000 TIMES
                                    INDEXED BY WS-APR-IX.
              05 WS-APR-LPID        PIC X(04).
              05 WS-APR-USED        PIC X(01).
                 88 WS-APR-WAS-USED VALUE 'Y'.

       01  WS-ADJUST-CARD.
           03 WAC-SCODE            PIC X(02)  VALUE "SA".
           03 WAC-LPID             PIC X(04).
           03 WAC-STKQTY           PIC 9(05).
           03 WAC-STKSIGN          PIC X(01).
           03 WAC-STKCOND          PIC X(02).
           03 FILLER               PIC X(72)  VALUE SPACES.
           03 WAC-OPERATOR         PIC X(08)  VALUE "CNTADJ".
           03 WAC-SOURCE           PIC X(02)  VALUE "CA".

       01  WS-APPROVE-ALL-LINE.
           03 FILLER               PIC X(52)  VALUE
              "*** ALL VARIANCES APPROVED BY AN 'ALL' CARD ***".

       01  WS-DETAIL-LINE.
           03 WD-LPID               PIC X(04).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-CONDITION          PIC X(02).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-COUNT-DATE         PIC 9(08).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-SYSTEM-QTY         PIC ZZ,ZZ9.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-COUNTED-QTY        PIC ZZ,ZZ9.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-SIGN               PIC X(01).
           03 WD-VARIANCE-QTY       PIC ZZ,ZZ9.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WD-NOTE               PIC X(24).

       01  WS-EXCEPT-LINE.
           03 WE-LABEL             PIC X(36).
           03 WE-LPID              PIC X(04).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-VALUE-LINE.
           03 WS-VALUE-TEXT        PIC X(40).
           03 WS-VALUE-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-VARIANCE
               THRU 2000-PROCESS-VARIANCE-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - LOAD THE APPROVALS, OPEN FILES, PRIME   *
      *>                   THE FIRST VARIANCE                      *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-LOAD-APPROVALS THRU 1100-LOAD-APPROVALS-EXIT
           OPEN INPUT  VARIANCE-IN
           OPEN EXTEND STRANS-OUT
           OPEN OUTPUT ADJUST-RPT
           IF WS-APPROVE-ALL
               WRITE ADJUST-RPT-LINE FROM WS-APPROVE-ALL-LINE
           END-IF
           PERFORM 8000-READ-VARIANCE THRU 8000-READ-VARIANCE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1100-LOAD-APPROVALS - PULL THE APPROVAL CARDS INTO THE    *
      *>                       TABLE.  AN 'ALL' CARD APPROVES      *
      *>                       EVERY VARIANCE; A BLANK CARD OR ONE *
      *>                       PAST THE TABLE LIMIT IS COUNTED AND *
      *>                       IGNORED.                            *
      *>----------------------------------------------------------*
       1100-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-IN
           PERFORM 8100-READ-APPROVAL THRU 8100-READ-APPROVAL-EXIT
           PERFORM 1110-LOAD-ONE-APPROVAL
               THRU 1110-LOAD-ONE-APPROVAL-EXIT
               UNTIL WS-APR-EOF
           CLOSE APPROVAL-IN.
       1100-LOAD-APPROVALS-EXIT.
           EXIT.

       1110-LOAD-ONE-APPROVAL.
           IF CA-APPROVE-ALL
               MOVE 'Y' TO WS-APPROVE-ALL-SWITCH
           ELSE
               IF CA-LPID = SPACES
                  OR WS-APR-COUNT NOT < WS-APR-MAX
                   ADD 1 TO WS-APR-IGNORED
               ELSE
                   ADD 1 TO WS-APR-COUNT
                   SET WS-APR-IX TO WS-APR-COUNT
                   MOVE CA-LPID TO WS-APR-LPID (WS-APR-IX)
                   MOVE 'N'     TO WS-APR-USED (WS-APR-IX)
               END-IF
           END-IF
           PERFORM 8100-READ-APPROVAL THRU 8100-READ-APPROVAL-EXIT.
       1110-LOAD-ONE-APPROVAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-PROCESS-VARIANCE - RAISE AN SA CARD FOR AN APPROVED  *
      *>                         VARIANCE; LIST THE REST AS NOT    *
      *>                         APPROVED                          *
      *>----------------------------------------------------------*
       2000-PROCESS-VARIANCE.
           PERFORM 2100-FIND-APPROVAL THRU 2100-FIND-APPROVAL-EXIT
           MOVE CV-LPID          TO WD-LPID
           MOVE CV-CONDITION     TO WD-CONDITION
           MOVE CV-COUNT-DATE    TO WD-COUNT-DATE
           MOVE CV-SYSTEM-QTY    TO WD-SYSTEM-QTY
           MOVE CV-COUNTED-QTY   TO WD-COUNTED-QTY
           MOVE CV-VARIANCE-SIGN TO WD-SIGN
           MOVE CV-VARIANCE-QTY  TO WD-VARIANCE-QTY
           COMPUTE WS-LINE-VALUE = CV-VARIANCE-QTY * CV-UNIT-PRICE
           MOVE WS-LINE-VALUE    TO WD-VALUE
           IF NOT WS-APR-FOUND
               MOVE "*** NOT APPROVED" TO WD-NOTE
               WRITE ADJUST-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-NOT-APPROVED-COUNT
               GO TO 2000-PROCESS-VARIANCE-NEXT
           END-IF
           PERFORM 2200-WRITE-SA-CARD THRU 2200-WRITE-SA-CARD-EXIT
           MOVE "SA CARD WRITTEN" TO WD-NOTE
           WRITE ADJUST-RPT-LINE FROM WS-DETAIL-LINE.
       2000-PROCESS-VARIANCE-NEXT.
           PERFORM 8000-READ-VARIANCE THRU 8000-READ-VARIANCE-EXIT.
       2000-PROCESS-VARIANCE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2100-FIND-APPROVAL - A CARD FOR THE LPID, OR AN 'ALL'     *
      *>                      CARD, APPROVES THE VARIANCE.  AN     *
      *>                      LPID CARD COVERS EVERY CONDITION     *
      *>                      GRADE OF THE ALBUM.                  *
      *>----------------------------------------------------------*
       2100-FIND-APPROVAL.
           MOVE 'N' TO WS-APR-FOUND-SWITCH
           SET WS-APR-IX TO 1
           SEARCH WS-APR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APR-IX > WS-APR-COUNT
                   CONTINUE
               WHEN WS-APR-LPID (WS-APR-IX) = CV-LPID
                   MOVE 'Y' TO WS-APR-FOUND-SWITCH
                   MOVE 'Y' TO WS-APR-USED (WS-APR-IX)
           END-SEARCH
           IF WS-APPROVE-ALL
               MOVE 'Y' TO WS-APR-FOUND-SWITCH
           END-IF.
       2100-FIND-APPROVAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-WRITE-SA-CARD - APPEND THE SA ADJUSTMENT TO THE      *
      *>                      STRANSIN FEED FOR THE NEXT STOCK     *
      *>                      EDIT RUN                             *
      *>----------------------------------------------------------*
       2200-WRITE-SA-CARD.
           MOVE CV-LPID          TO WAC-LPID
           MOVE CV-VARIANCE-QTY  TO WAC-STKQTY
           MOVE CV-VARIANCE-SIGN TO WAC-STKSIGN
           MOVE CV-CONDITION     TO WAC-STKCOND
           WRITE STRANS-OUT-RECORD FROM WS-ADJUST-CARD
           ADD 1 TO WS-CARD-COUNT
           IF CV-VARIANCE-SIGN = '+'
               ADD CV-VARIANCE-QTY TO WS-UNITS-UP
               ADD WS-LINE-VALUE   TO WS-VALUE-NET
           ELSE
               ADD CV-VARIANCE-QTY TO WS-UNITS-DOWN
               SUBTRACT WS-LINE-VALUE FROM WS-VALUE-NET
           END-IF.
       2200-WRITE-SA-CARD-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-TERMINATE - LIST UNUSED APPROVALS, WRITE THE RUN     *
      *>                  SUMMARY AND CLOSE FILES                  *
      *>----------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES TO ADJUST-RPT-LINE
           WRITE ADJUST-RPT-LINE
           PERFORM 3100-CHECK-ONE-APPROVAL
               THRU 3100-CHECK-ONE-APPROVAL-EXIT
               VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-COUNT

           MOVE "VARIANCES READ................"  TO WS-SUMMARY-TEXT
           MOVE WS-READ-COUNT                      TO WS-SUMMARY-COUNT
           WRITE ADJUST-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SA CARDS WRITTEN.............."  TO WS-SUMMARY-TEXT
           MOVE WS-CARD-COUNT                      TO WS-SUMMARY-COUNT
           WRITE ADJUST-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS ADJUSTED UP............."  TO WS-SUMMARY-TEXT
           MOVE WS-UNITS-UP                        TO WS-SUMMARY-COUNT
           WRITE ADJUST-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS ADJUSTED DOWN..........."  TO WS-SUMMARY-TEXT
           MOVE WS-UNITS-DOWN                      TO WS-SUMMARY-COUNT
           WRITE ADJUST-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "VARIANCES NOT APPROVED........"  TO WS-SUMMARY-TEXT
           MOVE WS-NOT-APPROVED-COUNT              TO WS-SUMMARY-COUNT
           WRITE ADJUST-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "APPROVALS MATCHING NOTHING...."  TO WS-SUMMARY-TEXT
           MOVE WS-UNUSED-COUNT                    TO WS-SUMMARY-COUNT
           WRITE ADJUST-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "APPROVAL CARDS IGNORED........"  TO WS-SUMMARY-TEXT
           MOVE WS-APR-IGNORED                     TO WS-SUMMARY-COUNT
           WRITE ADJUST-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "NET ADJUSTMENT VALUE.........."  TO WS-VALUE-TEXT
           MOVE WS-VALUE-NET                       TO WS-VALUE-AMOUNT
           WRITE ADJUST-RPT-LINE FROM WS-VALUE-LINE

           CLOSE VARIANCE-IN
           CLOSE STRANS-OUT
           CLOSE ADJUST-RPT.
       3000-TERMINATE-EXIT.
           EXIT.

       3100-CHECK-ONE-APPROVAL.
           IF WS-APR-WAS-USED (WS-APR-IX)
               GO TO 3100-CHECK-ONE-APPROVAL-EXIT
           END-IF
           MOVE "*** APPROVAL MATCHED NO VARIANCE" TO WE-LABEL
           MOVE WS-APR-LPID (WS-APR-IX)           TO WE-LPID
           WRITE ADJUST-RPT-LINE FROM WS-EXCEPT-LINE
           ADD 1 TO WS-UNUSED-COUNT.
       3100-CHECK-ONE-APPROVAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-VARIANCE - READ THE NEXT VARIANCE, SET EOF      *
      *>----------------------------------------------------------*
       8000-READ-VARIANCE.
           READ VARIANCE-IN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-READ-VARIANCE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-APPROVAL - READ THE NEXT APPROVAL CARD          *
      *>----------------------------------------------------------*
       8100-READ-APPROVAL.
           READ APPROVAL-IN
               AT END
                   SET WS-APR-EOF TO TRUE
           END-READ.
       8100-READ-APPROVAL-EXIT.
           EXIT.
