       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNTINTAK.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - STOCK-TAKE COUNT        *
      *>                 INTAKE.  THE CNTCARDS COUNT CARDS (ONE    *
      *>                 PER ALBUM PER LOCATION COUNTED) ARE       *
      *>                 VETTED, SORTED AND ADDED UP BY LPID, THEN *
      *>                 MATCHED AGAINST THE INVENTORY MASTER.     *
      *>                 EVERY ALBUM WHOSE COUNT DIFFERS FROM      *
      *>                 INV-QTY-ON-HAND PRINTS ON THE VARIANCE    *
      *>                 REPORT VALUED AT INV-UNIT-PRICE AND IS    *
      *>                 PASSED ON THE CNTVAR FILE TO CNTADJ FOR   *
      *>                 APPROVAL.  ALBUMS ON THE MASTER THAT      *
      *>                 NOBODY COUNTED ARE LISTED SEPARATELY AND  *
      *>                 ARE NOT ADJUSTED; A COUNT FOR AN ALBUM    *
      *>                 WITH NO INVENTORY RECORD IS LISTED AS AN  *
      *>                 EXCEPTION (IT NEEDS AN SR RECEIPT, NOT AN *
      *>                 ADJUSTMENT).                              *
      *> 2026-10-15  DP  COUNTS ARE TAKEN, MATCHED AND REPORTED BY *
      *>                 LPID AND CONDITION GRADE.  COUNT CARDS    *
      *>                 CARRY THE GRADE (BLANK COUNTS AS UN) AND  *
      *>                 THE GRADE IS PASSED ON CNTVAR TO CNTADJ.  *
      *> 2026-10-15  DP  AN ALBUM WHOSE COUNT CARDS ADD UP TO MORE *
      *>                 THAN 99,999 WILL NOT FIT THE CNTVAR       *
      *>                 COUNTED QUANTITY OR THE MASTER.  IT IS    *
      *>                 LISTED AS AN EXCEPTION WITH ITS TOTAL AND *
      *>                 COUNTED ON THE SUMMARY INSTEAD OF BEING   *
      *>                 PASSED TO CNTADJ.                         *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COUNT-IN ASSIGN TO "CNTCARDS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT VARIANCE-OUT    ASSIGN TO "CNTVAR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VARIANCE-RPT    ASSIGN TO "CNTVARPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK       ASSIGN TO "SORTCNT".

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-IN
           RECORDING MODE IS F.
       01  COUNT-RECORD.
           COPY CNTCARD.

       FD  INV-MASTER.
           COPY INVMAST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  VARIANCE-OUT
           RECORDING MODE IS F.
       01  VARIANCE-RECORD.
           COPY CNTVAR.

       FD  VARIANCE-RPT
           RECORDING MODE IS F.
       01  VARIANCE-RPT-LINE     PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SC-STOCK-KEY.
              05 SC-LPID          PIC X(04).
              05 SC-CONDITION     PIC X(02).
           03 SC-COUNT-QTY        PIC 9(05).

       WORKING-STORAGE SECTION.
       77  WS-CNT-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-CNT-EOF           VALUE 'Y'.

       77  WS-INV-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-INV-EOF           VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-OVERFLOW-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-TABLE-OVERFLOW    VALUE 'Y'.

       77  WS-CARD-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-COUNTED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-AGREED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-VARIANCE-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-INV-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCOUNTED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-OVER-LIMIT-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-UNITS-OVER           PIC 9(09) COMP VALUE ZERO.
       77  WS-UNITS-SHORT          PIC 9(09) COMP VALUE ZERO.

       77  WS-VALUE-OVER           PIC 9(11)V99 COMP VALUE ZERO.
       77  WS-VALUE-SHORT          PIC 9(11)V99 COMP VALUE ZERO.
       77  WS-VALUE-NET            PIC S9(11)V99 COMP VALUE ZERO.
       77  WS-UNCOUNTED-VALUE      PIC 9(11)V99 COMP VALUE ZERO.
       77  WS-LINE-VALUE           PIC 9(09)V99 COMP VALUE ZERO.

       77  WS-UNC-MAX              PIC 9(05) COMP VALUE 5000.
       77  WS-UNC-COUNT            PIC 9(05) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-CNT-QTY              PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-QTY-MAX          PIC 9(07) COMP VALUE 99999.
       77  WS-CNT-QTY-EDIT         PIC Z,ZZZ,ZZ9.
       77  WS-VAR-QTY              PIC 9(07) COMP VALUE ZERO.

       01  WS-CNT-KEY.
           03 WS-CNT-LPID          PIC X(04)     VALUE SPACES.
           03 WS-CNT-CONDITION     PIC X(02)     VALUE SPACES.

       01  WS-INV-KEY              PIC X(06)     VALUE SPACES.

       01  WS-UNCOUNTED-TABLE.
           03 WS-UNC-ENTRY         OCCURS 5000 TIMES
                                    INDEXED BY WS-UNC-IX.
              05 WS-UNC-LPID        PIC X(04).
              05 WS-UNC-CONDITION   PIC X(02).
              05 WS-UNC-QTY         PIC 9(05).
              05 WS-UNC-PRICE       PIC 9(05)V99.

       01  WS-SECTION-LINE.
           03 WS-SECTION-TEXT      PIC X(60).

       01  WS-HEADING-LINE.
           03 FILLER               PIC X(06)  VALUE "LPID".
           03 FILLER               PIC X(04)  VALUE "GR".
           03 FILLER               PIC X(32)  VALUE "ALBUM".
           03 FILLER               PIC X(27)  VALUE "ARTIST".
           03 FILLER               PIC X(08)  VALUE "  SYSTEM".
           03 FILLER               PIC X(08)  VALUE " COUNTED".
           03 FILLER               PIC X(09)  VALUE " VARIANCE".
           03 FILLER               PIC X(11)  VALUE "  UNIT PRC".
           03 FILLER               PIC X(17)  VALUE
              "   VARIANCE VALUE".

       01  WS-VARIANCE-LINE.
           03 WV-LPID                PIC X(04).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-CONDITION           PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-LPNAME              PIC X(30).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-LPARTIST            PIC X(25).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-SYSTEM-QTY          PIC ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-COUNTED-QTY         PIC ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-VARIANCE            PIC -ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-UNIT-PRICE          PIC ZZ,ZZ9.99.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WV-VALUE               PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPT-LINE.
           03 WE-LABEL              PIC X(36).
           03 WE-LPID               PIC X(04).
           03 FILLER                PIC X(01)  VALUE SPACES.
           03 WE-CONDITION          PIC X(02).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WE-DETAIL             PIC X(19).

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
           SORT SORT-WORK
               ON ASCENDING KEY SC-STOCK-KEY
               INPUT PROCEDURE IS 2000-EDIT-COUNTS
                   THRU 2000-EDIT-COUNTS-EXIT
               OUTPUT PROCEDURE IS 3000-MATCH-COUNTS
                   THRU 3000-MATCH-COUNTS-EXIT
           IF WS-TABLE-OVERFLOW
               DISPLAY "CNTINTAK - UNCOUNTED TABLE FULL - "
                       "UNCOUNTED LIST INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 4000-PRINT-UNCOUNTED THRU 4000-PRINT-UNCOUNTED-EXIT
           PERFORM 5000-TERMINATE THRU 5000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN FILES                              *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  COUNT-IN
           OPEN INPUT  INV-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT VARIANCE-OUT
           OPEN OUTPUT VARIANCE-RPT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-EDIT-COUNTS - INPUT PROCEDURE: VET EACH COUNT CARD   *
      *>                    AND RELEASE THE GOOD ONES.  AN ALBUM   *
      *>                    COUNTED IN MORE THAN ONE LOCATION HAS  *
      *>                    ONE CARD PER LOCATION; THE SORT BRINGS *
      *>                    THEM TOGETHER FOR ADDING UP.  A CARD   *
      *>                    WITH NO GRADE COUNTS AGAINST UN.       *
      *>----------------------------------------------------------*
       2000-EDIT-COUNTS.
           MOVE "COUNT CARDS REJECTED" TO WS-SECTION-TEXT
           WRITE VARIANCE-RPT-LINE FROM WS-SECTION-LINE
           PERFORM 8000-READ-COUNT THRU 8000-READ-COUNT-EXIT
           PERFORM 2100-EDIT-ONE THRU 2100-EDIT-ONE-EXIT
               UNTIL WS-CNT-EOF.
       2000-EDIT-COUNTS-EXIT.
           EXIT.

       2100-EDIT-ONE.
           IF CNT-LPID = SPACES
               MOVE "*** COUNT CARD HAS NO LPID" TO WE-LABEL
               GO TO 2100-EDIT-ONE-REJECT
           END-IF
           IF CNT-COUNT-QTY NOT NUMERIC
               MOVE "*** COUNT NOT NUMERIC" TO WE-LABEL
               GO TO 2100-EDIT-ONE-REJECT
           END-IF
           IF CNT-CONDITION = SPACES
               MOVE "UN" TO CNT-CONDITION
           END-IF
           IF NOT CNT-GRADE-VALID
               MOVE "*** UNKNOWN CONDITION GRADE" TO WE-LABEL
               GO TO 2100-EDIT-ONE-REJECT
           END-IF
           MOVE CNT-LPID      TO SC-LPID
           MOVE CNT-CONDITION TO SC-CONDITION
           MOVE CNT-COUNT-QTY TO SC-COUNT-QTY
           RELEASE SORT-RECORD
           GO TO 2100-EDIT-ONE-NEXT.
       2100-EDIT-ONE-REJECT.
           MOVE CNT-LPID      TO WE-LPID
           MOVE CNT-CONDITION TO WE-CONDITION
           MOVE CNT-LOCATION  TO WE-DETAIL
           WRITE VARIANCE-RPT-LINE FROM WS-EXCEPT-LINE
           ADD 1 TO WS-REJECT-COUNT.
       2100-EDIT-ONE-NEXT.
           PERFORM 8000-READ-COUNT THRU 8000-READ-COUNT-EXIT.
       2100-EDIT-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-MATCH-COUNTS - OUTPUT PROCEDURE: MATCH THE SUMMED    *
      *>                    COUNTS AGAINST THE INVENTORY MASTER,   *
      *>                    BOTH IN LPID AND CONDITION GRADE       *
      *>                    ORDER.  AN EXHAUSTED SIDE CARRIES      *
      *>                    HIGH-VALUES SO THE OTHER RUNS OUT TO   *
      *>                    ITS END.                               *
      *>----------------------------------------------------------*
       3000-MATCH-COUNTS.
           MOVE SPACES TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE
           MOVE "STOCK-TAKE VARIANCES" TO WS-SECTION-TEXT
           WRITE VARIANCE-RPT-LINE FROM WS-SECTION-LINE
           WRITE VARIANCE-RPT-LINE FROM WS-HEADING-LINE
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT
           PERFORM 3050-NEXT-COUNT THRU 3050-NEXT-COUNT-EXIT
           PERFORM 3060-NEXT-INVENTORY THRU 3060-NEXT-INVENTORY-EXIT
           PERFORM 3100-MATCH-ONE THRU 3100-MATCH-ONE-EXIT
               UNTIL WS-CNT-KEY = HIGH-VALUES
                 AND WS-INV-KEY = HIGH-VALUES.
       3000-MATCH-COUNTS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3050-NEXT-COUNT - ADD UP EVERY SORTED COUNT FOR THE NEXT  *
      *>                   LPID AND CONDITION GRADE                *
      *>----------------------------------------------------------*
       3050-NEXT-COUNT.
           IF WS-SORT-EOF
               MOVE HIGH-VALUES TO WS-CNT-KEY
               GO TO 3050-NEXT-COUNT-EXIT
           END-IF
           MOVE SC-STOCK-KEY TO WS-CNT-KEY
           MOVE ZERO         TO WS-CNT-QTY
           PERFORM 3055-ADD-COUNT THRU 3055-ADD-COUNT-EXIT
               UNTIL WS-SORT-EOF
                  OR SC-STOCK-KEY NOT = WS-CNT-KEY.
       3050-NEXT-COUNT-EXIT.
           EXIT.

       3055-ADD-COUNT.
           ADD SC-COUNT-QTY TO WS-CNT-QTY
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
       3055-ADD-COUNT-EXIT.
           EXIT.

       3060-NEXT-INVENTORY.
           PERFORM 8100-READ-INV-NEXT THRU 8100-READ-INV-NEXT-EXIT
           IF WS-INV-EOF
               MOVE HIGH-VALUES TO WS-INV-KEY
           ELSE
               MOVE INV-KEY     TO WS-INV-KEY
           END-IF.
       3060-NEXT-INVENTORY-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3100-MATCH-ONE - A MASTER RECORD WITH NO COUNT GOES ON    *
      *>                  THE UNCOUNTED LIST; A COUNT WITH NO      *
      *>                  MASTER RECORD CANNOT BE ADJUSTED AND IS  *
      *>                  LISTED; A MATCH IS COMPARED.  A COUNT    *
      *>                  TOTAL TOO LARGE FOR THE MASTER QUANTITY  *
      *>                  IS LISTED, NOT PASSED TO CNTADJ          *
      *>----------------------------------------------------------*
       3100-MATCH-ONE.
           IF WS-INV-KEY < WS-CNT-KEY
               PERFORM 3300-HOLD-UNCOUNTED
                   THRU 3300-HOLD-UNCOUNTED-EXIT
               PERFORM 3060-NEXT-INVENTORY
                   THRU 3060-NEXT-INVENTORY-EXIT
               GO TO 3100-MATCH-ONE-EXIT
           END-IF
           IF WS-CNT-KEY < WS-INV-KEY
               MOVE "*** COUNTED - NOT ON INVENTORY" TO WE-LABEL
               MOVE WS-CNT-LPID                       TO WE-LPID
               MOVE WS-CNT-CONDITION                  TO WE-CONDITION
               MOVE SPACES                            TO WE-DETAIL
               WRITE VARIANCE-RPT-LINE FROM WS-EXCEPT-LINE
               ADD 1 TO WS-NOT-ON-INV-COUNT
               PERFORM 3050-NEXT-COUNT THRU 3050-NEXT-COUNT-EXIT
               GO TO 3100-MATCH-ONE-EXIT
           END-IF
           IF WS-CNT-QTY > WS-CNT-QTY-MAX
               MOVE "*** COUNT TOTAL OVER 99,999"     TO WE-LABEL
               MOVE WS-CNT-LPID                       TO WE-LPID
               MOVE WS-CNT-CONDITION                  TO WE-CONDITION
               MOVE WS-CNT-QTY                        TO WS-CNT-QTY-EDIT
               MOVE WS-CNT-QTY-EDIT                   TO WE-DETAIL
               WRITE VARIANCE-RPT-LINE FROM WS-EXCEPT-LINE
               ADD 1 TO WS-OVER-LIMIT-COUNT
               PERFORM 3050-NEXT-COUNT THRU 3050-NEXT-COUNT-EXIT
               PERFORM 3060-NEXT-INVENTORY
                   THRU 3060-NEXT-INVENTORY-EXIT
               GO TO 3100-MATCH-ONE-EXIT
           END-IF
           ADD 1 TO WS-COUNTED-COUNT
           IF WS-CNT-QTY = INV-QTY-ON-HAND
               ADD 1 TO WS-AGREED-COUNT
           ELSE
               PERFORM 3200-WRITE-VARIANCE
                   THRU 3200-WRITE-VARIANCE-EXIT
           END-IF
           PERFORM 3050-NEXT-COUNT THRU 3050-NEXT-COUNT-EXIT
           PERFORM 3060-NEXT-INVENTORY THRU 3060-NEXT-INVENTORY-EXIT.
       3100-MATCH-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3200-WRITE-VARIANCE - PRINT THE VARIANCE VALUED AT THE    *
      *>                       UNIT PRICE AND PASS IT TO CNTADJ    *
      *>                       ON THE CNTVAR FILE                  *
      *>----------------------------------------------------------*
       3200-WRITE-VARIANCE.
           MOVE INV-LPID        TO CV-LPID
           MOVE INV-CONDITION   TO CV-CONDITION
           MOVE WS-RUN-DATE     TO CV-COUNT-DATE
           MOVE INV-QTY-ON-HAND TO CV-SYSTEM-QTY
           MOVE WS-CNT-QTY      TO CV-COUNTED-QTY
           MOVE INV-UNIT-PRICE  TO CV-UNIT-PRICE
           IF WS-CNT-QTY > INV-QTY-ON-HAND
               MOVE '+' TO CV-VARIANCE-SIGN
               COMPUTE WS-VAR-QTY = WS-CNT-QTY - INV-QTY-ON-HAND
               COMPUTE WS-LINE-VALUE = WS-VAR-QTY * INV-UNIT-PRICE
               ADD WS-VAR-QTY    TO WS-UNITS-OVER
               ADD WS-LINE-VALUE TO WS-VALUE-OVER
               ADD WS-LINE-VALUE TO WS-VALUE-NET
               MOVE WS-VAR-QTY    TO WV-VARIANCE
               MOVE WS-LINE-VALUE TO WV-VALUE
           ELSE
               MOVE '-' TO CV-VARIANCE-SIGN
               COMPUTE WS-VAR-QTY = INV-QTY-ON-HAND - WS-CNT-QTY
               COMPUTE WS-LINE-VALUE = WS-VAR-QTY * INV-UNIT-PRICE
               ADD WS-VAR-QTY    TO WS-UNITS-SHORT
               ADD WS-LINE-VALUE TO WS-VALUE-SHORT
               SUBTRACT WS-LINE-VALUE FROM WS-VALUE-NET
               COMPUTE WV-VARIANCE = ZERO - WS-VAR-QTY
               COMPUTE WV-VALUE    = ZERO - WS-LINE-VALUE
           END-IF
           MOVE WS-VAR-QTY TO CV-VARIANCE-QTY
           WRITE VARIANCE-RECORD
           MOVE INV-LPID TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
                   MOVE SPACES                          TO LPM-LPARTIST
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE INV-LPID        TO WV-LPID
           MOVE INV-CONDITION   TO WV-CONDITION
           MOVE LPM-LPNAME      TO WV-LPNAME
           MOVE LPM-LPARTIST    TO WV-LPARTIST
           MOVE INV-QTY-ON-HAND TO WV-SYSTEM-QTY
           MOVE WS-CNT-QTY      TO WV-COUNTED-QTY
           MOVE INV-UNIT-PRICE  TO WV-UNIT-PRICE
           WRITE VARIANCE-RPT-LINE FROM WS-VARIANCE-LINE
           ADD 1 TO WS-VARIANCE-COUNT.
       3200-WRITE-VARIANCE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3300-HOLD-UNCOUNTED - KEEP A MASTER RECORD NOBODY COUNTED *
      *>                       FOR THE SEPARATE UNCOUNTED LIST     *
      *>----------------------------------------------------------*
       3300-HOLD-UNCOUNTED.
           ADD 1 TO WS-UNCOUNTED-COUNT
           COMPUTE WS-LINE-VALUE = INV-QTY-ON-HAND * INV-UNIT-PRICE
           ADD WS-LINE-VALUE TO WS-UNCOUNTED-VALUE
           IF WS-UNC-COUNT NOT < WS-UNC-MAX
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 3300-HOLD-UNCOUNTED-EXIT
           END-IF
           ADD 1 TO WS-UNC-COUNT
           SET WS-UNC-IX TO WS-UNC-COUNT
           MOVE INV-LPID        TO WS-UNC-LPID (WS-UNC-IX)
           MOVE INV-CONDITION   TO WS-UNC-CONDITION (WS-UNC-IX)
           MOVE INV-QTY-ON-HAND TO WS-UNC-QTY (WS-UNC-IX)
           MOVE INV-UNIT-PRICE  TO WS-UNC-PRICE (WS-UNC-IX).
       3300-HOLD-UNCOUNTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-PRINT-UNCOUNTED - ALBUMS ON THE MASTER THAT WERE     *
      *>                        NEVER COUNTED, WITH THE SYSTEM     *
      *>                        QUANTITY AND ITS VALUE.  NO        *
      *>                        ADJUSTMENT IS RAISED FOR THEM.     *
      *>----------------------------------------------------------*
       4000-PRINT-UNCOUNTED.
           MOVE SPACES TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE
           MOVE "ALBUMS ON THE MASTER NOT COUNTED" TO WS-SECTION-TEXT
           WRITE VARIANCE-RPT-LINE FROM WS-SECTION-LINE
           WRITE VARIANCE-RPT-LINE FROM WS-HEADING-LINE
           PERFORM 4100-PRINT-ONE-UNCOUNTED
               THRU 4100-PRINT-ONE-UNCOUNTED-EXIT
               VARYING WS-UNC-IX FROM 1 BY 1
               UNTIL WS-UNC-IX > WS-UNC-COUNT.
       4000-PRINT-UNCOUNTED-EXIT.
           EXIT.

       4100-PRINT-ONE-UNCOUNTED.
           MOVE WS-UNC-LPID (WS-UNC-IX) TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
                   MOVE SPACES                          TO LPM-LPARTIST
               NOT INVALID KEY
                   CONTINUE
           END-READ
           COMPUTE WS-LINE-VALUE =
               WS-UNC-QTY (WS-UNC-IX) * WS-UNC-PRICE (WS-UNC-IX)
           MOVE WS-UNC-LPID (WS-UNC-IX)  TO WV-LPID
           MOVE WS-UNC-CONDITION (WS-UNC-IX) TO WV-CONDITION
           MOVE LPM-LPNAME               TO WV-LPNAME
           MOVE LPM-LPARTIST             TO WV-LPARTIST
           MOVE WS-UNC-QTY (WS-UNC-IX)   TO WV-SYSTEM-QTY
           MOVE ZERO                     TO WV-COUNTED-QTY
           MOVE ZERO                     TO WV-VARIANCE
           MOVE WS-UNC-PRICE (WS-UNC-IX) TO WV-UNIT-PRICE
           MOVE WS-LINE-VALUE            TO WV-VALUE
           WRITE VARIANCE-RPT-LINE FROM WS-VARIANCE-LINE.
       4100-PRINT-ONE-UNCOUNTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       5000-TERMINATE.
           MOVE SPACES TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE

           MOVE "COUNT CARDS READ.............."  TO WS-SUMMARY-TEXT
           MOVE WS-CARD-COUNT                      TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "COUNT CARDS REJECTED.........."  TO WS-SUMMARY-TEXT
           MOVE WS-REJECT-COUNT                    TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS COUNTED................"  TO WS-SUMMARY-TEXT
           MOVE WS-COUNTED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS AGREEING WITH MASTER..."  TO WS-SUMMARY-TEXT
           MOVE WS-AGREED-COUNT                    TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS WITH A VARIANCE........"  TO WS-SUMMARY-TEXT
           MOVE WS-VARIANCE-COUNT                  TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "COUNTED BUT NOT ON INVENTORY.."  TO WS-SUMMARY-TEXT
           MOVE WS-NOT-ON-INV-COUNT                TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "COUNT TOTALS OVER 99,999......"  TO WS-SUMMARY-TEXT
           MOVE WS-OVER-LIMIT-COUNT                TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS NOT COUNTED............"  TO WS-SUMMARY-TEXT
           MOVE WS-UNCOUNTED-COUNT                 TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS OVER...................."  TO WS-SUMMARY-TEXT
           MOVE WS-UNITS-OVER                      TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS SHORT..................."  TO WS-SUMMARY-TEXT
           MOVE WS-UNITS-SHORT                     TO WS-SUMMARY-COUNT
           WRITE VARIANCE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "VALUE OVER...................."  TO WS-VALUE-TEXT
           MOVE WS-VALUE-OVER                      TO WS-VALUE-AMOUNT
           WRITE VARIANCE-RPT-LINE FROM WS-VALUE-LINE

           MOVE "VALUE SHORT..................."  TO WS-VALUE-TEXT
           MOVE WS-VALUE-SHORT                     TO WS-VALUE-AMOUNT
           WRITE VARIANCE-RPT-LINE FROM WS-VALUE-LINE

           MOVE "NET VARIANCE VALUE............"  TO WS-VALUE-TEXT
           MOVE WS-VALUE-NET                       TO WS-VALUE-AMOUNT
           WRITE VARIANCE-RPT-LINE FROM WS-VALUE-LINE

           MOVE "VALUE NOT COUNTED............."  TO WS-VALUE-TEXT
           MOVE WS-UNCOUNTED-VALUE                 TO WS-VALUE-AMOUNT
           WRITE VARIANCE-RPT-LINE FROM WS-VALUE-LINE

           CLOSE COUNT-IN
           CLOSE INV-MASTER
           CLOSE LP-MASTER
           CLOSE VARIANCE-OUT
           CLOSE VARIANCE-RPT.
       5000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-SORTED - RETURN THE NEXT COUNT IN LPID ORDER  *
      *>----------------------------------------------------------*
       6900-RETURN-SORTED.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-SORTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-COUNT - READ THE NEXT COUNT CARD, SET EOF       *
      *>----------------------------------------------------------*
       8000-READ-COUNT.
           READ COUNT-IN
               AT END
                   SET WS-CNT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
           END-READ.
       8000-READ-COUNT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-INV-NEXT - READ THE NEXT INVENTORY RECORD      *
      *>----------------------------------------------------------*
       8100-READ-INV-NEXT.
           READ INV-MASTER NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
           END-READ.
       8100-READ-INV-NEXT-EXIT.
           EXIT.
