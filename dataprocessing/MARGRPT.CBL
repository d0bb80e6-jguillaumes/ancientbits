       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MARGRPT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - GROSS MARGIN ANALYSIS   *
      *>                 OVER THE STKLEDGR MOVEMENT LEDGER.  THE   *
      *>                 SS MOVEMENTS INSIDE THE MRGPARM FROM/TO   *
      *>                 DATE WINDOW ACCUMULATE PER ALBUM - UNITS, *
      *>                 REVENUE AT THE LEDGERED UNIT PRICE AND    *
      *>                 COST AT THE LEDGERED MOVING-AVERAGE COST  *
      *>                 (THE CURRENT INV-AVG-COST FOR A SALE      *
      *>                 LEDGERED BEFORE COSTS WERE KEPT).  AN SC  *
      *>                 RETURN IN THE WINDOW NETS BACK OUT, THE   *
      *>                 WAY THE SALES ANALYSIS DOES IT.  ALBUMS   *
      *>                 PRINT BY LABEL WITH A MARGIN AMOUNT AND   *
      *>                 PERCENT, LABEL SUBTOTALS AND A ROLLUP BY  *
      *>                 LPM-LPFORMAT.  ANY ALBUM, LABEL OR FORMAT *
      *>                 SELLING BELOW COST IS FLAGGED.            *
      *> 2026-10-15  DP  THE AVERAGE-COST FALLBACK FOR AN UNCOSTED *
      *>                 SALE READS THE INVENTORY RECORD FOR THE   *
      *>                 CONDITION GRADE SOLD.                     *
      *> 2026-10-15  DP  A FULL ALBUM TABLE ONLY LEAVES OUT THE    *
      *>                 NEW ALBUM THAT FOUND NO SLOT.  SALES AND  *
      *>                 RETURNS FOR ALBUMS ALREADY IN THE TABLE   *
      *>                 KEEP ACCUMULATING INSTEAD OF BEING        *
      *>                 SKIPPED FOR THE REST OF THE RUN.          *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STOCK-LEDGER ASSIGN TO "STKLEDGR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT OPTIONAL MARGIN-PARM ASSIGN TO "MRGPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARGIN-RPT      ASSIGN TO "MARGNRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK       ASSIGN TO "SORTMRG".

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LEDGER
           RECORDING MODE IS F.
       01  STOCK-LEDGER-RECORD.
           COPY STKLEDG.

       FD  INV-MASTER.
           COPY INVMAST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  MARGIN-PARM
           RECORDING MODE IS F.
       01  MARGIN-PARM-RECORD.
           COPY MRGPARM.

       FD  MARGIN-RPT
           RECORDING MODE IS F.
       01  MARGIN-RPT-LINE       PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SR-SORT-KEY.
              05 SR-LABEL         PIC X(30).
              05 SR-LPID          PIC X(04).
           03 SR-LPNAME           PIC X(40).
           03 SR-LPFORMAT         PIC X(03).
           03 SR-UNITS            PIC 9(07).
           03 SR-REVENUE          PIC 9(09)V99.
           03 SR-COST             PIC 9(09)V99.
           03 SR-UNCOSTED         PIC 9(07).

       WORKING-STORAGE SECTION.
       77  WS-LDG-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-LDG-EOF           VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-OVERFLOW-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-TABLE-OVERFLOW    VALUE 'Y'.

       77  WS-ROLLUP-OVFL-SWITCH   PIC X(01)     VALUE 'N'.
           88 WS-ROLLUP-OVERFLOW   VALUE 'Y'.

       77  WS-ALB-FOUND-SWITCH     PIC X(01)     VALUE 'N'.
           88 WS-ALBUM-FOUND       VALUE 'Y'.

       77  WS-FIRST-LABEL-SWITCH   PIC X(01)     VALUE 'Y'.
           88 WS-FIRST-LABEL       VALUE 'Y'.

       77  WS-ALBUM-MAX            PIC 9(05) COMP VALUE 5000.
       77  WS-ALBUM-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-FORMAT-MAX           PIC 9(03) COMP VALUE 20.
       77  WS-FORMAT-COUNT         PIC 9(03) COMP VALUE ZERO.

       77  WS-LDG-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-SALE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-RETURN-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-FALLBACK-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCOSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-LABEL-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-PRINTED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-BELOW-COST-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-NET-UNITS            PIC 9(07) COMP VALUE ZERO.

       77  WS-SALE-COST            PIC 9(05)V99  VALUE ZERO.
       77  WS-LINE-REVENUE         PIC 9(09)V99 COMP VALUE ZERO.
       77  WS-LINE-COST            PIC 9(09)V99 COMP VALUE ZERO.

       77  WS-PREV-LABEL           PIC X(30)     VALUE SPACES.
       77  WS-LBL-UNITS            PIC 9(09) COMP VALUE ZERO.
       77  WS-LBL-REVENUE          PIC 9(11)V99 COMP VALUE ZERO.
       77  WS-LBL-COST             PIC 9(11)V99 COMP VALUE ZERO.

       77  WS-TOTAL-UNITS          PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-REVENUE        PIC 9(11)V99 COMP VALUE ZERO.
       77  WS-TOTAL-COST           PIC 9(11)V99 COMP VALUE ZERO.

       77  WS-CALC-REVENUE         PIC 9(11)V99 COMP VALUE ZERO.
       77  WS-CALC-COST            PIC 9(11)V99 COMP VALUE ZERO.
       77  WS-CALC-MARGIN          PIC S9(11)V99 COMP VALUE ZERO.
       77  WS-CALC-PCT             PIC S9(07)V9 COMP VALUE ZERO.

           COPY STRANS.

       01  WS-ALBUM-TABLE.
           03 WS-ALBUM-ENTRY       OCCURS 5000 TIMES
                                    INDEXED BY WS-ALB-IX.
              05 WS-ALB-LPID        PIC X(04).
              05 WS-ALB-UNITS       PIC 9(07).
              05 WS-ALB-REVENUE     PIC 9(09)V99.
              05 WS-ALB-COST        PIC 9(09)V99.
              05 WS-ALB-UNCOSTED    PIC 9(07).

       01  WS-FORMAT-TABLE.
           03 WS-FORMAT-ENTRY      OCCURS 20 TIMES
                                    INDEXED BY WS-FMT-IX.
              05 WS-FMT-NAME        PIC X(03).
              05 WS-FMT-UNITS       PIC 9(07).
              05 WS-FMT-REVENUE     PIC 9(09)V99.
              05 WS-FMT-COST        PIC 9(09)V99.

       01  WS-SECTION-LINE.
           03 WS-SECTION-TEXT      PIC X(60).

       01  WS-HEADING-LINE.
           03 FILLER               PIC X(43)  VALUE SPACES.
           03 FILLER               PIC X(06)  VALUE " UNITS".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(14)  VALUE
              "       REVENUE".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(14)  VALUE
              "          COST".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(15)  VALUE
              "        MARGIN".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(12)  VALUE
              "    MARGIN %".

       01  WS-ALBUM-LINE.
           03 WA-LPID                PIC X(04).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-LPNAME              PIC X(30).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-LPFORMAT            PIC X(03).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-UNITS               PIC ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-REVENUE             PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-COST                PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-MARGIN              PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-PCT                 PIC -Z,ZZZ,ZZ9.9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WA-FLAG                PIC X(14).

       01  WS-ROLLUP-LINE.
           03 WU-NAME                PIC X(41).
           03 WU-LABEL-NAME REDEFINES WU-NAME.
              05 WU-LABEL-TAG        PIC X(09).
              05 WU-LABEL            PIC X(30).
              05 FILLER              PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WU-UNITS               PIC ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WU-REVENUE             PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WU-COST                PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WU-MARGIN              PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WU-PCT                 PIC -Z,ZZZ,ZZ9.9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WU-FLAG                PIC X(14).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-SCAN-LEDGER THRU 2000-SCAN-LEDGER-EXIT
               UNTIL WS-LDG-EOF
           IF WS-TABLE-OVERFLOW
               DISPLAY "MARGRPT - ALBUM TABLE FULL - NARROW THE DATE "
                       "WINDOW - REPORT INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SR-SORT-KEY
               INPUT PROCEDURE IS 3000-RELEASE-ALBUMS
                   THRU 3000-RELEASE-ALBUMS-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-ALBUMS
                   THRU 4000-PRINT-ALBUMS-EXIT
           IF WS-ROLLUP-OVERFLOW
               DISPLAY "MARGRPT - FORMAT ROLLUP TABLE FULL - "
                       "ROLLUP INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 5000-PRINT-FORMATS THRU 5000-PRINT-FORMATS-EXIT
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - READ THE DATE WINDOW, OPEN FILES       *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           OPEN INPUT  STOCK-LEDGER
           OPEN INPUT  INV-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT MARGIN-RPT
           PERFORM 8000-READ-LEDGER THRU 8000-READ-LEDGER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - READ THE FROM/TO WINDOW.  NO CARD, OR   *
      *>                  ZERO DATES, MEANS THE WHOLE LEDGER.      *
      *>----------------------------------------------------------*
       1010-READ-PARM.
           OPEN INPUT MARGIN-PARM
           READ MARGIN-PARM
               AT END
                   MOVE ZERO TO MRP-FROM-DATE
                   MOVE ZERO TO MRP-TO-DATE
           END-READ
           CLOSE MARGIN-PARM
           IF MRP-FROM-DATE NOT NUMERIC
               MOVE ZERO TO MRP-FROM-DATE
           END-IF
           IF MRP-TO-DATE NOT NUMERIC
               MOVE ZERO TO MRP-TO-DATE
           END-IF.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-SCAN-LEDGER - ACCUMULATE ONE LEDGER RECORD.  SS     *
      *>                    SALES INSIDE THE WINDOW ADD TO THE     *
      *>                    ALBUM; SC RETURNS IN THE WINDOW NET    *
      *>                    BACK OUT OF IT.                        *
      *>----------------------------------------------------------*
       2000-SCAN-LEDGER.
           IF (MRP-FROM-DATE > ZERO
               AND SLG-RUN-DATE < MRP-FROM-DATE)
              OR (MRP-TO-DATE > ZERO
               AND SLG-RUN-DATE > MRP-TO-DATE)
               GO TO 2000-SCAN-LEDGER-NEXT
           END-IF
           IF SLG-SCODE = 'SS'
               PERFORM 2100-ACCUMULATE-SALE
                   THRU 2100-ACCUMULATE-SALE-EXIT
           END-IF
           IF SLG-SCODE = 'SC'
               PERFORM 2150-NET-RETURN THRU 2150-NET-RETURN-EXIT
           END-IF.
       2000-SCAN-LEDGER-NEXT.
           PERFORM 8000-READ-LEDGER THRU 8000-READ-LEDGER-EXIT.
       2000-SCAN-LEDGER-EXIT.
           EXIT.

       2100-ACCUMULATE-SALE.
           MOVE SLG-STEXT TO STEXT OF STRANS
           PERFORM 2200-FIND-ALBUM THRU 2200-FIND-ALBUM-EXIT
           IF NOT WS-ALBUM-FOUND
               GO TO 2100-ACCUMULATE-SALE-EXIT
           END-IF
           PERFORM 2120-COST-SALE THRU 2120-COST-SALE-EXIT
           COMPUTE WS-LINE-REVENUE =
               STKQTY OF SQDATA * SLG-UNIT-PRICE
           COMPUTE WS-LINE-COST =
               STKQTY OF SQDATA * WS-SALE-COST
           ADD STKQTY OF SQDATA TO WS-ALB-UNITS (WS-ALB-IX)
           ADD WS-LINE-REVENUE  TO WS-ALB-REVENUE (WS-ALB-IX)
           ADD WS-LINE-COST     TO WS-ALB-COST (WS-ALB-IX)
           IF WS-SALE-COST = ZERO
               ADD STKQTY OF SQDATA TO WS-ALB-UNCOSTED (WS-ALB-IX)
               ADD 1 TO WS-UNCOSTED-COUNT
           END-IF
           ADD 1 TO WS-SALE-COUNT.
       2100-ACCUMULATE-SALE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2120-COST-SALE - THE UNIT COST OF A SALE IS THE AVERAGE  *
      *>                  COST LEDGERED WITH IT.  A SALE LEDGERED  *
      *>                  BEFORE COSTS WERE KEPT FALLS BACK ON THE *
      *>                  CURRENT AVERAGE COST OF THE GRADE SOLD   *
      *>                  (UN FOR A SALE LEDGERED WITHOUT ONE).    *
      *>----------------------------------------------------------*
       2120-COST-SALE.
           MOVE ZERO TO WS-SALE-COST
           IF SLG-AVG-COST NUMERIC
               MOVE SLG-AVG-COST TO WS-SALE-COST
           END-IF
           IF WS-SALE-COST > ZERO
               GO TO 2120-COST-SALE-EXIT
           END-IF
           MOVE SLG-AFFECTED-LPID TO INV-LPID
           MOVE STKCOND OF SQDATA TO INV-CONDITION
           IF INV-CONDITION = SPACES
               MOVE "UN" TO INV-CONDITION
           END-IF
           READ INV-MASTER
               INVALID KEY
                   GO TO 2120-COST-SALE-EXIT
           END-READ
           IF INV-AVG-COST NUMERIC
              AND INV-AVG-COST > ZERO
               MOVE INV-AVG-COST TO WS-SALE-COST
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF.
       2120-COST-SALE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2150-NET-RETURN - TAKE A RETURN BACK OFF THE ALBUM, NO   *
      *>                   FURTHER THAN ZERO.  REVENUE COMES OFF   *
      *>                   AT THE LEDGERED PRICE, COST AT THE      *
      *>                   ALBUM'S AVERAGE COST PER UNIT SOLD SO   *
      *>                   FAR IN THE WINDOW.                      *
      *>----------------------------------------------------------*
       2150-NET-RETURN.
           MOVE SLG-STEXT TO STEXT OF STRANS
           PERFORM 2200-FIND-ALBUM THRU 2200-FIND-ALBUM-EXIT
           IF NOT WS-ALBUM-FOUND
               GO TO 2150-NET-RETURN-EXIT
           END-IF
           IF WS-ALB-UNITS (WS-ALB-IX) = ZERO
               GO TO 2150-NET-RETURN-EXIT
           END-IF
           IF STKQTY OF SQDATA > WS-ALB-UNITS (WS-ALB-IX)
               MOVE WS-ALB-UNITS (WS-ALB-IX) TO WS-NET-UNITS
           ELSE
               MOVE STKQTY OF SQDATA TO WS-NET-UNITS
           END-IF
           COMPUTE WS-LINE-REVENUE = WS-NET-UNITS * SLG-UNIT-PRICE
           IF WS-LINE-REVENUE > WS-ALB-REVENUE (WS-ALB-IX)
               MOVE WS-ALB-REVENUE (WS-ALB-IX) TO WS-LINE-REVENUE
           END-IF
           COMPUTE WS-LINE-COST ROUNDED =
               WS-ALB-COST (WS-ALB-IX) * WS-NET-UNITS
               / WS-ALB-UNITS (WS-ALB-IX)
           IF WS-NET-UNITS > WS-ALB-UNCOSTED (WS-ALB-IX)
               MOVE ZERO TO WS-ALB-UNCOSTED (WS-ALB-IX)
           ELSE
               SUBTRACT WS-NET-UNITS
                   FROM WS-ALB-UNCOSTED (WS-ALB-IX)
           END-IF
           SUBTRACT WS-NET-UNITS    FROM WS-ALB-UNITS (WS-ALB-IX)
           SUBTRACT WS-LINE-REVENUE FROM WS-ALB-REVENUE (WS-ALB-IX)
           SUBTRACT WS-LINE-COST    FROM WS-ALB-COST (WS-ALB-IX)
           ADD 1 TO WS-RETURN-COUNT.
       2150-NET-RETURN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-FIND-ALBUM - FIND OR ADD THE TABLE ENTRY FOR THE    *
      *>                   LEDGERED ALBUM, LEAVING WS-ALB-IX ON IT *
      *>                   AND WS-ALBUM-FOUND SET.  ONLY A NEW     *
      *>                   ALBUM WITH NO FREE SLOT IS LEFT OUT;    *
      *>                   ALBUMS ALREADY TABLED KEEP ACCUMULATING.*
      *>----------------------------------------------------------*
       2200-FIND-ALBUM.
           MOVE 'Y' TO WS-ALB-FOUND-SWITCH
           SET WS-ALB-IX TO 1
           SEARCH WS-ALBUM-ENTRY
               AT END
                   PERFORM 2210-ADD-ALBUM THRU 2210-ADD-ALBUM-EXIT
               WHEN WS-ALB-IX > WS-ALBUM-COUNT
                   PERFORM 2210-ADD-ALBUM THRU 2210-ADD-ALBUM-EXIT
               WHEN WS-ALB-LPID (WS-ALB-IX) = SLG-AFFECTED-LPID
                   CONTINUE
           END-SEARCH.
       2200-FIND-ALBUM-EXIT.
           EXIT.

       2210-ADD-ALBUM.
           IF WS-ALBUM-COUNT < WS-ALBUM-MAX
               ADD 1 TO WS-ALBUM-COUNT
               SET WS-ALB-IX TO WS-ALBUM-COUNT
               MOVE SLG-AFFECTED-LPID TO WS-ALB-LPID (WS-ALB-IX)
               MOVE ZERO TO WS-ALB-UNITS (WS-ALB-IX)
               MOVE ZERO TO WS-ALB-REVENUE (WS-ALB-IX)
               MOVE ZERO TO WS-ALB-COST (WS-ALB-IX)
               MOVE ZERO TO WS-ALB-UNCOSTED (WS-ALB-IX)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               MOVE 'N' TO WS-ALB-FOUND-SWITCH
           END-IF.
       2210-ADD-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-RELEASE-ALBUMS - INPUT PROCEDURE: RELEASE EVERY     *
      *>                       ALBUM WITH NET SALES IN THE WINDOW *
      *>                       KEYED ON ITS LABEL THEN LPID        *
      *>----------------------------------------------------------*
       3000-RELEASE-ALBUMS.
           PERFORM 3100-RELEASE-ONE THRU 3100-RELEASE-ONE-EXIT
               VARYING WS-ALB-IX FROM 1 BY 1
               UNTIL WS-ALB-IX > WS-ALBUM-COUNT.
       3000-RELEASE-ALBUMS-EXIT.
           EXIT.

       3100-RELEASE-ONE.
           IF WS-ALB-UNITS (WS-ALB-IX) = ZERO
               GO TO 3100-RELEASE-ONE-EXIT
           END-IF
           MOVE WS-ALB-LPID (WS-ALB-IX) TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
                   MOVE SPACES                          TO LPM-LPFORMAT
                   MOVE SPACES                          TO LPM-LPLABEL
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE LPM-LPLABEL                TO SR-LABEL
           MOVE WS-ALB-LPID (WS-ALB-IX)     TO SR-LPID
           MOVE LPM-LPNAME                 TO SR-LPNAME
           MOVE LPM-LPFORMAT               TO SR-LPFORMAT
           MOVE WS-ALB-UNITS (WS-ALB-IX)    TO SR-UNITS
           MOVE WS-ALB-REVENUE (WS-ALB-IX)  TO SR-REVENUE
           MOVE WS-ALB-COST (WS-ALB-IX)     TO SR-COST
           MOVE WS-ALB-UNCOSTED (WS-ALB-IX) TO SR-UNCOSTED
           RELEASE SORT-RECORD.
       3100-RELEASE-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-PRINT-ALBUMS - OUTPUT PROCEDURE: ONE LINE PER ALBUM *
      *>                     IN LABEL ORDER, A SUBTOTAL AT EACH   *
      *>                     CHANGE OF LABEL, EACH LINE ROLLED     *
      *>                     INTO THE FORMAT TABLE                 *
      *>----------------------------------------------------------*
       4000-PRINT-ALBUMS.
           MOVE "GROSS MARGIN BY LABEL AND ALBUM" TO WS-SECTION-TEXT
           WRITE MARGIN-RPT-LINE FROM WS-SECTION-LINE
           WRITE MARGIN-RPT-LINE FROM WS-HEADING-LINE
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT
           PERFORM 4100-PRINT-ONE-ALBUM THRU 4100-PRINT-ONE-ALBUM-EXIT
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-LABEL
               PERFORM 4200-PRINT-LABEL-TOTAL
                   THRU 4200-PRINT-LABEL-TOTAL-EXIT
           END-IF.
       4000-PRINT-ALBUMS-EXIT.
           EXIT.

       4100-PRINT-ONE-ALBUM.
           IF WS-FIRST-LABEL
               MOVE 'N'      TO WS-FIRST-LABEL-SWITCH
               MOVE SR-LABEL TO WS-PREV-LABEL
               ADD 1 TO WS-LABEL-COUNT
           END-IF
           IF SR-LABEL NOT = WS-PREV-LABEL
               PERFORM 4200-PRINT-LABEL-TOTAL
                   THRU 4200-PRINT-LABEL-TOTAL-EXIT
               MOVE SR-LABEL TO WS-PREV-LABEL
               ADD 1 TO WS-LABEL-COUNT
           END-IF
           MOVE SR-REVENUE TO WS-CALC-REVENUE
           MOVE SR-COST    TO WS-CALC-COST
           PERFORM 4500-SET-MARGIN THRU 4500-SET-MARGIN-EXIT
           MOVE SR-LPID        TO WA-LPID
           MOVE SR-LPNAME      TO WA-LPNAME
           MOVE SR-LPFORMAT    TO WA-LPFORMAT
           MOVE SR-UNITS       TO WA-UNITS
           MOVE SR-REVENUE     TO WA-REVENUE
           MOVE SR-COST        TO WA-COST
           MOVE WS-CALC-MARGIN TO WA-MARGIN
           MOVE WS-CALC-PCT    TO WA-PCT
           MOVE SPACES         TO WA-FLAG
           IF SR-UNCOSTED > ZERO
               MOVE "*** NOT COSTED" TO WA-FLAG
           END-IF
           IF WS-CALC-MARGIN < ZERO
               MOVE "*** BELOW COST" TO WA-FLAG
               ADD 1 TO WS-BELOW-COST-COUNT
           END-IF
           WRITE MARGIN-RPT-LINE FROM WS-ALBUM-LINE
           ADD 1 TO WS-PRINTED-COUNT
           ADD SR-UNITS   TO WS-LBL-UNITS
           ADD SR-REVENUE TO WS-LBL-REVENUE
           ADD SR-COST    TO WS-LBL-COST
           ADD SR-UNITS   TO WS-TOTAL-UNITS
           ADD SR-REVENUE TO WS-TOTAL-REVENUE
           ADD SR-COST    TO WS-TOTAL-COST
           PERFORM 4300-ROLL-FORMAT THRU 4300-ROLL-FORMAT-EXIT
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
       4100-PRINT-ONE-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4200-PRINT-LABEL-TOTAL - CLOSE OFF THE LAST LABEL WITH   *
      *>                          ITS MARGIN SUBTOTAL              *
      *>----------------------------------------------------------*
       4200-PRINT-LABEL-TOTAL.
           MOVE WS-LBL-REVENUE TO WS-CALC-REVENUE
           MOVE WS-LBL-COST    TO WS-CALC-COST
           PERFORM 4500-SET-MARGIN THRU 4500-SET-MARGIN-EXIT
           MOVE SPACES        TO WU-NAME
           MOVE "  TOTAL  "   TO WU-LABEL-TAG
           MOVE WS-PREV-LABEL TO WU-LABEL
           IF WS-PREV-LABEL = SPACES
               MOVE "(NO LABEL)" TO WU-LABEL
           END-IF
           MOVE WS-LBL-UNITS   TO WU-UNITS
           MOVE WS-LBL-REVENUE TO WU-REVENUE
           MOVE WS-LBL-COST    TO WU-COST
           PERFORM 4600-FINISH-ROLLUP THRU 4600-FINISH-ROLLUP-EXIT
           MOVE SPACES TO MARGIN-RPT-LINE
           WRITE MARGIN-RPT-LINE
           MOVE ZERO TO WS-LBL-UNITS
           MOVE ZERO TO WS-LBL-REVENUE
           MOVE ZERO TO WS-LBL-COST.
       4200-PRINT-LABEL-TOTAL-EXIT.
           EXIT.

       4300-ROLL-FORMAT.
           SET WS-FMT-IX TO 1
           SEARCH WS-FORMAT-ENTRY
               AT END
                   PERFORM 4310-ADD-FORMAT THRU 4310-ADD-FORMAT-EXIT
               WHEN WS-FMT-IX > WS-FORMAT-COUNT
                   PERFORM 4310-ADD-FORMAT THRU 4310-ADD-FORMAT-EXIT
               WHEN WS-FMT-NAME (WS-FMT-IX) = SR-LPFORMAT
                   ADD SR-UNITS   TO WS-FMT-UNITS (WS-FMT-IX)
                   ADD SR-REVENUE TO WS-FMT-REVENUE (WS-FMT-IX)
                   ADD SR-COST    TO WS-FMT-COST (WS-FMT-IX)
           END-SEARCH.
       4300-ROLL-FORMAT-EXIT.
           EXIT.

       4310-ADD-FORMAT.
           IF WS-FORMAT-COUNT < WS-FORMAT-MAX
               ADD 1 TO WS-FORMAT-COUNT
               SET WS-FMT-IX TO WS-FORMAT-COUNT
               MOVE SR-LPFORMAT TO WS-FMT-NAME (WS-FMT-IX)
               MOVE SR-UNITS    TO WS-FMT-UNITS (WS-FMT-IX)
               MOVE SR-REVENUE  TO WS-FMT-REVENUE (WS-FMT-IX)
               MOVE SR-COST     TO WS-FMT-COST (WS-FMT-IX)
           ELSE
               MOVE 'Y' TO WS-ROLLUP-OVFL-SWITCH
           END-IF.
       4310-ADD-FORMAT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4500-SET-MARGIN - MARGIN AMOUNT AND PERCENT OF REVENUE   *
      *>                   FROM WS-CALC-REVENUE AND WS-CALC-COST   *
      *>----------------------------------------------------------*
       4500-SET-MARGIN.
           COMPUTE WS-CALC-MARGIN = WS-CALC-REVENUE - WS-CALC-COST
           MOVE ZERO TO WS-CALC-PCT
           IF WS-CALC-REVENUE > ZERO
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-MARGIN * 100 / WS-CALC-REVENUE
           END-IF.
       4500-SET-MARGIN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4600-FINISH-ROLLUP - MARGIN COLUMNS AND BELOW-COST FLAG  *
      *>                      ON A ROLLUP LINE, THEN PRINT IT      *
      *>----------------------------------------------------------*
       4600-FINISH-ROLLUP.
           MOVE WS-CALC-MARGIN TO WU-MARGIN
           MOVE WS-CALC-PCT    TO WU-PCT
           MOVE SPACES         TO WU-FLAG
           IF WS-CALC-MARGIN < ZERO
               MOVE "*** BELOW COST" TO WU-FLAG
           END-IF
           WRITE MARGIN-RPT-LINE FROM WS-ROLLUP-LINE.
       4600-FINISH-ROLLUP-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5000-PRINT-FORMATS - THE FORMAT ROLLUP AND GRAND TOTAL   *
      *>----------------------------------------------------------*
       5000-PRINT-FORMATS.
           MOVE SPACES TO MARGIN-RPT-LINE
           WRITE MARGIN-RPT-LINE
           MOVE "GROSS MARGIN BY FORMAT" TO WS-SECTION-TEXT
           WRITE MARGIN-RPT-LINE FROM WS-SECTION-LINE
           WRITE MARGIN-RPT-LINE FROM WS-HEADING-LINE
           PERFORM 5100-PRINT-ONE-FORMAT
               THRU 5100-PRINT-ONE-FORMAT-EXIT
               VARYING WS-FMT-IX FROM 1 BY 1
               UNTIL WS-FMT-IX > WS-FORMAT-COUNT

           MOVE SPACES TO MARGIN-RPT-LINE
           WRITE MARGIN-RPT-LINE
           MOVE WS-TOTAL-REVENUE TO WS-CALC-REVENUE
           MOVE WS-TOTAL-COST    TO WS-CALC-COST
           PERFORM 4500-SET-MARGIN THRU 4500-SET-MARGIN-EXIT
           MOVE "TOTAL FOR WINDOW" TO WU-NAME
           MOVE WS-TOTAL-UNITS     TO WU-UNITS
           MOVE WS-TOTAL-REVENUE   TO WU-REVENUE
           MOVE WS-TOTAL-COST      TO WU-COST
           PERFORM 4600-FINISH-ROLLUP THRU 4600-FINISH-ROLLUP-EXIT.
       5000-PRINT-FORMATS-EXIT.
           EXIT.

       5100-PRINT-ONE-FORMAT.
           MOVE WS-FMT-REVENUE (WS-FMT-IX) TO WS-CALC-REVENUE
           MOVE WS-FMT-COST (WS-FMT-IX)    TO WS-CALC-COST
           PERFORM 4500-SET-MARGIN THRU 4500-SET-MARGIN-EXIT
           MOVE SPACES                     TO WU-NAME
           MOVE WS-FMT-NAME (WS-FMT-IX)    TO WU-NAME
           MOVE WS-FMT-UNITS (WS-FMT-IX)   TO WU-UNITS
           MOVE WS-FMT-REVENUE (WS-FMT-IX) TO WU-REVENUE
           MOVE WS-FMT-COST (WS-FMT-IX)    TO WU-COST
           PERFORM 4600-FINISH-ROLLUP THRU 4600-FINISH-ROLLUP-EXIT.
       5100-PRINT-ONE-FORMAT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-SORTED - RETURN THE NEXT ALBUM IN LABEL ORDER *
      *>----------------------------------------------------------*
       6900-RETURN-SORTED.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-SORTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 7000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       7000-TERMINATE.
           MOVE SPACES TO MARGIN-RPT-LINE
           WRITE MARGIN-RPT-LINE

           MOVE "LEDGER RECORDS READ..........."  TO WS-SUMMARY-TEXT
           MOVE WS-LDG-READ-COUNT                  TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SALES IN WINDOW..............."  TO WS-SUMMARY-TEXT
           MOVE WS-SALE-COUNT                      TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "RETURNS NETTED IN WINDOW......"  TO WS-SUMMARY-TEXT
           MOVE WS-RETURN-COUNT                    TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SALES COSTED AT CURRENT AVERAGE"  TO WS-SUMMARY-TEXT
           MOVE WS-FALLBACK-COUNT                  TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SALES WITH NO COST............"  TO WS-SUMMARY-TEXT
           MOVE WS-UNCOSTED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "LABELS LISTED................."  TO WS-SUMMARY-TEXT
           MOVE WS-LABEL-COUNT                     TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS LISTED................."  TO WS-SUMMARY-TEXT
           MOVE WS-PRINTED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS SELLING BELOW COST....."  TO WS-SUMMARY-TEXT
           MOVE WS-BELOW-COST-COUNT                TO WS-SUMMARY-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE STOCK-LEDGER
           CLOSE INV-MASTER
           CLOSE LP-MASTER
           CLOSE MARGIN-RPT.
       7000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-LEDGER - READ THE NEXT LEDGER RECORD, SET EOF  *
      *>----------------------------------------------------------*
       8000-READ-LEDGER.
           READ STOCK-LEDGER
               AT END
                   SET WS-LDG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LDG-READ-COUNT
           END-READ.
       8000-READ-LEDGER-EXIT.
           EXIT.
