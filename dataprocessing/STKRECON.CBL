       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STKRECON.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - BALANCES THE INVENTORY  *
      *>                 MASTER AGAINST THE STKLEDGR MOVEMENT      *
      *>                 LEDGER.  THE INVUNLD IMAGE COPY TAKEN AT  *
      *>                 THE CLOSE OF THE PREVIOUS PERIOD IS THE   *
      *>                 OPENING BALANCE; THE SR RECEIPTS, SC      *
      *>                 RETURNS, SS SALES AND SIGNED SA           *
      *>                 ADJUSTMENTS LEDGERED INSIDE THE RCNPARM   *
      *>                 FROM/TO WINDOW ARE APPLIED PER ALBUM AND  *
      *>                 THE COMPUTED CLOSING FIGURE IS COMPARED   *
      *>                 WITH THE LIVE INV-QTY-ON-HAND.  EVERY     *
      *>                 BREAK PRINTS WITH BOTH FIGURES AND THE    *
      *>                 DIFFERENCE AND ENDS THE RUN WITH RETURN   *
      *>                 CODE 8.  A MONTH-END MOVEMENT SUMMARY IN  *
      *>                 UNITS AND AVERAGE-COST VALUE FOLLOWS, BY  *
      *>                 FORMAT AND BY LABEL.                      *
      *> 2026-10-15  DP  BALANCES PER ALBUM AND CONDITION GRADE.   *
      *>                 THE INVUNLD IMAGE COPY IS READ IN THE     *
      *>                 GRADED LAYOUT AND EACH LEDGER MOVEMENT IS *
      *>                 APPLIED TO THE GRADE IN ITS STKCOND (UN   *
      *>                 FOR A MOVEMENT LEDGERED WITHOUT ONE).  A  *
      *>                 BREAK LINE SHOWS THE GRADE.               *
      *> 2026-10-15  DP  THE BREAK LINE NOW FITS THE 132-COLUMN    *
      *>                 REPORT LINE (ALBUM NAME CUT TO 28) SO THE *
      *>                 NOTE PRINTS WHOLE, AND THE COLUMN TITLES  *
      *>                 SIT OVER THEIR FIGURES WITH A NOTE TITLE  *
      *>                 ADDED.                                    *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-UNLOAD      ASSIGN TO "INVUNLD"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER ASSIGN TO "STKLEDGR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECON-PARM ASSIGN TO "RCNPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT RECON-RPT       ASSIGN TO "STKRCRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK       ASSIGN TO "SORTRCN".

           SELECT LABEL-SORT      ASSIGN TO "SORTRCL".

       DATA DIVISION.
       FILE SECTION.
       FD  INV-UNLOAD
           RECORDING MODE IS F.
       01  INV-UNLOAD-RECORD.
           03 UNL-LPID              PIC X(04).
           03 UNL-CONDITION         PIC X(02).
           03 UNL-QTY-ON-HAND       PIC 9(05).
           03 UNL-UNIT-PRICE        PIC 9(05)V99.
           03 UNL-AVG-COST          PIC 9(05)V99.

       FD  STOCK-LEDGER
           RECORDING MODE IS F.
       01  STOCK-LEDGER-RECORD.
           COPY STKLEDG.

       FD  RECON-PARM
           RECORDING MODE IS F.
       01  RECON-PARM-RECORD.
           COPY RCNPARM.

       FD  INV-MASTER.
           COPY INVMAST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  RECON-RPT
           RECORDING MODE IS F.
       01  RECON-RPT-LINE        PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SR-STOCK-KEY.
              05 SR-LPID          PIC X(04).
              05 SR-CONDITION     PIC X(02).
           03 SR-SCODE            PIC X(02).
              88 SR-OPENING       VALUE 'OB'.
              88 SR-RECEIPT       VALUE 'SR'.
              88 SR-RETURN        VALUE 'SC'.
              88 SR-SALE          VALUE 'SS'.
              88 SR-ADJUST        VALUE 'SA'.
           03 SR-QTY              PIC 9(05).
           03 SR-SIGN             PIC X(01).
           03 SR-UNIT-COST        PIC 9(05)V99.

       SD  LABEL-SORT.
       01  LABEL-SORT-RECORD.
           03 LS-LABEL            PIC X(30).
           03 LS-AMOUNTS.
              05 LS-UNITS         PIC S9(09)     OCCURS 6 TIMES.
              05 LS-VALUE         PIC S9(11)V99  OCCURS 6 TIMES.

       WORKING-STORAGE SECTION.
       77  WS-UNL-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-UNL-EOF           VALUE 'Y'.

       77  WS-LDG-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-LDG-EOF           VALUE 'Y'.

       77  WS-INV-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-INV-EOF           VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-LBL-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-LBL-EOF           VALUE 'Y'.

       77  WS-ON-MASTER-SWITCH     PIC X(01)     VALUE 'N'.
           88 WS-ON-MASTER         VALUE 'Y'.

       77  WS-FMT-HELD-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-FMT-HELD          VALUE 'Y'.

       77  WS-LBL-HELD-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-LBL-HELD          VALUE 'Y'.

       77  WS-ROLLUP-OVFL-SWITCH   PIC X(01)     VALUE 'N'.
           88 WS-ROLLUP-OVERFLOW   VALUE 'Y'.

       77  WS-FORMAT-MAX           PIC 9(03) COMP VALUE 20.
       77  WS-FORMAT-COUNT         PIC 9(03) COMP VALUE ZERO.
       77  WS-LABEL-MAX            PIC 9(05) COMP VALUE 1000.
       77  WS-LABEL-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-COL                  PIC 9(02) COMP VALUE ZERO.

       77  WS-UNL-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-LDG-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVEMENT-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-FROMDT-SKIP-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  WS-TODT-SKIP-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-OTHER-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCOSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-ALBUM-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-BALANCED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-BREAK-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-INV-COUNT     PIC 9(07) COMP VALUE ZERO.

       77  WS-LIVE-QTY             PIC 9(05)     VALUE ZERO.
       77  WS-CLOSE-COST           PIC 9(05)V99  VALUE ZERO.
       77  WS-LAST-COST            PIC 9(05)V99  VALUE ZERO.
       77  WS-DIFFERENCE           PIC S9(09)    VALUE ZERO.
       77  WS-LINE-VALUE           PIC 9(09)V99 COMP VALUE ZERO.
       77  WS-PRT-NAME             PIC X(30)     VALUE SPACES.

       01  WS-MOV-KEY.
           03 WS-MOV-LPID          PIC X(04)     VALUE SPACES.
           03 WS-MOV-CONDITION     PIC X(02)     VALUE SPACES.

       01  WS-INV-KEY.
           03 WS-INV-LPID          PIC X(04)     VALUE SPACES.
           03 WS-INV-CONDITION     PIC X(02)     VALUE SPACES.

           COPY STRANS.

      *>----------------------------------------------------------*
      *> MOVEMENT COLUMNS, IN THE ORDER THEY PRINT:               *
      *>   1 OPENING   2 RECEIPTS (SR)   3 RETURNS (SC)           *
      *>   4 SALES (SS)   5 ADJUSTMENTS (SA, SIGNED)   6 CLOSING  *
      *>----------------------------------------------------------*
       01  WS-GROUP-AMOUNTS.
           03 WS-GRP-UNITS         PIC S9(09)     OCCURS 6 TIMES.
           03 WS-GRP-VALUE         PIC S9(11)V99  OCCURS 6 TIMES.

       01  WS-TOTAL-AMOUNTS.
           03 WS-TOT-UNITS         PIC S9(09)     OCCURS 6 TIMES.
           03 WS-TOT-VALUE         PIC S9(11)V99  OCCURS 6 TIMES.

       01  WS-PRINT-AMOUNTS.
           03 WS-PRT-UNITS         PIC S9(09)     OCCURS 6 TIMES.
           03 WS-PRT-VALUE         PIC S9(11)V99  OCCURS 6 TIMES.

       01  WS-FORMAT-TABLE.
           03 WS-FORMAT-ENTRY      OCCURS 20 TIMES
                                    INDEXED BY WS-FMT-IX.
              05 WS-FMT-NAME        PIC X(03).
              05 WS-FMT-AMOUNTS.
                 07 WS-FMT-UNITS    PIC S9(09)     OCCURS 6 TIMES.
                 07 WS-FMT-VALUE    PIC S9(11)V99  OCCURS 6 TIMES.

       01  WS-LABEL-TABLE.
           03 WS-LABEL-ENTRY       OCCURS 1000 TIMES
                                    INDEXED BY WS-LBL-IX.
              05 WS-LBL-NAME        PIC X(30).
              05 WS-LBL-AMOUNTS.
                 07 WS-LBL-UNITS    PIC S9(09)     OCCURS 6 TIMES.
                 07 WS-LBL-VALUE    PIC S9(11)V99  OCCURS 6 TIMES.

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(36)  VALUE
              "STOCK RECONCILIATION - PERIOD FROM ".
           03 WT-FROM-DATE         PIC 9(08).
           03 FILLER               PIC X(04)  VALUE " TO ".
           03 WT-TO-DATE           PIC 9(08).

       01  WS-SECTION-LINE.
           03 WS-SECTION-TEXT      PIC X(60).

       01  WS-BREAK-HEADING.
           03 FILLER               PIC X(40)  VALUE
              "LPID  GR  ALBUM".
           03 FILLER               PIC X(08)  VALUE " OPENING".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE "RECEIPTS".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE " RETURNS".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE "   SALES".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE "  ADJUST".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE "COMPUTED".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE " ON HAND".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE "DIFFRNCE".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(12)  VALUE "NOTE".

       01  WS-BREAK-LINE.
           03 WB-LPID                PIC X(04).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-CONDITION           PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-LPNAME              PIC X(28).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-OPENING             PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-RECEIPTS            PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-RETURNS             PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-SALES               PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-ADJUST              PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-COMPUTED            PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-ON-HAND             PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-DIFFERENCE          PIC -ZZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WB-NOTE                PIC X(12).

       01  WS-MOVE-HEADING.
           03 FILLER               PIC X(36)  VALUE SPACES.
           03 FILLER               PIC X(16)  VALUE
              "         OPENING".
           03 FILLER               PIC X(16)  VALUE
              "        RECEIPTS".
           03 FILLER               PIC X(16)  VALUE
              "         RETURNS".
           03 FILLER               PIC X(16)  VALUE
              "           SALES".
           03 FILLER               PIC X(16)  VALUE
              "     ADJUSTMENTS".
           03 FILLER               PIC X(16)  VALUE
              "         CLOSING".

       01  WS-MOVE-UNITS-LINE.
           03 WMU-NAME               PIC X(30).
           03 WMU-KIND               PIC X(06).
           03 WMU-COLUMN             OCCURS 6 TIMES.
              05 FILLER              PIC X(05).
              05 WMU-UNITS           PIC -ZZ,ZZZ,ZZ9.

       01  WS-MOVE-VALUE-LINE.
           03 WMV-NAME               PIC X(30).
           03 WMV-KIND               PIC X(06).
           03 WMV-COLUMN             OCCURS 6 TIMES.
              05 FILLER              PIC X(02).
              05 WMV-VALUE           PIC -ZZ,ZZZ,ZZ9.99.

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
               ON ASCENDING KEY SR-STOCK-KEY
               INPUT PROCEDURE IS 2000-RELEASE-MOVEMENTS
                   THRU 2000-RELEASE-MOVEMENTS-EXIT
               OUTPUT PROCEDURE IS 3000-RECONCILE
                   THRU 3000-RECONCILE-EXIT
           PERFORM 4000-PRINT-FORMATS THRU 4000-PRINT-FORMATS-EXIT
           SORT LABEL-SORT
               ON ASCENDING KEY LS-LABEL
               INPUT PROCEDURE IS 5000-RELEASE-LABELS
                   THRU 5000-RELEASE-LABELS-EXIT
               OUTPUT PROCEDURE IS 5100-PRINT-LABELS
                   THRU 5100-PRINT-LABELS-EXIT
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           IF WS-ROLLUP-OVERFLOW
               DISPLAY "STKRECON - FORMAT OR LABEL TABLE FULL - "
                       "MOVEMENT SUMMARY INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BREAK-COUNT > ZERO
               DISPLAY "STKRECON - INVENTORY MASTER OUT OF BALANCE "
                       "WITH THE LEDGER - BREAKS: " WS-BREAK-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - READ THE PERIOD, OPEN FILES AND TITLE  *
      *>                   THE REPORT                              *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           OPEN INPUT  INV-UNLOAD
           OPEN INPUT  STOCK-LEDGER
           OPEN INPUT  INV-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT RECON-RPT
           PERFORM 1020-CLEAR-TOTAL THRU 1020-CLEAR-TOTAL-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6
           MOVE RCN-FROM-DATE TO WT-FROM-DATE
           MOVE RCN-TO-DATE   TO WT-TO-DATE
           WRITE RECON-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - READ THE PERIOD FROM/TO DATES.  NO CARD *
      *>                  OR A NON-NUMERIC COLUMN MEANS NO LIMIT  *
      *>                  ON THAT SIDE.  THE FROM DATE IS THE     *
      *>                  FIRST BUSINESS DAY AFTER THE INVUNLD    *
      *>                  IMAGE COPY WAS TAKEN.                    *
      *>----------------------------------------------------------*
       1010-READ-PARM.
           OPEN INPUT RECON-PARM
           READ RECON-PARM
               AT END
                   MOVE ZERO TO RCN-FROM-DATE
                   MOVE ZERO TO RCN-TO-DATE
           END-READ
           CLOSE RECON-PARM
           IF RCN-FROM-DATE NOT NUMERIC
               MOVE ZERO TO RCN-FROM-DATE
           END-IF
           IF RCN-TO-DATE NOT NUMERIC
               MOVE ZERO TO RCN-TO-DATE
           END-IF.
       1010-READ-PARM-EXIT.
           EXIT.

       1020-CLEAR-TOTAL.
           MOVE ZERO TO WS-TOT-UNITS (WS-COL)
           MOVE ZERO TO WS-TOT-VALUE (WS-COL).
       1020-CLEAR-TOTAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-RELEASE-MOVEMENTS - INPUT PROCEDURE: ONE OPENING    *
      *>                          RECORD PER ALBUM AND CONDITION  *
      *>                          GRADE ON THE IMAGE              *
      *>                          COPY, THEN EVERY SR, SC, SS AND *
      *>                          SA MOVEMENT IN THE PERIOD, EACH *
      *>                          WITH THE UNIT COST TO VALUE IT  *
      *>                          AT                               *
      *>----------------------------------------------------------*
       2000-RELEASE-MOVEMENTS.
           PERFORM 8100-READ-UNLOAD THRU 8100-READ-UNLOAD-EXIT
           PERFORM 2100-RELEASE-OPENING THRU 2100-RELEASE-OPENING-EXIT
               UNTIL WS-UNL-EOF
           PERFORM 8000-READ-LEDGER THRU 8000-READ-LEDGER-EXIT
           PERFORM 2200-RELEASE-MOVEMENT
               THRU 2200-RELEASE-MOVEMENT-EXIT
               UNTIL WS-LDG-EOF.
       2000-RELEASE-MOVEMENTS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2100-RELEASE-OPENING - THE IMAGE COPY QUANTITY IS THE    *
      *>                        OPENING BALANCE, VALUED AT ITS    *
      *>                        AVERAGE COST (ZERO ON A COPY      *
      *>                        TAKEN BEFORE COSTS WERE KEPT)     *
      *>----------------------------------------------------------*
       2100-RELEASE-OPENING.
           MOVE UNL-LPID        TO SR-LPID
           MOVE UNL-CONDITION   TO SR-CONDITION
           IF SR-CONDITION = SPACES
               MOVE "UN"        TO SR-CONDITION
           END-IF
           MOVE 'OB'            TO SR-SCODE
           MOVE UNL-QTY-ON-HAND TO SR-QTY
           MOVE '+'             TO SR-SIGN
           IF UNL-AVG-COST NUMERIC
               MOVE UNL-AVG-COST TO SR-UNIT-COST
           ELSE
               MOVE ZERO         TO SR-UNIT-COST
           END-IF
           RELEASE SORT-RECORD
           PERFORM 8100-READ-UNLOAD THRU 8100-READ-UNLOAD-EXIT.
       2100-RELEASE-OPENING-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-RELEASE-MOVEMENT - A LEDGER RECORD INSIDE THE       *
      *>                         PERIOD THAT MOVED STOCK.  PRICE  *
      *>                         CHANGES MOVE NO UNITS AND ARE    *
      *>                         PASSED OVER.                      *
      *>----------------------------------------------------------*
       2200-RELEASE-MOVEMENT.
           IF RCN-FROM-DATE > ZERO
              AND SLG-RUN-DATE < RCN-FROM-DATE
               ADD 1 TO WS-FROMDT-SKIP-COUNT
               GO TO 2200-RELEASE-MOVEMENT-NEXT
           END-IF
           IF RCN-TO-DATE > ZERO
              AND SLG-RUN-DATE > RCN-TO-DATE
               ADD 1 TO WS-TODT-SKIP-COUNT
               GO TO 2200-RELEASE-MOVEMENT-NEXT
           END-IF
           MOVE SLG-SCODE TO SCODE OF STRANS
           MOVE SLG-STEXT TO STEXT OF STRANS
           IF SCODE-RECEIPT OF STRANS
              OR SCODE-RETURN OF STRANS
              OR SCODE-SALE OF STRANS
              OR SCODE-ADJUST OF STRANS
               PERFORM 2210-RELEASE-LEDGER
                   THRU 2210-RELEASE-LEDGER-EXIT
           ELSE
               ADD 1 TO WS-OTHER-COUNT
           END-IF.
       2200-RELEASE-MOVEMENT-NEXT.
           PERFORM 8000-READ-LEDGER THRU 8000-READ-LEDGER-EXIT.
       2200-RELEASE-MOVEMENT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2210-RELEASE-LEDGER - A RECEIPT IS VALUED AT ITS OWN     *
      *>                       STKCOST WHERE IT CARRIES ONE; EVERY *
      *>                       OTHER MOVEMENT AT THE AVERAGE COST  *
      *>                       LEDGERED WITH IT.  THE MOVEMENT     *
      *>                       BELONGS TO THE GRADE IN STKCOND; A  *
      *>                       MOVEMENT LEDGERED BEFORE GRADES     *
      *>                       WERE KEPT BELONGS TO UN.            *
      *>----------------------------------------------------------*
       2210-RELEASE-LEDGER.
           MOVE SLG-AFFECTED-LPID TO SR-LPID
           MOVE STKCOND OF SQDATA TO SR-CONDITION
           IF SR-CONDITION = SPACES
               MOVE "UN"          TO SR-CONDITION
           END-IF
           MOVE SLG-SCODE         TO SR-SCODE
           MOVE STKQTY OF SQDATA  TO SR-QTY
           MOVE '+'               TO SR-SIGN
           IF SCODE-ADJUST OF STRANS
              AND STKSIGN OF SQDATA = '-'
               MOVE '-' TO SR-SIGN
           END-IF
           IF SLG-AVG-COST NUMERIC
               MOVE SLG-AVG-COST TO SR-UNIT-COST
           ELSE
               MOVE ZERO         TO SR-UNIT-COST
           END-IF
           IF SCODE-RECEIPT OF STRANS
              AND STKCOST OF SQDATA NUMERIC
              AND STKCOST OF SQDATA > ZERO
               MOVE STKCOST OF SQDATA TO SR-UNIT-COST
           END-IF
           IF SR-UNIT-COST = ZERO
               ADD 1 TO WS-UNCOSTED-COUNT
           END-IF
           RELEASE SORT-RECORD
           ADD 1 TO WS-MOVEMENT-COUNT.
       2210-RELEASE-LEDGER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-RECONCILE - OUTPUT PROCEDURE: MATCH EACH GRADE'S    *
      *>                  COMPUTED FIGURES AGAINST THE LIVE       *
      *>                  INVENTORY MASTER, BOTH IN LPID AND      *
      *>                  CONDITION GRADE ORDER.                  *
      *>                  AN EXHAUSTED SIDE CARRIES HIGH-VALUES   *
      *>                  SO THE OTHER RUNS OUT TO ITS END.        *
      *>----------------------------------------------------------*
       3000-RECONCILE.
           MOVE "RECONCILIATION BREAKS" TO WS-SECTION-TEXT
           WRITE RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE RECON-RPT-LINE FROM WS-BREAK-HEADING
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT
           PERFORM 3050-NEXT-ALBUM THRU 3050-NEXT-ALBUM-EXIT
           PERFORM 3060-NEXT-INVENTORY THRU 3060-NEXT-INVENTORY-EXIT
           PERFORM 3100-MATCH-ONE THRU 3100-MATCH-ONE-EXIT
               UNTIL WS-MOV-KEY = HIGH-VALUES
                 AND WS-INV-KEY = HIGH-VALUES.
       3000-RECONCILE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3050-NEXT-ALBUM - ADD UP THE OPENING BALANCE AND EVERY   *
      *>                   MOVEMENT FOR THE NEXT LPID AND GRADE    *
      *>----------------------------------------------------------*
       3050-NEXT-ALBUM.
           IF WS-SORT-EOF
               MOVE HIGH-VALUES TO WS-MOV-KEY
               GO TO 3050-NEXT-ALBUM-EXIT
           END-IF
           MOVE SR-STOCK-KEY TO WS-MOV-KEY
           MOVE ZERO         TO WS-LAST-COST
           PERFORM 3052-CLEAR-GROUP THRU 3052-CLEAR-GROUP-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6
           PERFORM 3055-ADD-MOVEMENT THRU 3055-ADD-MOVEMENT-EXIT
               UNTIL WS-SORT-EOF
                  OR SR-STOCK-KEY NOT = WS-MOV-KEY.
       3050-NEXT-ALBUM-EXIT.
           EXIT.

       3052-CLEAR-GROUP.
           MOVE ZERO TO WS-GRP-UNITS (WS-COL)
           MOVE ZERO TO WS-GRP-VALUE (WS-COL).
       3052-CLEAR-GROUP-EXIT.
           EXIT.

       3055-ADD-MOVEMENT.
           EVALUATE TRUE
               WHEN SR-OPENING
                   MOVE 1 TO WS-COL
               WHEN SR-RECEIPT
                   MOVE 2 TO WS-COL
               WHEN SR-RETURN
                   MOVE 3 TO WS-COL
               WHEN SR-SALE
                   MOVE 4 TO WS-COL
               WHEN OTHER
                   MOVE 5 TO WS-COL
           END-EVALUATE
           COMPUTE WS-LINE-VALUE = SR-QTY * SR-UNIT-COST
           IF SR-SIGN = '-'
               SUBTRACT SR-QTY        FROM WS-GRP-UNITS (WS-COL)
               SUBTRACT WS-LINE-VALUE FROM WS-GRP-VALUE (WS-COL)
           ELSE
               ADD SR-QTY        TO WS-GRP-UNITS (WS-COL)
               ADD WS-LINE-VALUE TO WS-GRP-VALUE (WS-COL)
           END-IF
           IF SR-UNIT-COST > ZERO
               MOVE SR-UNIT-COST TO WS-LAST-COST
           END-IF
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
       3055-ADD-MOVEMENT-EXIT.
           EXIT.

       3060-NEXT-INVENTORY.
           PERFORM 8200-READ-INV-NEXT THRU 8200-READ-INV-NEXT-EXIT
           IF WS-INV-EOF
               MOVE HIGH-VALUES TO WS-INV-KEY
           ELSE
               MOVE INV-KEY     TO WS-INV-KEY
           END-IF.
       3060-NEXT-INVENTORY-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3100-MATCH-ONE - A MASTER RECORD WITH NO OPENING BALANCE *
      *>                  AND NO MOVEMENT SHOULD HOLD NOTHING; AN *
      *>                  ALBUM WITH FIGURES BUT NO MASTER RECORD *
      *>                  SHOULD HAVE COME TO NOTHING; A MATCH IS *
      *>                  COMPARED                                 *
      *>----------------------------------------------------------*
       3100-MATCH-ONE.
           IF WS-INV-KEY < WS-MOV-KEY
               PERFORM 3150-MASTER-ONLY THRU 3150-MASTER-ONLY-EXIT
               PERFORM 3060-NEXT-INVENTORY
                   THRU 3060-NEXT-INVENTORY-EXIT
               GO TO 3100-MATCH-ONE-EXIT
           END-IF
           IF WS-MOV-KEY < WS-INV-KEY
               MOVE 'N'          TO WS-ON-MASTER-SWITCH
               MOVE ZERO         TO WS-LIVE-QTY
               MOVE WS-LAST-COST TO WS-CLOSE-COST
               PERFORM 3200-COMPARE-ALBUM
                   THRU 3200-COMPARE-ALBUM-EXIT
               PERFORM 3050-NEXT-ALBUM THRU 3050-NEXT-ALBUM-EXIT
               GO TO 3100-MATCH-ONE-EXIT
           END-IF
           MOVE 'Y'             TO WS-ON-MASTER-SWITCH
           MOVE INV-QTY-ON-HAND TO WS-LIVE-QTY
           MOVE WS-LAST-COST    TO WS-CLOSE-COST
           IF INV-AVG-COST NUMERIC
              AND INV-AVG-COST > ZERO
               MOVE INV-AVG-COST TO WS-CLOSE-COST
           END-IF
           PERFORM 3200-COMPARE-ALBUM THRU 3200-COMPARE-ALBUM-EXIT
           PERFORM 3050-NEXT-ALBUM THRU 3050-NEXT-ALBUM-EXIT
           PERFORM 3060-NEXT-INVENTORY THRU 3060-NEXT-INVENTORY-EXIT.
       3100-MATCH-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3150-MASTER-ONLY - THE ALBUM WAS NOT ON THE IMAGE COPY    *
      *>                    AND TOOK NO MOVEMENT, SO IT SHOULD     *
      *>                    HOLD NOTHING.  IT MOVES NO FIGURES     *
      *>                    INTO THE SUMMARY.                      *
      *>----------------------------------------------------------*
       3150-MASTER-ONLY.
           ADD 1 TO WS-ALBUM-COUNT
           IF INV-QTY-ON-HAND = ZERO
               ADD 1 TO WS-BALANCED-COUNT
               GO TO 3150-MASTER-ONLY-EXIT
           END-IF
           MOVE SPACES          TO WS-BREAK-LINE
           MOVE INV-LPID        TO WB-LPID
           MOVE INV-CONDITION   TO WB-CONDITION
           PERFORM 3400-GET-LP-MASTER THRU 3400-GET-LP-MASTER-EXIT
           MOVE LPM-LPNAME      TO WB-LPNAME
           MOVE ZERO            TO WB-OPENING
           MOVE ZERO            TO WB-RECEIPTS
           MOVE ZERO            TO WB-RETURNS
           MOVE ZERO            TO WB-SALES
           MOVE ZERO            TO WB-ADJUST
           MOVE ZERO            TO WB-COMPUTED
           MOVE INV-QTY-ON-HAND TO WB-ON-HAND
           MOVE INV-QTY-ON-HAND TO WB-DIFFERENCE
           MOVE "NO MOVEMENT"   TO WB-NOTE
           WRITE RECON-RPT-LINE FROM WS-BREAK-LINE
           ADD 1 TO WS-BREAK-COUNT.
       3150-MASTER-ONLY-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3200-COMPARE-ALBUM - OPENING + RECEIPTS + RETURNS - SALES *
      *>                      +/- ADJUSTMENTS IS THE CLOSING      *
      *>                      FIGURE THE MASTER SHOULD HOLD.  ANY *
      *>                      DIFFERENCE IS A BREAK.  THE CLOSING *
      *>                      UNITS ARE VALUED AT THE CURRENT     *
      *>                      AVERAGE COST.                        *
      *>----------------------------------------------------------*
       3200-COMPARE-ALBUM.
           ADD 1 TO WS-ALBUM-COUNT
           COMPUTE WS-GRP-UNITS (6) =
               WS-GRP-UNITS (1) + WS-GRP-UNITS (2) + WS-GRP-UNITS (3)
               - WS-GRP-UNITS (4) + WS-GRP-UNITS (5)
           COMPUTE WS-GRP-VALUE (6) = WS-GRP-UNITS (6) * WS-CLOSE-COST
           PERFORM 3400-GET-LP-MASTER THRU 3400-GET-LP-MASTER-EXIT
           COMPUTE WS-DIFFERENCE = WS-LIVE-QTY - WS-GRP-UNITS (6)
           IF WS-DIFFERENCE = ZERO
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               PERFORM 3300-PRINT-BREAK THRU 3300-PRINT-BREAK-EXIT
           END-IF
           PERFORM 3500-ROLL-ALBUM THRU 3500-ROLL-ALBUM-EXIT.
       3200-COMPARE-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3300-PRINT-BREAK - BOTH FIGURES AND THE DIFFERENCE        *
      *>                    (ON HAND LESS COMPUTED)                *
      *>----------------------------------------------------------*
       3300-PRINT-BREAK.
           MOVE SPACES            TO WS-BREAK-LINE
           MOVE WS-MOV-LPID       TO WB-LPID
           MOVE WS-MOV-CONDITION  TO WB-CONDITION
           MOVE LPM-LPNAME        TO WB-LPNAME
           MOVE WS-GRP-UNITS (1)  TO WB-OPENING
           MOVE WS-GRP-UNITS (2)  TO WB-RECEIPTS
           MOVE WS-GRP-UNITS (3)  TO WB-RETURNS
           MOVE WS-GRP-UNITS (4)  TO WB-SALES
           MOVE WS-GRP-UNITS (5)  TO WB-ADJUST
           MOVE WS-GRP-UNITS (6)  TO WB-COMPUTED
           MOVE WS-LIVE-QTY       TO WB-ON-HAND
           MOVE WS-DIFFERENCE     TO WB-DIFFERENCE
           IF NOT WS-ON-MASTER
               MOVE "NOT ON INV" TO WB-NOTE
               ADD 1 TO WS-NOT-ON-INV-COUNT
           END-IF
           WRITE RECON-RPT-LINE FROM WS-BREAK-LINE
           ADD 1 TO WS-BREAK-COUNT.
       3300-PRINT-BREAK-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3400-GET-LP-MASTER - NAME, FORMAT AND LABEL FOR THE      *
      *>                      ALBUM                                *
      *>----------------------------------------------------------*
       3400-GET-LP-MASTER.
           MOVE WS-MOV-LPID TO LPM-LPID
           IF WS-INV-KEY < WS-MOV-KEY
               MOVE WS-INV-LPID TO LPM-LPID
           END-IF
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
                   MOVE SPACES                          TO LPM-LPFORMAT
                   MOVE SPACES                          TO LPM-LPLABEL
               NOT INVALID KEY
                   CONTINUE
           END-READ.
       3400-GET-LP-MASTER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3500-ROLL-ALBUM - ADD THE ALBUM'S MOVEMENT INTO ITS      *
      *>                   FORMAT, ITS LABEL AND THE GRAND TOTAL  *
      *>----------------------------------------------------------*
       3500-ROLL-ALBUM.
           PERFORM 3510-FIND-FORMAT THRU 3510-FIND-FORMAT-EXIT
           PERFORM 3530-FIND-LABEL THRU 3530-FIND-LABEL-EXIT
           PERFORM 3550-ADD-COLUMN THRU 3550-ADD-COLUMN-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6.
       3500-ROLL-ALBUM-EXIT.
           EXIT.

       3510-FIND-FORMAT.
           MOVE 'Y' TO WS-FMT-HELD-SWITCH
           SET WS-FMT-IX TO 1
           SEARCH WS-FORMAT-ENTRY
               AT END
                   PERFORM 3520-ADD-FORMAT THRU 3520-ADD-FORMAT-EXIT
               WHEN WS-FMT-IX > WS-FORMAT-COUNT
                   PERFORM 3520-ADD-FORMAT THRU 3520-ADD-FORMAT-EXIT
               WHEN WS-FMT-NAME (WS-FMT-IX) = LPM-LPFORMAT
                   CONTINUE
           END-SEARCH.
       3510-FIND-FORMAT-EXIT.
           EXIT.

       3520-ADD-FORMAT.
           IF WS-FORMAT-COUNT NOT < WS-FORMAT-MAX
               MOVE 'N' TO WS-FMT-HELD-SWITCH
               MOVE 'Y' TO WS-ROLLUP-OVFL-SWITCH
               GO TO 3520-ADD-FORMAT-EXIT
           END-IF
           ADD 1 TO WS-FORMAT-COUNT
           SET WS-FMT-IX TO WS-FORMAT-COUNT
           MOVE LPM-LPFORMAT TO WS-FMT-NAME (WS-FMT-IX)
           PERFORM 3525-CLEAR-FORMAT THRU 3525-CLEAR-FORMAT-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6.
       3520-ADD-FORMAT-EXIT.
           EXIT.

       3525-CLEAR-FORMAT.
           MOVE ZERO TO WS-FMT-UNITS (WS-FMT-IX, WS-COL)
           MOVE ZERO TO WS-FMT-VALUE (WS-FMT-IX, WS-COL).
       3525-CLEAR-FORMAT-EXIT.
           EXIT.

       3530-FIND-LABEL.
           MOVE 'Y' TO WS-LBL-HELD-SWITCH
           SET WS-LBL-IX TO 1
           SEARCH WS-LABEL-ENTRY
               AT END
                   PERFORM 3540-ADD-LABEL THRU 3540-ADD-LABEL-EXIT
               WHEN WS-LBL-IX > WS-LABEL-COUNT
                   PERFORM 3540-ADD-LABEL THRU 3540-ADD-LABEL-EXIT
               WHEN WS-LBL-NAME (WS-LBL-IX) = LPM-LPLABEL
                   CONTINUE
           END-SEARCH.
       3530-FIND-LABEL-EXIT.
           EXIT.

       3540-ADD-LABEL.
           IF WS-LABEL-COUNT NOT < WS-LABEL-MAX
               MOVE 'N' TO WS-LBL-HELD-SWITCH
               MOVE 'Y' TO WS-ROLLUP-OVFL-SWITCH
               GO TO 3540-ADD-LABEL-EXIT
           END-IF
           ADD 1 TO WS-LABEL-COUNT
           SET WS-LBL-IX TO WS-LABEL-COUNT
           MOVE LPM-LPLABEL TO WS-LBL-NAME (WS-LBL-IX)
           PERFORM 3545-CLEAR-LABEL THRU 3545-CLEAR-LABEL-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6.
       3540-ADD-LABEL-EXIT.
           EXIT.

       3545-CLEAR-LABEL.
           MOVE ZERO TO WS-LBL-UNITS (WS-LBL-IX, WS-COL)
           MOVE ZERO TO WS-LBL-VALUE (WS-LBL-IX, WS-COL).
       3545-CLEAR-LABEL-EXIT.
           EXIT.

       3550-ADD-COLUMN.
           IF WS-FMT-HELD
               ADD WS-GRP-UNITS (WS-COL)
                   TO WS-FMT-UNITS (WS-FMT-IX, WS-COL)
               ADD WS-GRP-VALUE (WS-COL)
                   TO WS-FMT-VALUE (WS-FMT-IX, WS-COL)
           END-IF
           IF WS-LBL-HELD
               ADD WS-GRP-UNITS (WS-COL)
                   TO WS-LBL-UNITS (WS-LBL-IX, WS-COL)
               ADD WS-GRP-VALUE (WS-COL)
                   TO WS-LBL-VALUE (WS-LBL-IX, WS-COL)
           END-IF
           ADD WS-GRP-UNITS (WS-COL) TO WS-TOT-UNITS (WS-COL)
           ADD WS-GRP-VALUE (WS-COL) TO WS-TOT-VALUE (WS-COL).
       3550-ADD-COLUMN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-PRINT-FORMATS - MOVEMENT SUMMARY BY LPM-LPFORMAT,   *
      *>                      UNITS AND VALUE                      *
      *>----------------------------------------------------------*
       4000-PRINT-FORMATS.
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE "MOVEMENT SUMMARY BY FORMAT" TO WS-SECTION-TEXT
           WRITE RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE RECON-RPT-LINE FROM WS-MOVE-HEADING
           PERFORM 4100-PRINT-ONE-FORMAT
               THRU 4100-PRINT-ONE-FORMAT-EXIT
               VARYING WS-FMT-IX FROM 1 BY 1
               UNTIL WS-FMT-IX > WS-FORMAT-COUNT.
       4000-PRINT-FORMATS-EXIT.
           EXIT.

       4100-PRINT-ONE-FORMAT.
           MOVE WS-FMT-NAME (WS-FMT-IX)    TO WS-PRT-NAME
           IF WS-FMT-NAME (WS-FMT-IX) = SPACES
               MOVE "(NO FORMAT)" TO WS-PRT-NAME
           END-IF
           MOVE WS-FMT-AMOUNTS (WS-FMT-IX) TO WS-PRINT-AMOUNTS
           PERFORM 4500-PRINT-AMOUNTS THRU 4500-PRINT-AMOUNTS-EXIT.
       4100-PRINT-ONE-FORMAT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4500-PRINT-AMOUNTS - A UNITS LINE UNDER WS-PRT-NAME AND  *
      *>                      A VALUE LINE BELOW IT, FROM          *
      *>                      WS-PRINT-AMOUNTS                     *
      *>----------------------------------------------------------*
       4500-PRINT-AMOUNTS.
           MOVE SPACES      TO WS-MOVE-UNITS-LINE
           MOVE SPACES      TO WS-MOVE-VALUE-LINE
           MOVE WS-PRT-NAME TO WMU-NAME
           MOVE "UNITS"     TO WMU-KIND
           MOVE "VALUE"     TO WMV-KIND
           PERFORM 4510-EDIT-COLUMN THRU 4510-EDIT-COLUMN-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6
           WRITE RECON-RPT-LINE FROM WS-MOVE-UNITS-LINE
           WRITE RECON-RPT-LINE FROM WS-MOVE-VALUE-LINE.
       4500-PRINT-AMOUNTS-EXIT.
           EXIT.

       4510-EDIT-COLUMN.
           MOVE WS-PRT-UNITS (WS-COL) TO WMU-UNITS (WS-COL)
           MOVE WS-PRT-VALUE (WS-COL) TO WMV-VALUE (WS-COL).
       4510-EDIT-COLUMN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5000-RELEASE-LABELS - INPUT PROCEDURE: EVERY LABEL IN    *
      *>                       THE TABLE, FOR PRINTING IN NAME    *
      *>                       ORDER                               *
      *>----------------------------------------------------------*
       5000-RELEASE-LABELS.
           PERFORM 5050-RELEASE-ONE-LABEL
               THRU 5050-RELEASE-ONE-LABEL-EXIT
               VARYING WS-LBL-IX FROM 1 BY 1
               UNTIL WS-LBL-IX > WS-LABEL-COUNT.
       5000-RELEASE-LABELS-EXIT.
           EXIT.

       5050-RELEASE-ONE-LABEL.
           MOVE WS-LABEL-ENTRY (WS-LBL-IX) TO LABEL-SORT-RECORD
           RELEASE LABEL-SORT-RECORD.
       5050-RELEASE-ONE-LABEL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5100-PRINT-LABELS - OUTPUT PROCEDURE: MOVEMENT SUMMARY   *
      *>                     BY LABEL, THEN THE PERIOD TOTAL       *
      *>----------------------------------------------------------*
       5100-PRINT-LABELS.
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE "MOVEMENT SUMMARY BY LABEL" TO WS-SECTION-TEXT
           WRITE RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE RECON-RPT-LINE FROM WS-MOVE-HEADING
           PERFORM 6950-RETURN-LABEL THRU 6950-RETURN-LABEL-EXIT
           PERFORM 5150-PRINT-ONE-LABEL THRU 5150-PRINT-ONE-LABEL-EXIT
               UNTIL WS-LBL-EOF

           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE "TOTAL FOR PERIOD"  TO WS-PRT-NAME
           MOVE WS-TOTAL-AMOUNTS    TO WS-PRINT-AMOUNTS
           PERFORM 4500-PRINT-AMOUNTS THRU 4500-PRINT-AMOUNTS-EXIT.
       5100-PRINT-LABELS-EXIT.
           EXIT.

       5150-PRINT-ONE-LABEL.
           MOVE LS-LABEL TO WS-PRT-NAME
           IF LS-LABEL = SPACES
               MOVE "(NO LABEL)" TO WS-PRT-NAME
           END-IF
           MOVE LS-AMOUNTS TO WS-PRINT-AMOUNTS
           PERFORM 4500-PRINT-AMOUNTS THRU 4500-PRINT-AMOUNTS-EXIT
           PERFORM 6950-RETURN-LABEL THRU 6950-RETURN-LABEL-EXIT.
       5150-PRINT-ONE-LABEL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-SORTED - RETURN THE NEXT MOVEMENT IN LPID    *
      *>                      ORDER                                *
      *>----------------------------------------------------------*
       6900-RETURN-SORTED.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-SORTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6950-RETURN-LABEL - RETURN THE NEXT LABEL IN NAME ORDER  *
      *>----------------------------------------------------------*
       6950-RETURN-LABEL.
           RETURN LABEL-SORT
               AT END
                   SET WS-LBL-EOF TO TRUE
           END-RETURN.
       6950-RETURN-LABEL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 7000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       7000-TERMINATE.
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE

           MOVE "IMAGE COPY RECORDS READ......."  TO WS-SUMMARY-TEXT
           MOVE WS-UNL-READ-COUNT                  TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "LEDGER RECORDS READ..........."  TO WS-SUMMARY-TEXT
           MOVE WS-LDG-READ-COUNT                  TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "MOVEMENTS IN PERIOD..........."  TO WS-SUMMARY-TEXT
           MOVE WS-MOVEMENT-COUNT                  TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SKIPPED BEFORE FROM DATE......"  TO WS-SUMMARY-TEXT
           MOVE WS-FROMDT-SKIP-COUNT               TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SKIPPED PAST TO DATE.........."  TO WS-SUMMARY-TEXT
           MOVE WS-TODT-SKIP-COUNT                 TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "PRICE CHANGES PASSED OVER....."  TO WS-SUMMARY-TEXT
           MOVE WS-OTHER-COUNT                     TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "MOVEMENTS WITHOUT A COST......"  TO WS-SUMMARY-TEXT
           MOVE WS-UNCOSTED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS RECONCILED............."  TO WS-SUMMARY-TEXT
           MOVE WS-ALBUM-COUNT                     TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS IN BALANCE............."  TO WS-SUMMARY-TEXT
           MOVE WS-BALANCED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "BREAKS........................"  TO WS-SUMMARY-TEXT
           MOVE WS-BREAK-COUNT                     TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "BREAKS NOT ON INVENTORY......."  TO WS-SUMMARY-TEXT
           MOVE WS-NOT-ON-INV-COUNT                TO WS-SUMMARY-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE INV-UNLOAD
           CLOSE STOCK-LEDGER
           CLOSE INV-MASTER
           CLOSE LP-MASTER
           CLOSE RECON-RPT.
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

      *>----------------------------------------------------------*
      *> 8100-READ-UNLOAD - READ THE NEXT IMAGE COPY RECORD       *
      *>----------------------------------------------------------*
       8100-READ-UNLOAD.
           READ INV-UNLOAD
               AT END
                   SET WS-UNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-UNL-READ-COUNT
           END-READ.
       8100-READ-UNLOAD-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8200-READ-INV-NEXT - READ THE NEXT INVENTORY RECORD      *
      *>----------------------------------------------------------*
       8200-READ-INV-NEXT.
           READ INV-MASTER NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
           END-READ.
       8200-READ-INV-NEXT-EXIT.
           EXIT.
