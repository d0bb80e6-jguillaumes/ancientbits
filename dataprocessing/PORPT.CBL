       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PORPT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - OPEN AND OVERDUE        *
      *>                 PURCHASE-ORDER REPORT FOR PURCHASING.     *
      *>                 WALKS THE POMAST PO MASTER IN SUPPLIER /  *
      *>                 PO ORDER AND LISTS EVERY OPEN LINE WITH   *
      *>                 ITS ALBUM NAME, ORDER AND DUE DATES AND   *
      *>                 THE UNITS ORDERED, RECEIVED AND STILL     *
      *>                 OUTSTANDING.  A LINE PAST ITS DUE DATE IS *
      *>                 FLAGGED OVERDUE SO PURCHASING CAN CHASE   *
      *>                 THE SUPPLIER.  EACH SUPPLIER GETS A       *
      *>                 SUBTOTAL OF UNITS OUTSTANDING, AND THE    *
      *>                 RUN ENDS WITH OPEN AND OVERDUE TOTALS.    *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-MASTER ASSIGN TO "POMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PO-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT PO-RPT          ASSIGN TO "POOPNRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-MASTER.
           COPY POMAST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  PO-RPT
           RECORDING MODE IS F.
       01  PO-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-PREV-SUPPLIER        PIC X(06)     VALUE SPACES.

       77  WS-OPEN-QTY             PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-UNITS          PIC 9(09) COMP VALUE ZERO.
       77  WS-OVERDUE-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-OVERDUE-UNITS       PIC 9(09) COMP VALUE ZERO.
       77  WS-SUPPLIER-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-SUP-OPEN-UNITS      PIC 9(09) COMP VALUE ZERO.
       77  WS-SUP-OVERDUE-UNITS   PIC 9(09) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(40)  VALUE
              "OPEN AND OVERDUE PURCHASE ORDERS AS AT ".
           03 WT-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
           03 FILLER               PIC X(48)  VALUE
              "PO NO     LPID  ALBUM".
           03 FILLER               PIC X(60)  VALUE
              "ORDERED   DUE        ORDER   RECVD  OUTSTG".

       01  WS-SUPPLIER-LINE.
           03 FILLER               PIC X(10)  VALUE "SUPPLIER  ".
           03 WS-SUP-NO            PIC X(06).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WS-SUP-NAME          PIC X(30).

       01  WS-DETAIL-LINE.
           03 WD-PO-NUMBER         PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-LPID              PIC X(04).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-LPNAME            PIC X(30).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-ORDER-DATE        PIC 9(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-DUE-DATE          PIC 9(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-QTY-ORDERED       PIC ZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-QTY-RECEIVED      PIC ZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-QTY-OPEN          PIC ZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-NOTE              PIC X(14).

       01  WS-SUBTOTAL-LINE.
           03 FILLER               PIC X(20)  VALUE SPACES.
           03 FILLER               PIC X(24)  VALUE
              "SUPPLIER UNITS OPEN ....".
           03 WS-SUB-OPEN          PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04)  VALUE SPACES.
           03 FILLER               PIC X(16)  VALUE
              "OVERDUE ........".
           03 WS-SUB-OVERDUE       PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-PO-LINE THRU 2000-PROCESS-PO-LINE-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN FILES, PRINT THE TITLE, PRIME THE  *
      *>                   FIRST PO LINE                            *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PO-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT PO-RPT
           MOVE WS-RUN-DATE TO WT-RUN-DATE
           WRITE PO-RPT-LINE FROM WS-TITLE-LINE
           WRITE PO-RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 8000-READ-PO-NEXT THRU 8000-READ-PO-NEXT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-PROCESS-PO-LINE - LIST ONE OPEN PO LINE, BREAKING ON *
      *>                        SUPPLIER.  CLOSED LINES AND LINES  *
      *>                        RECEIVED IN FULL ARE SKIPPED.      *
      *>----------------------------------------------------------*
       2000-PROCESS-PO-LINE.
           IF NOT PO-STATUS-OPEN
              OR PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               GO TO 2000-PROCESS-PO-LINE-NEXT
           END-IF
           IF PO-SUPPLIER-NO NOT = WS-PREV-SUPPLIER
               PERFORM 2100-SUPPLIER-BREAK
                   THRU 2100-SUPPLIER-BREAK-EXIT
           END-IF
           PERFORM 2200-PRINT-PO-LINE THRU 2200-PRINT-PO-LINE-EXIT.
       2000-PROCESS-PO-LINE-NEXT.
           PERFORM 8000-READ-PO-NEXT THRU 8000-READ-PO-NEXT-EXIT.
       2000-PROCESS-PO-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2100-SUPPLIER-BREAK - CLOSE OFF THE LAST SUPPLIER'S       *
      *>                       SUBTOTAL AND HEAD UP THE NEXT ONE   *
      *>----------------------------------------------------------*
       2100-SUPPLIER-BREAK.
           IF WS-PREV-SUPPLIER NOT = SPACES
               PERFORM 2150-PRINT-SUBTOTAL
                   THRU 2150-PRINT-SUBTOTAL-EXIT
           END-IF
           MOVE PO-SUPPLIER-NO   TO WS-PREV-SUPPLIER
           ADD 1 TO WS-SUPPLIER-COUNT
           MOVE SPACES TO PO-RPT-LINE
           WRITE PO-RPT-LINE
           MOVE PO-SUPPLIER-NO   TO WS-SUP-NO
           MOVE PO-SUPPLIER-NAME TO WS-SUP-NAME
           WRITE PO-RPT-LINE FROM WS-SUPPLIER-LINE.
       2100-SUPPLIER-BREAK-EXIT.
           EXIT.

       2150-PRINT-SUBTOTAL.
           MOVE WS-SUP-OPEN-UNITS    TO WS-SUB-OPEN
           MOVE WS-SUP-OVERDUE-UNITS TO WS-SUB-OVERDUE
           WRITE PO-RPT-LINE FROM WS-SUBTOTAL-LINE
           MOVE ZERO TO WS-SUP-OPEN-UNITS
           MOVE ZERO TO WS-SUP-OVERDUE-UNITS.
       2150-PRINT-SUBTOTAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-PRINT-PO-LINE - ONE DETAIL LINE, FLAGGED OVERDUE     *
      *>                      WHEN THE DUE DATE HAS PASSED          *
      *>----------------------------------------------------------*
       2200-PRINT-PO-LINE.
           MOVE PO-LPID TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           COMPUTE WS-OPEN-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
           MOVE PO-NUMBER        TO WD-PO-NUMBER
           MOVE PO-LPID          TO WD-LPID
           MOVE LPM-LPNAME       TO WD-LPNAME
           MOVE PO-ORDER-DATE    TO WD-ORDER-DATE
           MOVE PO-DUE-DATE      TO WD-DUE-DATE
           MOVE PO-QTY-ORDERED   TO WD-QTY-ORDERED
           MOVE PO-QTY-RECEIVED  TO WD-QTY-RECEIVED
           MOVE WS-OPEN-QTY      TO WD-QTY-OPEN
           ADD 1           TO WS-OPEN-COUNT
           ADD WS-OPEN-QTY TO WS-OPEN-UNITS
           ADD WS-OPEN-QTY TO WS-SUP-OPEN-UNITS
           IF PO-DUE-DATE < WS-RUN-DATE
               MOVE "*** OVERDUE"  TO WD-NOTE
               ADD 1           TO WS-OVERDUE-COUNT
               ADD WS-OPEN-QTY TO WS-OVERDUE-UNITS
               ADD WS-OPEN-QTY TO WS-SUP-OVERDUE-UNITS
           ELSE
               MOVE SPACES         TO WD-NOTE
           END-IF
           WRITE PO-RPT-LINE FROM WS-DETAIL-LINE.
       2200-PRINT-PO-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-TERMINATE - LAST SUBTOTAL, RUN SUMMARY, CLOSE FILES  *
      *>----------------------------------------------------------*
       3000-TERMINATE.
           IF WS-PREV-SUPPLIER NOT = SPACES
               PERFORM 2150-PRINT-SUBTOTAL
                   THRU 2150-PRINT-SUBTOTAL-EXIT
           END-IF
           MOVE SPACES TO PO-RPT-LINE
           WRITE PO-RPT-LINE

           MOVE "SUPPLIERS WITH OPEN POS........"  TO WS-SUMMARY-TEXT
           MOVE WS-SUPPLIER-COUNT                   TO WS-SUMMARY-COUNT
           WRITE PO-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPEN PO LINES.................."  TO WS-SUMMARY-TEXT
           MOVE WS-OPEN-COUNT                       TO WS-SUMMARY-COUNT
           WRITE PO-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS OUTSTANDING.............."  TO WS-SUMMARY-TEXT
           MOVE WS-OPEN-UNITS                       TO WS-SUMMARY-COUNT
           WRITE PO-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OVERDUE PO LINES..............."  TO WS-SUMMARY-TEXT
           MOVE WS-OVERDUE-COUNT                    TO WS-SUMMARY-COUNT
           WRITE PO-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OVERDUE UNITS.................."  TO WS-SUMMARY-TEXT
           MOVE WS-OVERDUE-UNITS                    TO WS-SUMMARY-COUNT
           WRITE PO-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE PO-MASTER
           CLOSE LP-MASTER
           CLOSE PO-RPT.
       3000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-PO-NEXT - READ THE NEXT PO MASTER LINE, SET EOF *
      *>----------------------------------------------------------*
       8000-READ-PO-NEXT.
           READ PO-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       8000-READ-PO-NEXT-EXIT.
           EXIT.
