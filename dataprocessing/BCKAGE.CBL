       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BCKAGE.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - BACKORDER AGING.  AGES  *
      *>                 THE CARRIED BACKORDERS BY ALBUM AND       *
      *>                 CUSTOMER, WRITES DELAY AND CANCELLATION   *
      *>                 NOTICES AND DROPS BACKORDERS PAST THE     *
      *>                 CANCEL THRESHOLD FROM THE CARRY.          *
      *> 2026-10-15  DP  THE CARRIED BACKORDER NOW ENDS WITH THE   *
      *>                 CONDITION GRADE ORDERED; CARRY IT FORWARD *
      *>                 WHOLE.                                    *
      *> 2026-10-15  DP  A BACKORDER IS ONLY CANCELLED ONCE ITS    *
      *>                 DELAY NOTICE HAS GONE OUT.  ONE ALREADY   *
      *>                 PAST THE CANCEL THRESHOLD WITH NO NOTICE  *
      *>                 DATE (FIRST AGING RUN, OR A LINE CARRIED  *
      *>                 BEFORE NOTICES WERE KEPT) GETS THE DELAY  *
      *>                 NOTICE AND IS CARRIED; IT IS CANCELLED ON *
      *>                 A LATER RUN.                              *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BACKORDER-IN ASSIGN TO "BACKOUT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKORDER-OUT   ASSIGN TO "BACKORDS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AGE-PARM ASSIGN TO "BCKPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT OPTIONAL SUP-MASTER ASSIGN TO "SUPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SUP-LPLABEL.

           SELECT OPTIONAL CUST-MASTER ASSIGN TO "CUSTMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CUS-CUSTNO.

           SELECT NOTICE-OUT      ASSIGN TO "BCKNOTE"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-WORK        ASSIGN TO "BCKWORK"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-RPT         ASSIGN TO "BCKAGERP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANCEL-RPT      ASSIGN TO "BCKCANRP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-ALBUM      ASSIGN TO "SORTBKA".

           SELECT SORT-CUST       ASSIGN TO "SORTBKC".

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-IN
           RECORDING MODE IS F.
           COPY BCKORD.

       FD  BACKORDER-OUT
           RECORDING MODE IS F.
       01  BACKORDER-OUT-RECORD  PIC X(71).

       FD  AGE-PARM
           RECORDING MODE IS F.
       01  AGE-PARM-RECORD.
           COPY BCKPARM.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  SUP-MASTER.
           COPY SUPMST.

       FD  CUST-MASTER.
           COPY CUSTMST.

       FD  NOTICE-OUT
           RECORDING MODE IS F.
       01  NOTICE-RECORD.
           COPY BCKNOTE.

       FD  AGE-WORK
           RECORDING MODE IS F.
       01  AGE-WORK-RECORD.
           03 AW-LPID             PIC X(04).
           03 AW-CUST-NO          PIC X(06).
           03 AW-CUST-NAME        PIC X(30).
           03 AW-BUCKET           PIC 9(01).
           03 AW-QTY              PIC 9(05).

       FD  AGE-RPT
           RECORDING MODE IS F.
       01  AGE-RPT-LINE          PIC X(132).

       FD  CANCEL-RPT
           RECORDING MODE IS F.
       01  CANCEL-RPT-LINE       PIC X(132).

       SD  SORT-ALBUM.
       01  SORT-ALBUM-RECORD.
           03 SA-LPID             PIC X(04).
           03 SA-BUCKET           PIC 9(01).
           03 SA-QTY              PIC 9(05).

       SD  SORT-CUST.
       01  SORT-CUST-RECORD.
           03 SC-SORT-KEY.
              05 SC-CUST-NO       PIC X(06).
              05 SC-CUST-NAME     PIC X(30).
           03 SC-BUCKET           PIC 9(01).
           03 SC-QTY              PIC 9(05).

       WORKING-STORAGE SECTION.
       77  WS-BCK-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-BCK-EOF           VALUE 'Y'.

       77  WS-WORK-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-WORK-EOF          VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-CUST-FOUND-SWITCH    PIC X(01)     VALUE 'N'.
           88 WS-CUST-FOUND        VALUE 'Y'.

       77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-NOTICE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NOTIFIED-BEFORE      PIC 9(07) COMP VALUE ZERO.
       77  WS-CANCEL-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-CANCEL-UNITS         PIC 9(09) COMP VALUE ZERO.
       77  WS-NO-ADDRESS-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-UNDATED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-ALBUM-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-CUSTOMER-COUNT       PIC 9(07) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-NOTIFY-DAYS          PIC 9(03)     VALUE ZERO.
       77  WS-CANCEL-DAYS          PIC 9(03)     VALUE ZERO.
       77  WS-DATE-14              PIC 9(08)     VALUE ZERO.
       77  WS-DATE-30              PIC 9(08)     VALUE ZERO.
       77  WS-DATE-60              PIC 9(08)     VALUE ZERO.
       77  WS-NOTIFY-DATE          PIC 9(08)     VALUE ZERO.
       77  WS-CANCEL-DATE          PIC 9(08)     VALUE ZERO.

       77  WS-BACK-DAYS            PIC 9(03) COMP VALUE ZERO.
       77  WS-BACK-DATE            PIC 9(08)     VALUE ZERO.
       77  WS-BACK-YYYY            PIC 9(04) COMP VALUE ZERO.
       77  WS-BACK-MM              PIC 9(02) COMP VALUE ZERO.
       77  WS-BACK-DD              PIC S9(05) COMP VALUE ZERO.
       77  WS-MONTH-DAYS           PIC 9(02) COMP VALUE ZERO.
       77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.

       77  WS-BUCKET               PIC 9(01)     VALUE ZERO.
       77  WS-BKT                  PIC 9(01) COMP VALUE ZERO.
       77  WS-PREV-LPID            PIC X(04)     VALUE SPACES.
       77  WS-PREV-CUST-KEY        PIC X(36)     VALUE SPACES.
       77  WS-GRP-LINES            PIC 9(07) COMP VALUE ZERO.
       77  WS-GRP-TOTAL            PIC 9(09) COMP VALUE ZERO.
       77  WS-ALL-LINES            PIC 9(07) COMP VALUE ZERO.
       77  WS-ALL-TOTAL            PIC 9(09) COMP VALUE ZERO.

       01  WS-MONTH-TABLE-VALUES.
           03 FILLER               PIC X(24)  VALUE
              "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-VALUES.
           03 WS-MONTH-LENGTH      PIC 9(02)  OCCURS 12 TIMES.

      *>----------------------------------------------------------*
      *> AGE BUCKETS ON BCK-ORDER-DATE: 1 = 0-14 DAYS, 2 = 15-30,  *
      *> 3 = 31-60, 4 = OVER 60                                    *
      *>----------------------------------------------------------*
       01  WS-GROUP-BUCKETS.
           03 WS-GRP-UNITS         PIC 9(07)  OCCURS 4 TIMES.

       01  WS-TOTAL-BUCKETS.
           03 WS-ALL-UNITS         PIC 9(07)  OCCURS 4 TIMES.

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(23)  VALUE
              "BACKORDER AGING AS OF ".
           03 WT-RUN-DATE          PIC 9(08).
           03 FILLER               PIC X(16)  VALUE
              "  - NOTICE AFTER".
           03 WT-NOTIFY-DAYS       PIC ZZ9.
           03 FILLER               PIC X(20)  VALUE
              " DAYS, CANCEL AFTER ".
           03 WT-CANCEL-DAYS       PIC ZZ9.
           03 FILLER               PIC X(05)  VALUE " DAYS".

       01  WS-SECTION-LINE.
           03 WS-SECTION-TEXT      PIC X(60).

       01  WS-ALBUM-HEADING.
           03 FILLER               PIC X(38)  VALUE "LPID  ALBUM".
           03 FILLER               PIC X(29)  VALUE "SUPPLIER".
           03 FILLER               PIC X(09)  VALUE "     0-14".
           03 FILLER               PIC X(09)  VALUE "    15-30".
           03 FILLER               PIC X(09)  VALUE "    31-60".
           03 FILLER               PIC X(09)  VALUE "  OVER 60".
           03 FILLER               PIC X(09)  VALUE "    UNITS".
           03 FILLER               PIC X(09)  VALUE "    LINES".

       01  WS-CUST-HEADING.
           03 FILLER               PIC X(67)  VALUE
              "CUSTNO  CUSTOMER".
           03 FILLER               PIC X(09)  VALUE "     0-14".
           03 FILLER               PIC X(09)  VALUE "    15-30".
           03 FILLER               PIC X(09)  VALUE "    31-60".
           03 FILLER               PIC X(09)  VALUE "  OVER 60".
           03 FILLER               PIC X(09)  VALUE "    UNITS".
           03 FILLER               PIC X(09)  VALUE "    LINES".

       01  WS-AGE-LINE.
           03 WG-NAME                PIC X(67).
           03 WG-ALBUM-NAME REDEFINES WG-NAME.
              05 WG-LPID             PIC X(04).
              05 FILLER              PIC X(02).
              05 WG-LPNAME           PIC X(30).
              05 FILLER              PIC X(02).
              05 WG-SUPPLIER-NO      PIC X(06).
              05 FILLER              PIC X(01).
              05 WG-SUPPLIER-NAME    PIC X(22).
           03 WG-CUST-NAME REDEFINES WG-NAME.
              05 WG-CUST-NO          PIC X(06).
              05 FILLER              PIC X(02).
              05 WG-CUSTOMER         PIC X(30).
              05 FILLER              PIC X(29).
           03 WG-BUCKET-COLUMN       OCCURS 4 TIMES.
              05 FILLER              PIC X(02).
              05 WG-UNITS            PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 WG-TOTAL               PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 WG-LINES               PIC ZZZ,ZZ9.

       01  WS-CANCEL-HEADING.
           03 FILLER               PIC X(38)  VALUE "LPID  ALBUM".
           03 FILLER               PIC X(10)  VALUE "ORDER NO".
           03 FILLER               PIC X(10)  VALUE "ORDERED".
           03 FILLER               PIC X(40)  VALUE
              "CUSTNO  CUSTOMER".
           03 FILLER               PIC X(07)  VALUE "  UNITS".

       01  WS-CANCEL-LINE.
           03 WC-LPID                PIC X(04).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WC-LPNAME              PIC X(30).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WC-ORDER-NO            PIC X(08).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WC-ORDER-DATE          PIC 9(08).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WC-CUST-NO             PIC X(06).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WC-CUST-NAME           PIC X(30).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WC-QTY                 PIC ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WC-NOTE                PIC X(20).

       01  WS-EXCEPT-LINE.
           03 WE-LABEL              PIC X(36).
           03 WE-ORDER-NO           PIC X(08).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WE-CUST-NO            PIC X(06).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WE-CUST-NAME          PIC X(30).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-AGE-BACKORDER THRU 2000-AGE-BACKORDER-EXIT
               UNTIL WS-BCK-EOF
           CLOSE BACKORDER-IN
           CLOSE BACKORDER-OUT
           CLOSE AGE-WORK
           SORT SORT-ALBUM
               ON ASCENDING KEY SA-LPID
               INPUT PROCEDURE IS 3000-RELEASE-ALBUMS
                   THRU 3000-RELEASE-ALBUMS-EXIT
               OUTPUT PROCEDURE IS 3100-PRINT-ALBUMS
                   THRU 3100-PRINT-ALBUMS-EXIT
           SORT SORT-CUST
               ON ASCENDING KEY SC-SORT-KEY
               INPUT PROCEDURE IS 4000-RELEASE-CUSTOMERS
                   THRU 4000-RELEASE-CUSTOMERS-EXIT
               OUTPUT PROCEDURE IS 4100-PRINT-CUSTOMERS
                   THRU 4100-PRINT-CUSTOMERS-EXIT
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - READ THE THRESHOLDS, WORK OUT THE      *
      *>                   BUCKET AND THRESHOLD DATES, OPEN FILES *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           MOVE 14 TO WS-BACK-DAYS
           PERFORM 1030-BACK-DATE THRU 1030-BACK-DATE-EXIT
           MOVE WS-BACK-DATE TO WS-DATE-14
           MOVE 30 TO WS-BACK-DAYS
           PERFORM 1030-BACK-DATE THRU 1030-BACK-DATE-EXIT
           MOVE WS-BACK-DATE TO WS-DATE-30
           MOVE 60 TO WS-BACK-DAYS
           PERFORM 1030-BACK-DATE THRU 1030-BACK-DATE-EXIT
           MOVE WS-BACK-DATE TO WS-DATE-60
           MOVE WS-NOTIFY-DAYS TO WS-BACK-DAYS
           PERFORM 1030-BACK-DATE THRU 1030-BACK-DATE-EXIT
           MOVE WS-BACK-DATE TO WS-NOTIFY-DATE
           MOVE WS-CANCEL-DAYS TO WS-BACK-DAYS
           PERFORM 1030-BACK-DATE THRU 1030-BACK-DATE-EXIT
           MOVE WS-BACK-DATE TO WS-CANCEL-DATE

           OPEN INPUT  BACKORDER-IN
           OPEN OUTPUT BACKORDER-OUT
           OPEN INPUT  LP-MASTER
           OPEN INPUT  SUP-MASTER
           OPEN INPUT  CUST-MASTER
           OPEN OUTPUT NOTICE-OUT
           OPEN OUTPUT AGE-WORK
           OPEN OUTPUT AGE-RPT
           OPEN OUTPUT CANCEL-RPT
           MOVE WS-RUN-DATE    TO WT-RUN-DATE
           MOVE WS-NOTIFY-DAYS TO WT-NOTIFY-DAYS
           MOVE WS-CANCEL-DAYS TO WT-CANCEL-DAYS
           WRITE AGE-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE "BACKORDERS CANCELLED FOR REFUND" TO WS-SECTION-TEXT
           WRITE CANCEL-RPT-LINE FROM WS-SECTION-LINE
           WRITE CANCEL-RPT-LINE FROM WS-CANCEL-HEADING
           PERFORM 8000-READ-BACKORDER THRU 8000-READ-BACKORDER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - READ THE NOTICE AND CANCELLATION        *
      *>                  THRESHOLDS IN DAYS.  NO CARD, OR A ZERO *
      *>                  OR NON-NUMERIC COLUMN, TAKES THE HOUSE  *
      *>                  DEFAULT OF 30 AND 90 DAYS.  A CANCEL    *
      *>                  THRESHOLD NOT PAST THE NOTICE ONE IS    *
      *>                  PUSHED OUT TO IT, SO EVERY CANCELLATION *
      *>                  HAS HAD ITS CHANCE OF A DELAY NOTICE.    *
      *>----------------------------------------------------------*
       1010-READ-PARM.
           OPEN INPUT AGE-PARM
           READ AGE-PARM
               AT END
                   MOVE ZERO TO BKP-NOTIFY-DAYS
                   MOVE ZERO TO BKP-CANCEL-DAYS
           END-READ
           CLOSE AGE-PARM
           IF BKP-NOTIFY-DAYS NOT NUMERIC
              OR BKP-NOTIFY-DAYS = ZERO
               MOVE 30 TO BKP-NOTIFY-DAYS
           END-IF
           IF BKP-CANCEL-DAYS NOT NUMERIC
              OR BKP-CANCEL-DAYS = ZERO
               MOVE 90 TO BKP-CANCEL-DAYS
           END-IF
           IF BKP-CANCEL-DAYS < BKP-NOTIFY-DAYS
               MOVE BKP-NOTIFY-DAYS TO BKP-CANCEL-DAYS
           END-IF
           MOVE BKP-NOTIFY-DAYS TO WS-NOTIFY-DAYS
           MOVE BKP-CANCEL-DAYS TO WS-CANCEL-DAYS.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1030-BACK-DATE - TODAY LESS WS-BACK-DAYS, ROLLED BACK A  *
      *>                  MONTH AT A TIME, INTO WS-BACK-DATE.  A  *
      *>                  BACKORDER DATED BEFORE IT IS OLDER THAN *
      *>                  WS-BACK-DAYS.                            *
      *>----------------------------------------------------------*
       1030-BACK-DATE.
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-BACK-YYYY
           COMPUTE WS-BACK-MM =
               (WS-RUN-DATE - WS-BACK-YYYY * 10000) / 100
           COMPUTE WS-BACK-DD =
               WS-RUN-DATE - WS-BACK-YYYY * 10000 - WS-BACK-MM * 100
           SUBTRACT WS-BACK-DAYS FROM WS-BACK-DD
           PERFORM 1050-ROLL-MONTH THRU 1050-ROLL-MONTH-EXIT
               UNTIL WS-BACK-DD > ZERO
           COMPUTE WS-BACK-DATE =
               WS-BACK-YYYY * 10000 + WS-BACK-MM * 100 + WS-BACK-DD.
       1030-BACK-DATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1040-SET-MONTH-DAYS - LENGTH OF WS-BACK-MM, FEBRUARY      *
      *>                       TAKING 29 IN A LEAP YEAR            *
      *>----------------------------------------------------------*
       1040-SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH (WS-BACK-MM) TO WS-MONTH-DAYS
           IF WS-BACK-MM NOT = 2
               GO TO 1040-SET-MONTH-DAYS-EXIT
           END-IF
           DIVIDE WS-BACK-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
               GO TO 1040-SET-MONTH-DAYS-EXIT
           END-IF
           DIVIDE WS-BACK-YYYY BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
               MOVE 29 TO WS-MONTH-DAYS
               GO TO 1040-SET-MONTH-DAYS-EXIT
           END-IF
           DIVIDE WS-BACK-YYYY BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               MOVE 29 TO WS-MONTH-DAYS
           END-IF.
       1040-SET-MONTH-DAYS-EXIT.
           EXIT.

       1050-ROLL-MONTH.
           SUBTRACT 1 FROM WS-BACK-MM
           IF WS-BACK-MM = ZERO
               MOVE 12 TO WS-BACK-MM
               SUBTRACT 1 FROM WS-BACK-YYYY
           END-IF
           PERFORM 1040-SET-MONTH-DAYS THRU 1040-SET-MONTH-DAYS-EXIT
           ADD WS-MONTH-DAYS TO WS-BACK-DD.
       1050-ROLL-MONTH-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-AGE-BACKORDER - CANCEL A BACKORDER PAST THE CANCEL  *
      *>                      THRESHOLD WHOSE CUSTOMER HAS HAD THE*
      *>                      DELAY NOTICE; OTHERWISE BUCKET IT,  *
      *>                      SEND THE ONE DELAY NOTICE ONCE IT IS*
      *>                      PAST THE NOTICE THRESHOLD, AND CARRY*
      *>                      IT FORWARD.  A CANCELLATION ALWAYS  *
      *>                      FOLLOWS A NOTICE ON AN EARLIER RUN  *
      *>----------------------------------------------------------*
       2000-AGE-BACKORDER.
           IF BCK-NOTICE-DATE NOT NUMERIC
               MOVE ZERO TO BCK-NOTICE-DATE
           END-IF
           IF BCK-ORDER-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO BCK-ORDER-DATE
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           IF BCK-ORDER-DATE < WS-CANCEL-DATE
              AND BCK-NOTICE-DATE > ZERO
               PERFORM 2300-CANCEL-BACKORDER
                   THRU 2300-CANCEL-BACKORDER-EXIT
               GO TO 2000-AGE-BACKORDER-NEXT
           END-IF
           PERFORM 2100-SET-BUCKET THRU 2100-SET-BUCKET-EXIT
           IF BCK-ORDER-DATE < WS-NOTIFY-DATE
               IF BCK-NOTICE-DATE = ZERO
                   PERFORM 2400-DELAY-NOTICE
                       THRU 2400-DELAY-NOTICE-EXIT
               ELSE
                   ADD 1 TO WS-NOTIFIED-BEFORE
               END-IF
           END-IF
           WRITE BACKORDER-OUT-RECORD FROM BACKORDER-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           MOVE BCK-LPID      TO AW-LPID
           MOVE BCK-CUST-NO   TO AW-CUST-NO
           MOVE BCK-CUST-NAME TO AW-CUST-NAME
           MOVE WS-BUCKET     TO AW-BUCKET
           MOVE BCK-QTY-SHORT TO AW-QTY
           WRITE AGE-WORK-RECORD.
       2000-AGE-BACKORDER-NEXT.
           PERFORM 8000-READ-BACKORDER THRU 8000-READ-BACKORDER-EXIT.
       2000-AGE-BACKORDER-EXIT.
           EXIT.

       2100-SET-BUCKET.
           IF BCK-ORDER-DATE NOT < WS-DATE-14
               MOVE 1 TO WS-BUCKET
               GO TO 2100-SET-BUCKET-EXIT
           END-IF
           IF BCK-ORDER-DATE NOT < WS-DATE-30
               MOVE 2 TO WS-BUCKET
               GO TO 2100-SET-BUCKET-EXIT
           END-IF
           IF BCK-ORDER-DATE NOT < WS-DATE-60
               MOVE 3 TO WS-BUCKET
               GO TO 2100-SET-BUCKET-EXIT
           END-IF
           MOVE 4 TO WS-BUCKET.
       2100-SET-BUCKET-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2300-CANCEL-BACKORDER - DROP THE BACKORDER FROM THE      *
      *>                         CARRY, LIST IT FOR REFUND AND    *
      *>                         SEND THE CUSTOMER A CANCELLATION *
      *>                         NOTICE                            *
      *>----------------------------------------------------------*
       2300-CANCEL-BACKORDER.
           PERFORM 2500-GET-ALBUM THRU 2500-GET-ALBUM-EXIT
           MOVE BCK-LPID       TO WC-LPID
           MOVE LPM-LPNAME     TO WC-LPNAME
           MOVE BCK-ORDER-NO   TO WC-ORDER-NO
           MOVE BCK-ORDER-DATE TO WC-ORDER-DATE
           MOVE BCK-CUST-NO    TO WC-CUST-NO
           MOVE BCK-CUST-NAME  TO WC-CUST-NAME
           MOVE BCK-QTY-SHORT  TO WC-QTY
           MOVE 'C' TO BN-NOTICE-TYPE
           PERFORM 2600-WRITE-NOTICE THRU 2600-WRITE-NOTICE-EXIT
           MOVE SPACES TO WC-NOTE
           IF NOT WS-CUST-FOUND
               MOVE "*** NO ADDRESS" TO WC-NOTE
           END-IF
           WRITE CANCEL-RPT-LINE FROM WS-CANCEL-LINE
           ADD 1             TO WS-CANCEL-COUNT
           ADD BCK-QTY-SHORT TO WS-CANCEL-UNITS.
       2300-CANCEL-BACKORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2400-DELAY-NOTICE - TELL THE CUSTOMER THE ORDER IS STILL *
      *>                     WAITING ON STOCK.  THE NOTICE DATE    *
      *>                     GOES ON THE CARRIED BACKORDER SO THE  *
      *>                     CUSTOMER IS NOT WRITTEN TO AGAIN.     *
      *>----------------------------------------------------------*
       2400-DELAY-NOTICE.
           PERFORM 2500-GET-ALBUM THRU 2500-GET-ALBUM-EXIT
           MOVE 'D' TO BN-NOTICE-TYPE
           PERFORM 2600-WRITE-NOTICE THRU 2600-WRITE-NOTICE-EXIT
           MOVE WS-RUN-DATE TO BCK-NOTICE-DATE.
       2400-DELAY-NOTICE-EXIT.
           EXIT.

       2500-GET-ALBUM.
           MOVE BCK-LPID TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
               NOT INVALID KEY
                   CONTINUE
           END-READ.
       2500-GET-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2600-WRITE-NOTICE - ONE NOTICE RECORD FOR THE MAILING    *
      *>                     HOUSE, ADDRESSED FROM CUSTMAST.  A    *
      *>                     BACKORDER WHOSE CUSTOMER IS NOT ON    *
      *>                     THE MASTER (OR WAS CARRIED BEFORE THE *
      *>                     NUMBER WAS KEPT) CANNOT BE MAILED AND *
      *>                     IS LISTED INSTEAD.                    *
      *>----------------------------------------------------------*
       2600-WRITE-NOTICE.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           IF BCK-CUST-NO NOT = SPACES
               MOVE BCK-CUST-NO TO CUS-CUSTNO
               READ CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND-SWITCH
               END-READ
           END-IF
           IF NOT WS-CUST-FOUND
               MOVE "*** NO CUSTOMER ADDRESS - NOTICE " TO WE-LABEL
               MOVE BCK-ORDER-NO  TO WE-ORDER-NO
               MOVE BCK-CUST-NO   TO WE-CUST-NO
               MOVE BCK-CUST-NAME TO WE-CUST-NAME
               WRITE AGE-RPT-LINE FROM WS-EXCEPT-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               GO TO 2600-WRITE-NOTICE-EXIT
           END-IF
           MOVE WS-RUN-DATE    TO BN-RUN-DATE
           MOVE CUS-CUSTNO     TO BN-CUST-NO
           MOVE CUS-NAME       TO BN-CUST-NAME
           MOVE CUS-ADDRESS    TO BN-ADDRESS
           MOVE CUS-CITY       TO BN-CITY
           MOVE CUS-POSTCODE   TO BN-POSTCODE
           MOVE BCK-ORDER-NO   TO BN-ORDER-NO
           MOVE BCK-ORDER-DATE TO BN-ORDER-DATE
           MOVE BCK-LPID       TO BN-LPID
           MOVE LPM-LPNAME     TO BN-LPNAME
           MOVE BCK-QTY-SHORT  TO BN-QTY-SHORT
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.
       2600-WRITE-NOTICE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-RELEASE-ALBUMS - INPUT PROCEDURE: EVERY CARRIED     *
      *>                       BACKORDER, FOR THE ALBUM SECTION    *
      *>----------------------------------------------------------*
       3000-RELEASE-ALBUMS.
           OPEN INPUT AGE-WORK
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           PERFORM 8100-READ-WORK THRU 8100-READ-WORK-EXIT
           PERFORM 3050-RELEASE-ONE THRU 3050-RELEASE-ONE-EXIT
               UNTIL WS-WORK-EOF
           CLOSE AGE-WORK.
       3000-RELEASE-ALBUMS-EXIT.
           EXIT.

       3050-RELEASE-ONE.
           MOVE AW-LPID   TO SA-LPID
           MOVE AW-BUCKET TO SA-BUCKET
           MOVE AW-QTY    TO SA-QTY
           RELEASE SORT-ALBUM-RECORD
           PERFORM 8100-READ-WORK THRU 8100-READ-WORK-EXIT.
       3050-RELEASE-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3100-PRINT-ALBUMS - OUTPUT PROCEDURE: ONE LINE PER ALBUM *
      *>                     WITH ITS SUPPLIER AND UNITS WAITING   *
      *>                     IN EACH AGE BUCKET                    *
      *>----------------------------------------------------------*
       3100-PRINT-ALBUMS.
           MOVE "BACKORDER AGING BY ALBUM" TO WS-SECTION-TEXT
           WRITE AGE-RPT-LINE FROM WS-SECTION-LINE
           WRITE AGE-RPT-LINE FROM WS-ALBUM-HEADING
           PERFORM 5000-CLEAR-TOTALS THRU 5000-CLEAR-TOTALS-EXIT
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 6900-RETURN-ALBUM THRU 6900-RETURN-ALBUM-EXIT
           PERFORM 3150-PRINT-ONE-ALBUM THRU 3150-PRINT-ONE-ALBUM-EXIT
               UNTIL WS-SORT-EOF
           PERFORM 5300-PRINT-TOTAL THRU 5300-PRINT-TOTAL-EXIT.
       3100-PRINT-ALBUMS-EXIT.
           EXIT.

       3150-PRINT-ONE-ALBUM.
           MOVE SA-LPID TO WS-PREV-LPID
           PERFORM 5100-CLEAR-GROUP THRU 5100-CLEAR-GROUP-EXIT
           PERFORM 3160-ADD-ALBUM THRU 3160-ADD-ALBUM-EXIT
               UNTIL WS-SORT-EOF
                  OR SA-LPID NOT = WS-PREV-LPID
           MOVE WS-PREV-LPID TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
                   MOVE SPACES                          TO LPM-LPLABEL
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES       TO WS-AGE-LINE
           MOVE WS-PREV-LPID TO WG-LPID
           MOVE LPM-LPNAME   TO WG-LPNAME
           MOVE LPM-LPLABEL  TO SUP-LPLABEL
           READ SUP-MASTER
               INVALID KEY
                   MOVE "*** NO SUPPLIER MAP" TO WG-SUPPLIER-NAME
               NOT INVALID KEY
                   MOVE SUP-SUPPLIER-NO   TO WG-SUPPLIER-NO
                   MOVE SUP-SUPPLIER-NAME TO WG-SUPPLIER-NAME
           END-READ
           PERFORM 5200-PRINT-GROUP THRU 5200-PRINT-GROUP-EXIT
           ADD 1 TO WS-ALBUM-COUNT.
       3150-PRINT-ONE-ALBUM-EXIT.
           EXIT.

       3160-ADD-ALBUM.
           MOVE SA-BUCKET TO WS-BKT
           ADD SA-QTY TO WS-GRP-UNITS (WS-BKT)
           ADD SA-QTY TO WS-GRP-TOTAL
           ADD 1      TO WS-GRP-LINES
           PERFORM 6900-RETURN-ALBUM THRU 6900-RETURN-ALBUM-EXIT.
       3160-ADD-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-RELEASE-CUSTOMERS - INPUT PROCEDURE: EVERY CARRIED  *
      *>                          BACKORDER, FOR THE CUSTOMER     *
      *>                          SECTION                          *
      *>----------------------------------------------------------*
       4000-RELEASE-CUSTOMERS.
           OPEN INPUT AGE-WORK
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           PERFORM 8100-READ-WORK THRU 8100-READ-WORK-EXIT
           PERFORM 4050-RELEASE-ONE THRU 4050-RELEASE-ONE-EXIT
               UNTIL WS-WORK-EOF
           CLOSE AGE-WORK.
       4000-RELEASE-CUSTOMERS-EXIT.
           EXIT.

       4050-RELEASE-ONE.
           MOVE AW-CUST-NO   TO SC-CUST-NO
           MOVE AW-CUST-NAME TO SC-CUST-NAME
           MOVE AW-BUCKET    TO SC-BUCKET
           MOVE AW-QTY       TO SC-QTY
           RELEASE SORT-CUST-RECORD
           PERFORM 8100-READ-WORK THRU 8100-READ-WORK-EXIT.
       4050-RELEASE-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4100-PRINT-CUSTOMERS - OUTPUT PROCEDURE: ONE LINE PER    *
      *>                        CUSTOMER WITH UNITS WAITING IN    *
      *>                        EACH AGE BUCKET                    *
      *>----------------------------------------------------------*
       4100-PRINT-CUSTOMERS.
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE "BACKORDER AGING BY CUSTOMER" TO WS-SECTION-TEXT
           WRITE AGE-RPT-LINE FROM WS-SECTION-LINE
           WRITE AGE-RPT-LINE FROM WS-CUST-HEADING
           PERFORM 5000-CLEAR-TOTALS THRU 5000-CLEAR-TOTALS-EXIT
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 6950-RETURN-CUST THRU 6950-RETURN-CUST-EXIT
           PERFORM 4150-PRINT-ONE-CUST THRU 4150-PRINT-ONE-CUST-EXIT
               UNTIL WS-SORT-EOF
           PERFORM 5300-PRINT-TOTAL THRU 5300-PRINT-TOTAL-EXIT.
       4100-PRINT-CUSTOMERS-EXIT.
           EXIT.

       4150-PRINT-ONE-CUST.
           MOVE SC-SORT-KEY TO WS-PREV-CUST-KEY
           PERFORM 5100-CLEAR-GROUP THRU 5100-CLEAR-GROUP-EXIT
           MOVE SPACES       TO WS-AGE-LINE
           MOVE SC-CUST-NO   TO WG-CUST-NO
           MOVE SC-CUST-NAME TO WG-CUSTOMER
           PERFORM 4160-ADD-CUST THRU 4160-ADD-CUST-EXIT
               UNTIL WS-SORT-EOF
                  OR SC-SORT-KEY NOT = WS-PREV-CUST-KEY
           PERFORM 5200-PRINT-GROUP THRU 5200-PRINT-GROUP-EXIT
           ADD 1 TO WS-CUSTOMER-COUNT.
       4150-PRINT-ONE-CUST-EXIT.
           EXIT.

       4160-ADD-CUST.
           MOVE SC-BUCKET TO WS-BKT
           ADD SC-QTY TO WS-GRP-UNITS (WS-BKT)
           ADD SC-QTY TO WS-GRP-TOTAL
           ADD 1      TO WS-GRP-LINES
           PERFORM 6950-RETURN-CUST THRU 6950-RETURN-CUST-EXIT.
       4160-ADD-CUST-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5000-5300 - BUCKET ACCUMULATORS AND PRINTING SHARED BY   *
      *>             THE ALBUM AND CUSTOMER SECTIONS               *
      *>----------------------------------------------------------*
       5000-CLEAR-TOTALS.
           PERFORM 5010-CLEAR-TOTAL-BUCKET
               THRU 5010-CLEAR-TOTAL-BUCKET-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 4
           MOVE ZERO TO WS-ALL-LINES
           MOVE ZERO TO WS-ALL-TOTAL.
       5000-CLEAR-TOTALS-EXIT.
           EXIT.

       5010-CLEAR-TOTAL-BUCKET.
           MOVE ZERO TO WS-ALL-UNITS (WS-BKT).
       5010-CLEAR-TOTAL-BUCKET-EXIT.
           EXIT.

       5100-CLEAR-GROUP.
           PERFORM 5110-CLEAR-GROUP-BUCKET
               THRU 5110-CLEAR-GROUP-BUCKET-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 4
           MOVE ZERO TO WS-GRP-LINES
           MOVE ZERO TO WS-GRP-TOTAL.
       5100-CLEAR-GROUP-EXIT.
           EXIT.

       5110-CLEAR-GROUP-BUCKET.
           MOVE ZERO TO WS-GRP-UNITS (WS-BKT).
       5110-CLEAR-GROUP-BUCKET-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5200-PRINT-GROUP - FINISH THE LINE THE CALLER HAS NAMED  *
      *>                    WITH THE GROUP'S BUCKETS, AND ROLL     *
      *>                    THEM INTO THE SECTION TOTAL            *
      *>----------------------------------------------------------*
       5200-PRINT-GROUP.
           PERFORM 5210-EDIT-BUCKET THRU 5210-EDIT-BUCKET-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 4
           MOVE WS-GRP-TOTAL TO WG-TOTAL
           MOVE WS-GRP-LINES TO WG-LINES
           WRITE AGE-RPT-LINE FROM WS-AGE-LINE
           ADD WS-GRP-TOTAL TO WS-ALL-TOTAL
           ADD WS-GRP-LINES TO WS-ALL-LINES.
       5200-PRINT-GROUP-EXIT.
           EXIT.

       5210-EDIT-BUCKET.
           MOVE WS-GRP-UNITS (WS-BKT) TO WG-UNITS (WS-BKT)
           ADD WS-GRP-UNITS (WS-BKT)  TO WS-ALL-UNITS (WS-BKT).
       5210-EDIT-BUCKET-EXIT.
           EXIT.

       5300-PRINT-TOTAL.
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE SPACES TO WS-AGE-LINE
           MOVE "TOTAL BACKORDERS CARRIED" TO WG-NAME
           PERFORM 5310-EDIT-TOTAL-BUCKET
               THRU 5310-EDIT-TOTAL-BUCKET-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 4
           MOVE WS-ALL-TOTAL TO WG-TOTAL
           MOVE WS-ALL-LINES TO WG-LINES
           WRITE AGE-RPT-LINE FROM WS-AGE-LINE.
       5300-PRINT-TOTAL-EXIT.
           EXIT.

       5310-EDIT-TOTAL-BUCKET.
           MOVE WS-ALL-UNITS (WS-BKT) TO WG-UNITS (WS-BKT).
       5310-EDIT-TOTAL-BUCKET-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-ALBUM - RETURN THE NEXT BACKORDER IN LPID    *
      *>                     ORDER                                 *
      *>----------------------------------------------------------*
       6900-RETURN-ALBUM.
           RETURN SORT-ALBUM
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6950-RETURN-CUST - RETURN THE NEXT BACKORDER IN CUSTOMER *
      *>                    ORDER                                  *
      *>----------------------------------------------------------*
       6950-RETURN-CUST.
           RETURN SORT-CUST
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6950-RETURN-CUST-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 7000-TERMINATE - WRITE THE RUN SUMMARIES AND CLOSE FILES *
      *>----------------------------------------------------------*
       7000-TERMINATE.
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE

           MOVE "BACKORDERS READ..............."  TO WS-SUMMARY-TEXT
           MOVE WS-READ-COUNT                      TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "BACKORDERS CARRIED FORWARD...."  TO WS-SUMMARY-TEXT
           MOVE WS-CARRIED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "BACKORDERS CANCELLED.........."  TO WS-SUMMARY-TEXT
           MOVE WS-CANCEL-COUNT                    TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "NOTICES WRITTEN..............."  TO WS-SUMMARY-TEXT
           MOVE WS-NOTICE-COUNT                    TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OVERDUE, NOTIFIED EARLIER....."  TO WS-SUMMARY-TEXT
           MOVE WS-NOTIFIED-BEFORE                 TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "NOTICES WITHOUT AN ADDRESS...."  TO WS-SUMMARY-TEXT
           MOVE WS-NO-ADDRESS-COUNT                TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "BACKORDERS WITH NO ORDER DATE."  TO WS-SUMMARY-TEXT
           MOVE WS-UNDATED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS ON BACKORDER..........."  TO WS-SUMMARY-TEXT
           MOVE WS-ALBUM-COUNT                     TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "CUSTOMERS WAITING............."  TO WS-SUMMARY-TEXT
           MOVE WS-CUSTOMER-COUNT                  TO WS-SUMMARY-COUNT
           WRITE AGE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE SPACES TO CANCEL-RPT-LINE
           WRITE CANCEL-RPT-LINE

           MOVE "BACKORDERS CANCELLED.........."  TO WS-SUMMARY-TEXT
           MOVE WS-CANCEL-COUNT                    TO WS-SUMMARY-COUNT
           WRITE CANCEL-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS CANCELLED..............."  TO WS-SUMMARY-TEXT
           MOVE WS-CANCEL-UNITS                    TO WS-SUMMARY-COUNT
           WRITE CANCEL-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE LP-MASTER
           CLOSE SUP-MASTER
           CLOSE CUST-MASTER
           CLOSE NOTICE-OUT
           CLOSE AGE-RPT
           CLOSE CANCEL-RPT.
       7000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-BACKORDER - READ THE NEXT BACKORDER, SET EOF   *
      *>----------------------------------------------------------*
       8000-READ-BACKORDER.
           READ BACKORDER-IN
               AT END
                   SET WS-BCK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-READ-BACKORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-WORK - READ THE NEXT AGED BACKORDER            *
      *>----------------------------------------------------------*
       8100-READ-WORK.
           READ AGE-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
           END-READ.
       8100-READ-WORK-EXIT.
           EXIT.
