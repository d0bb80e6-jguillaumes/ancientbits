       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WNTMATCH.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - NIGHTLY WANT-LIST       *
      *>                 MATCH.  THE DAY'S ARRIVALS - SR RECEIPTS  *
      *>                 OFF THE STOCK LEDGER AND LA ALBUM ADDS    *
      *>                 OFF THE AUDIT ARCHIVE - ARE HELD IN A     *
      *>                 TABLE AND EVERY OPEN WANT IS CHECKED      *
      *>                 AGAINST THEM: AN ALBUM WANT BY ITS LPID,  *
      *>                 AN ARTIST WANT BY THE ARTIST OF ANY       *
      *>                 ARRIVAL.  A HIT WRITES A NOTIFICATION FOR *
      *>                 THE MAILING HOUSE, ADDRESSED FROM         *
      *>                 CUSTMAST AND PRICED FROM INVMAST, AND     *
      *>                 MARKS THE WANT NOTIFIED SO THE CUSTOMER   *
      *>                 IS TOLD ONLY ONCE.  THE WNTPARM CARD      *
      *>                 NAMES THE DAY TO MATCH; NO CARD MEANS     *
      *>                 TODAY.                                    *
      *> 2026-10-15  DP  A RECEIPT ARRIVAL CARRIES THE CONDITION   *
      *>                 GRADE RECEIVED AND THE NOTICE QUOTES THAT *
      *>                 GRADE AND ITS PRICE (A NEW ALBUM, THE     *
      *>                 FIRST GRADE HELD).  WNTNOTE GAINS         *
      *>                 WN-CONDITION.                             *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MATCH-PARM ASSIGN TO "WNTPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER ASSIGN TO "STKLEDGR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDARCHV"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WANT-LIST ASSIGN TO "WANTLIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS WNT-KEY.

           SELECT OPTIONAL CUST-MASTER ASSIGN TO "CUSTMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CUS-CUSTNO.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT NOTICE-OUT      ASSIGN TO "WANTNOTE"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATCH-RPT       ASSIGN TO "WNTMATRP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-PARM
           RECORDING MODE IS F.
       01  MATCH-PARM-RECORD.
           COPY WNTPARM.

       FD  STOCK-LEDGER
           RECORDING MODE IS F.
       01  STOCK-LEDGER-RECORD.
           COPY STKLEDG.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY AUDREC.

       FD  WANT-LIST.
           COPY WNTMAST.

       FD  CUST-MASTER.
           COPY CUSTMST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  INV-MASTER.
           COPY INVMAST.

       FD  NOTICE-OUT
           RECORDING MODE IS F.
       01  NOTICE-RECORD.
           COPY WNTNOTE.

       FD  MATCH-RPT
           RECORDING MODE IS F.
       01  MATCH-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-LEDGER-EOF-SWITCH    PIC X(01)     VALUE 'N'.
           88 WS-LEDGER-EOF        VALUE 'Y'.

       77  WS-AUDIT-EOF-SWITCH     PIC X(01)     VALUE 'N'.
           88 WS-AUDIT-EOF         VALUE 'Y'.

       77  WS-WANT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-WANT-EOF          VALUE 'Y'.

       77  WS-HIT-SWITCH           PIC X(01)     VALUE 'N'.
           88 WS-HIT               VALUE 'Y'.

       77  WS-OVERFLOW-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-TABLE-OVERFLOW    VALUE 'Y'.

       77  WS-RECEIPT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-WANT-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-NOTICE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-ADDRESS-COUNT     PIC 9(07) COMP VALUE ZERO.

       77  WS-ARR-MAX              PIC 9(05) COMP VALUE 2000.
       77  WS-ARR-COUNT            PIC 9(05) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-MATCH-DATE           PIC 9(08)     VALUE ZERO.
       77  WS-NEW-LPID             PIC X(04)     VALUE SPACES.
       77  WS-NEW-ARTIST           PIC X(40)     VALUE SPACES.
       77  WS-NEW-SOURCE           PIC X(01)     VALUE SPACE.
       77  WS-NEW-CONDITION        PIC X(02)     VALUE SPACES.

           COPY TRANS.

           COPY STRANS.

      *>----------------------------------------------------------*
      *> THE DAY'S ARRIVALS, ONE ENTRY PER LPID.  SOURCE R IS AN  *
      *> SR RECEIPT, A AN LA ADD; AN ALBUM BOTH ADDED AND         *
      *> RECEIVED ON THE DAY IS HELD ONCE, AS THE ADD.  A RECEIPT  *
      *> HOLDS THE CONDITION GRADE RECEIVED (THE FIRST, WHEN MORE  *
      *> THAN ONE GRADE CAME IN); AN ADD HOLDS NONE.               *
      *>----------------------------------------------------------*
       01  WS-ARRIVAL-TABLE.
           03 WS-ARR-ENTRY         OCCURS 2000 TIMES
                                    INDEXED BY WS-ARR-IX.
              05 WS-ARR-LPID        PIC X(04).
              05 WS-ARR-ARTIST      PIC X(40).
              05 WS-ARR-SOURCE      PIC X(01).
              05 WS-ARR-CONDITION   PIC X(02).

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(35)  VALUE
              "WANT-LIST MATCH FOR ARRIVALS ON ".
           03 WT-MATCH-DATE        PIC 9(08).

       01  WS-SECTION-LINE.
           03 WS-SECTION-TEXT      PIC X(60).

       01  WS-HEADING-LINE.
           03 FILLER               PIC X(08)  VALUE "CUSTNO".
           03 FILLER               PIC X(32)  VALUE "CUSTOMER".
           03 FILLER               PIC X(06)  VALUE "WANT".
           03 FILLER               PIC X(09)  VALUE "LPID GR".
           03 FILLER               PIC X(32)  VALUE "ALBUM".
           03 FILLER               PIC X(24)  VALUE "ARTIST".
           03 FILLER               PIC X(10)  VALUE "     PRICE".
           03 FILLER               PIC X(08)  VALUE "  SOURCE".

       01  WS-NOTICE-LINE.
           03 WN-LINE-CUST-NO        PIC X(06).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WN-LINE-CUST-NAME      PIC X(30).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WN-LINE-TYPE           PIC X(06).
           03 WN-LINE-LPID           PIC X(04).
           03 FILLER                 PIC X(01)  VALUE SPACES.
           03 WN-LINE-CONDITION      PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WN-LINE-LPNAME         PIC X(30).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WN-LINE-LPARTIST       PIC X(22).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WN-LINE-PRICE          PIC ZZ,ZZ9.99.
           03 FILLER                 PIC X(03)  VALUE SPACES.
           03 WN-LINE-SOURCE         PIC X(07).

       01  WS-EXCEPT-LINE.
           03 WE-LABEL              PIC X(36).
           03 WE-CUST-NO            PIC X(06).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WE-LPID               PIC X(04).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-RECEIPT THRU 2000-LOAD-RECEIPT-EXIT
               UNTIL WS-LEDGER-EOF
           PERFORM 2100-LOAD-ADD THRU 2100-LOAD-ADD-EXIT
               UNTIL WS-AUDIT-EOF
           IF WS-TABLE-OVERFLOW
               DISPLAY "WNTMATCH - ARRIVAL TABLE FULL - "
                       "SOME ARRIVALS NOT MATCHED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8200-READ-WANT-NEXT THRU 8200-READ-WANT-NEXT-EXIT
           PERFORM 3000-MATCH-WANT THRU 3000-MATCH-WANT-EXIT
               UNTIL WS-WANT-EOF
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - READ THE MATCH DATE, OPEN FILES, PRINT *
      *>                   THE HEADINGS, PRIME BOTH ARRIVAL FILES *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           OPEN INPUT  STOCK-LEDGER
           OPEN INPUT  AUDIT-LOG
           OPEN I-O    WANT-LIST
           OPEN INPUT  CUST-MASTER
           OPEN INPUT  LP-MASTER
           OPEN INPUT  INV-MASTER
           OPEN OUTPUT NOTICE-OUT
           OPEN OUTPUT MATCH-RPT
           MOVE WS-MATCH-DATE TO WT-MATCH-DATE
           WRITE MATCH-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO MATCH-RPT-LINE
           WRITE MATCH-RPT-LINE
           MOVE "CUSTOMERS NOTIFIED" TO WS-SECTION-TEXT
           WRITE MATCH-RPT-LINE FROM WS-SECTION-LINE
           WRITE MATCH-RPT-LINE FROM WS-HEADING-LINE
           PERFORM 8000-READ-LEDGER THRU 8000-READ-LEDGER-EXIT
           PERFORM 8100-READ-AUDIT THRU 8100-READ-AUDIT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - THE DAY WHOSE ARRIVALS ARE MATCHED.  NO *
      *>                  CARD, OR A ZERO OR NON-NUMERIC DATE,    *
      *>                  MEANS TODAY; A RERUN FOR A MISSED NIGHT *
      *>                  KEYS THE DATE IT MISSED.                *
      *>----------------------------------------------------------*
       1010-READ-PARM.
           OPEN INPUT MATCH-PARM
           READ MATCH-PARM
               AT END
                   MOVE ZERO TO WNP-MATCH-DATE
           END-READ
           CLOSE MATCH-PARM
           IF WNP-MATCH-DATE NOT NUMERIC
              OR WNP-MATCH-DATE = ZERO
               MOVE WS-RUN-DATE TO WNP-MATCH-DATE
           END-IF
           MOVE WNP-MATCH-DATE TO WS-MATCH-DATE.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-LOAD-RECEIPT - HOLD EACH ALBUM RECEIVED ON THE DAY, *
      *>                     WITH ITS ARTIST FROM THE LP MASTER   *
      *>                     AND THE CONDITION GRADE RECEIVED     *
      *>----------------------------------------------------------*
       2000-LOAD-RECEIPT.
           IF SLG-RUN-DATE NOT = WS-MATCH-DATE
              OR SLG-SCODE NOT = 'SR'
               GO TO 2000-LOAD-RECEIPT-NEXT
           END-IF
           ADD 1 TO WS-RECEIPT-COUNT
           MOVE SLG-AFFECTED-LPID TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE SPACES TO LPM-LPARTIST
           END-READ
           MOVE SLG-AFFECTED-LPID TO WS-NEW-LPID
           MOVE LPM-LPARTIST      TO WS-NEW-ARTIST
           MOVE 'R'               TO WS-NEW-SOURCE
           MOVE SLG-STEXT         TO STEXT OF STRANS
           MOVE STKCOND OF SQDATA TO WS-NEW-CONDITION
           IF WS-NEW-CONDITION = SPACES
               MOVE "UN"          TO WS-NEW-CONDITION
           END-IF
           PERFORM 2500-HOLD-ARRIVAL THRU 2500-HOLD-ARRIVAL-EXIT.
       2000-LOAD-RECEIPT-NEXT.
           PERFORM 8000-READ-LEDGER THRU 8000-READ-LEDGER-EXIT.
       2000-LOAD-RECEIPT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2100-LOAD-ADD - HOLD EACH ALBUM ADDED TO THE CATALOG ON  *
      *>                 THE DAY.  THE AUDIT TEXT IS THE LA CARD  *
      *>                 AS APPLIED, SO ITS ARTIST IS THE ONE THE *
      *>                 ALBUM WAS ADDED UNDER.                   *
      *>----------------------------------------------------------*
       2100-LOAD-ADD.
           IF AUD-RUN-DATE NOT = WS-MATCH-DATE
              OR AUD-TCODE NOT = 'LA'
               GO TO 2100-LOAD-ADD-NEXT
           END-IF
           ADD 1 TO WS-ADD-COUNT
           MOVE AUD-TTEXT TO TTEXT OF TRANS
           MOVE LPID OF LPDATA     TO WS-NEW-LPID
           MOVE LPARTIST OF LPDATA TO WS-NEW-ARTIST
           MOVE 'A'                TO WS-NEW-SOURCE
           MOVE SPACES             TO WS-NEW-CONDITION
           PERFORM 2500-HOLD-ARRIVAL THRU 2500-HOLD-ARRIVAL-EXIT.
       2100-LOAD-ADD-NEXT.
           PERFORM 8100-READ-AUDIT THRU 8100-READ-AUDIT-EXIT.
       2100-LOAD-ADD-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2500-HOLD-ARRIVAL - ADD WS-NEW-LPID TO THE TABLE, OR     *
      *>                     FOR AN LA ADD OF AN LPID ALREADY HELD *
      *>                     AS A RECEIPT, TAKE THE ADD'S ARTIST   *
      *>----------------------------------------------------------*
       2500-HOLD-ARRIVAL.
           SET WS-ARR-IX TO 1
           SEARCH WS-ARR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ARR-IX > WS-ARR-COUNT
                   CONTINUE
               WHEN WS-ARR-LPID (WS-ARR-IX) = WS-NEW-LPID
                   IF WS-NEW-SOURCE = 'A'
                       MOVE WS-NEW-ARTIST TO WS-ARR-ARTIST (WS-ARR-IX)
                       MOVE 'A'           TO WS-ARR-SOURCE (WS-ARR-IX)
                   END-IF
                   GO TO 2500-HOLD-ARRIVAL-EXIT
           END-SEARCH
           IF WS-ARR-COUNT NOT < WS-ARR-MAX
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 2500-HOLD-ARRIVAL-EXIT
           END-IF
           ADD 1 TO WS-ARR-COUNT
           SET WS-ARR-IX TO WS-ARR-COUNT
           MOVE WS-NEW-LPID   TO WS-ARR-LPID (WS-ARR-IX)
           MOVE WS-NEW-ARTIST TO WS-ARR-ARTIST (WS-ARR-IX)
           MOVE WS-NEW-SOURCE TO WS-ARR-SOURCE (WS-ARR-IX)
           MOVE WS-NEW-CONDITION TO WS-ARR-CONDITION (WS-ARR-IX).
       2500-HOLD-ARRIVAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-MATCH-WANT - LOOK FOR AN OPEN WANT AMONG THE DAY'S  *
      *>                   ARRIVALS.  AN ARTIST WANT TAKES THE    *
      *>                   FIRST ARRIVAL BY THAT ARTIST; THE      *
      *>                   NOTICE TELLS THE CUSTOMER WHICH ALBUM. *
      *>----------------------------------------------------------*
       3000-MATCH-WANT.
           ADD 1 TO WS-WANT-COUNT
           IF NOT WNT-OPEN
               GO TO 3000-MATCH-WANT-NEXT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE 'N' TO WS-HIT-SWITCH
           SET WS-ARR-IX TO 1
           IF WNT-BY-ALBUM
               SEARCH WS-ARR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ARR-IX > WS-ARR-COUNT
                       CONTINUE
                   WHEN WS-ARR-LPID (WS-ARR-IX) = WNT-WANT-LPID
                       MOVE 'Y' TO WS-HIT-SWITCH
               END-SEARCH
           ELSE
               SEARCH WS-ARR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ARR-IX > WS-ARR-COUNT
                       CONTINUE
                   WHEN WS-ARR-ARTIST (WS-ARR-IX) = WNT-WANTED
                       MOVE 'Y' TO WS-HIT-SWITCH
               END-SEARCH
           END-IF
           IF WS-HIT
               PERFORM 3100-NOTIFY-CUSTOMER
                   THRU 3100-NOTIFY-CUSTOMER-EXIT
           END-IF.
       3000-MATCH-WANT-NEXT.
           PERFORM 8200-READ-WANT-NEXT THRU 8200-READ-WANT-NEXT-EXIT.
       3000-MATCH-WANT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3100-NOTIFY-CUSTOMER - WRITE THE NOTIFICATION FOR THE     *
      *>                        ARRIVAL AT WS-ARR-IX AND MARK THE  *
      *>                        WANT NOTIFIED.  A CUSTOMER NO      *
      *>                        LONGER ON CUSTMAST CANNOT BE       *
      *>                        MAILED; THE WANT IS LISTED AND     *
      *>                        LEFT OPEN.                         *
      *>----------------------------------------------------------*
       3100-NOTIFY-CUSTOMER.
           MOVE WNT-CUSTNO TO CUS-CUSTNO
           READ CUST-MASTER
               INVALID KEY
                   MOVE "*** NO CUSTOMER ADDRESS - WANT " TO WE-LABEL
                   MOVE WNT-CUSTNO                 TO WE-CUST-NO
                   MOVE WS-ARR-LPID (WS-ARR-IX)    TO WE-LPID
                   WRITE MATCH-RPT-LINE FROM WS-EXCEPT-LINE
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   GO TO 3100-NOTIFY-CUSTOMER-EXIT
           END-READ
           MOVE WS-ARR-LPID (WS-ARR-IX) TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
                   MOVE WS-ARR-ARTIST (WS-ARR-IX)      TO LPM-LPARTIST
           END-READ
           MOVE WS-ARR-LPID (WS-ARR-IX)      TO INV-LPID
           MOVE WS-ARR-CONDITION (WS-ARR-IX) TO INV-CONDITION
           PERFORM 3150-GET-PRICE THRU 3150-GET-PRICE-EXIT
           MOVE WS-MATCH-DATE           TO WN-RUN-DATE
           MOVE CUS-CUSTNO              TO WN-CUST-NO
           MOVE CUS-NAME                TO WN-CUST-NAME
           MOVE CUS-ADDRESS             TO WN-ADDRESS
           MOVE CUS-CITY                TO WN-CITY
           MOVE CUS-POSTCODE            TO WN-POSTCODE
           MOVE WNT-TYPE                TO WN-WANT-TYPE
           MOVE WS-ARR-LPID (WS-ARR-IX) TO WN-LPID
           MOVE LPM-LPNAME              TO WN-LPNAME
           MOVE LPM-LPARTIST            TO WN-LPARTIST
           MOVE INV-UNIT-PRICE          TO WN-UNIT-PRICE
           MOVE INV-CONDITION           TO WN-CONDITION
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           MOVE 'N'                     TO WNT-STATUS
           MOVE WS-MATCH-DATE           TO WNT-NOTIFIED-DATE
           MOVE WS-ARR-LPID (WS-ARR-IX) TO WNT-NOTIFIED-LPID
           REWRITE WANT-LIST-RECORD
           MOVE SPACES       TO WS-NOTICE-LINE
           MOVE CUS-CUSTNO   TO WN-LINE-CUST-NO
           MOVE CUS-NAME     TO WN-LINE-CUST-NAME
           IF WNT-BY-ALBUM
               MOVE "ALBUM"  TO WN-LINE-TYPE
           ELSE
               MOVE "ARTIST" TO WN-LINE-TYPE
           END-IF
           MOVE WN-LPID       TO WN-LINE-LPID
           MOVE WN-CONDITION  TO WN-LINE-CONDITION
           MOVE WN-LPNAME     TO WN-LINE-LPNAME
           MOVE WN-LPARTIST   TO WN-LINE-LPARTIST
           MOVE WN-UNIT-PRICE TO WN-LINE-PRICE
           IF WS-ARR-SOURCE (WS-ARR-IX) = 'A'
               MOVE "NEW"     TO WN-LINE-SOURCE
           ELSE
               MOVE "RECEIPT" TO WN-LINE-SOURCE
           END-IF
           WRITE MATCH-RPT-LINE FROM WS-NOTICE-LINE.
       3100-NOTIFY-CUSTOMER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3150-GET-PRICE - THE PRICE OF THE GRADE RECEIVED.  FOR A *
      *>                  NEW ALBUM, OR A GRADE NO LONGER ON FILE, *
      *>                  THE FIRST GRADE HELD FOR THE ALBUM.      *
      *>                  NOTHING ON FILE QUOTES NO GRADE AT ZERO. *
      *>----------------------------------------------------------*
       3150-GET-PRICE.
           IF INV-CONDITION NOT = SPACES
               READ INV-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 3150-GET-PRICE-EXIT
               END-READ
           END-IF
           MOVE WS-ARR-LPID (WS-ARR-IX) TO INV-LPID
           MOVE LOW-VALUES              TO INV-CONDITION
           START INV-MASTER KEY IS >= INV-KEY
               INVALID KEY
                   MOVE SPACES TO INV-LPID
               NOT INVALID KEY
                   PERFORM 8300-READ-INV-NEXT
                       THRU 8300-READ-INV-NEXT-EXIT
           END-START
           IF INV-LPID NOT = WS-ARR-LPID (WS-ARR-IX)
               MOVE SPACES TO INV-CONDITION
               MOVE ZERO   TO INV-UNIT-PRICE
           END-IF.
       3150-GET-PRICE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 7000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       7000-TERMINATE.
           MOVE SPACES TO MATCH-RPT-LINE
           WRITE MATCH-RPT-LINE

           MOVE "SR RECEIPTS ON THE DAY........"  TO WS-SUMMARY-TEXT
           MOVE WS-RECEIPT-COUNT                   TO WS-SUMMARY-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "LA ALBUM ADDS ON THE DAY......"  TO WS-SUMMARY-TEXT
           MOVE WS-ADD-COUNT                       TO WS-SUMMARY-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS ARRIVED................"  TO WS-SUMMARY-TEXT
           MOVE WS-ARR-COUNT                       TO WS-SUMMARY-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "WANTS READ...................."  TO WS-SUMMARY-TEXT
           MOVE WS-WANT-COUNT                      TO WS-SUMMARY-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPEN WANTS CHECKED............"  TO WS-SUMMARY-TEXT
           MOVE WS-OPEN-COUNT                      TO WS-SUMMARY-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "CUSTOMERS NOTIFIED............"  TO WS-SUMMARY-TEXT
           MOVE WS-NOTICE-COUNT                    TO WS-SUMMARY-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "MATCHES WITHOUT AN ADDRESS...."  TO WS-SUMMARY-TEXT
           MOVE WS-NO-ADDRESS-COUNT                TO WS-SUMMARY-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE STOCK-LEDGER
           CLOSE AUDIT-LOG
           CLOSE WANT-LIST
           CLOSE CUST-MASTER
           CLOSE LP-MASTER
           CLOSE INV-MASTER
           CLOSE NOTICE-OUT
           CLOSE MATCH-RPT.
       7000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-LEDGER - READ THE NEXT STOCK LEDGER RECORD     *
      *>----------------------------------------------------------*
       8000-READ-LEDGER.
           READ STOCK-LEDGER
               AT END
                   SET WS-LEDGER-EOF TO TRUE
           END-READ.
       8000-READ-LEDGER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-AUDIT - READ THE NEXT AUDIT ARCHIVE RECORD     *
      *>----------------------------------------------------------*
       8100-READ-AUDIT.
           READ AUDIT-LOG
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.
       8100-READ-AUDIT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8200-READ-WANT-NEXT - READ THE NEXT WANT IN KEY ORDER    *
      *>----------------------------------------------------------*
       8200-READ-WANT-NEXT.
           READ WANT-LIST NEXT RECORD
               AT END
                   SET WS-WANT-EOF TO TRUE
           END-READ.
       8200-READ-WANT-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8300-READ-INV-NEXT - READ THE NEXT INVENTORY GRADE       *
      *>----------------------------------------------------------*
       8300-READ-INV-NEXT.
           READ INV-MASTER NEXT RECORD
               AT END
                   MOVE SPACES TO INV-LPID
           END-READ.
       8300-READ-INV-NEXT-EXIT.
           EXIT.
