       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RTNINTAK.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - INTAKE FOR THE DAILY    *
      *>                 CUSTOMER RETURNS (RMA) FILE, ALONGSIDE    *
      *>                 THE ORDER INTAKE.  EVERY RETURN LINE MUST *
      *>                 MATCH AN ORDHIST PURCHASE LINE ON ORDER   *
      *>                 NUMBER, CUSTOMER NUMBER AND LPID, AND MAY *
      *>                 NOT TAKE BACK MORE UNITS THAN THE ORDER   *
      *>                 BOUGHT LESS WHAT EARLIER RETURNS (ON THE  *
      *>                 RTNHIST FILE OR EARLIER IN THIS FEED)     *
      *>                 ALREADY TOOK BACK.  FAILURES GO TO THE    *
      *>                 RTNREJ REPORT.  AN ACCEPTED RETURN        *
      *>                 PRODUCES AN SC CARD ON RTNSTK, IN THE     *
      *>                 STRANS CARD FORMAT, FOR THE NEXT STOCK    *
      *>                 EDIT FEED - THE STOCK LOAD PUTS THE UNITS *
      *>                 BACK ON THE SHELF AND LEDGERS THEM AS A   *
      *>                 RETURN, NOT A SALE OR AN ADJUSTMENT.  IT  *
      *>                 IS ALSO APPENDED TO RTNHIST AND PRINTED   *
      *>                 ON THE CRNOTES CREDIT-NOTE REPORT FOR     *
      *>                 ACCOUNTS, VALUED AT THE UNIT PRICE THE    *
      *>                 CUSTOMER PAID ON THE ORDER.  ORDHIST IS   *
      *>                 SEQUENTIAL, SO THE FEED IS HELD IN A      *
      *>                 TABLE AND THE HISTORY FILES ARE EACH      *
      *>                 PASSED ONCE AGAINST IT.                   *
      *> 2026-10-15  DP  THE SC CARD NAMES THE CONDITION GRADE THE *
      *>                 RETURNED UNITS GO BACK INTO - THE GRADE   *
      *>                 THE MATCHED ORDHIST LINE WAS SOLD FROM,   *
      *>                 OR UN (UNGRADED) FOR A PURCHASE RECORDED  *
      *>                 BEFORE STOCK WAS GRADED.                  *
      *> 2026-10-15  DP  EACH SC CARD IS STAMPED WITH OPERATOR     *
      *>                 RTNINTAK AND SOURCE RT SO THE EDIT CAN    *
      *>                 CHECK IT AGAINST OPRAUTH AND THE LEDGER   *
      *>                 SHOWS WHERE THE RETURN CAME FROM.         *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN       ASSIGN TO "WEBRTNS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORDER-HIST ASSIGN TO "ORDHIST"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETURN-HIST ASSIGN TO "RTNHIST"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-MASTER ASSIGN TO "CUSTMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CUS-CUSTNO.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT REJECT-RPT      ASSIGN TO "RTNREJ"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-RPT      ASSIGN TO "CRNOTES"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOCK-OUT       ASSIGN TO "RTNSTK"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-IN
           RECORDING MODE IS F.
           COPY RTNREC.

       FD  ORDER-HIST
           RECORDING MODE IS F.
           COPY ORDHIST.

       FD  RETURN-HIST
           RECORDING MODE IS F.
           COPY RTNHIST.

       FD  CUST-MASTER.
           COPY CUSTMST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  REJECT-RPT
           RECORDING MODE IS F.
       01  REJECT-RPT-LINE       PIC X(132).

       FD  CREDIT-RPT
           RECORDING MODE IS F.
       01  CREDIT-RPT-LINE       PIC X(132).

       FD  STOCK-OUT
           RECORDING MODE IS F.
       01  STOCK-OUT-RECORD.
           03 SO-SCODE           PIC XX.
           03 SO-STEXT           PIC X(84).
           03 SO-SOPERATOR       PIC X(08).
           03 SO-SSOURCE         PIC X(02).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.

       77  WS-OH-EOF-SWITCH        PIC X(01)     VALUE 'N'.
           88 WS-OH-EOF            VALUE 'Y'.

       77  WS-RH-EOF-SWITCH        PIC X(01)     VALUE 'N'.
           88 WS-RH-EOF            VALUE 'Y'.

       77  WS-CUST-FOUND-SWITCH    PIC X(01)     VALUE 'N'.
           88 WS-CUST-FOUND        VALUE 'Y'.

       77  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-ACCEPTED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-RETURN-UNITS        PIC 9(09) COMP VALUE ZERO.
       77  WS-SC-CARD-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-HIST-COUNT          PIC 9(07) COMP VALUE ZERO.

       77  WS-RTN-MAX             PIC 9(05) COMP VALUE 2000.
       77  WS-RTN-COUNT           PIC 9(05) COMP VALUE ZERO.

       77  WS-RETURNABLE-QTY      PIC 9(07) COMP VALUE ZERO.
       77  WS-CREDIT-AMOUNT       PIC 9(09)V99 COMP VALUE ZERO.
       77  WS-CREDIT-TOTAL        PIC 9(11)V99 COMP VALUE ZERO.

       01  WS-RETURN-TABLE.
           03 WS-RTN-ENTRY         OCCURS 2000 TIMES
                                    INDEXED BY WS-RTN-IX WS-RTN-IX2.
              05 WS-RT-RMA-NO       PIC X(08).
              05 WS-RT-RETURN-DATE  PIC 9(08).
              05 WS-RT-ORDER-NO     PIC X(08).
              05 WS-RT-CUST-NO      PIC X(06).
              05 WS-RT-CUST-NAME    PIC X(30).
              05 WS-RT-LPID         PIC X(04).
              05 WS-RT-QTY          PIC 9(05).
              05 WS-RT-ORDER-SWITCH PIC X(01).
                 88 WS-RT-ORDER-SEEN VALUE 'Y'.
              05 WS-RT-CUST-SWITCH  PIC X(01).
                 88 WS-RT-CUST-SEEN VALUE 'Y'.
              05 WS-RT-BOUGHT-QTY   PIC 9(07).
              05 WS-RT-RETURNED-QTY PIC 9(07).
              05 WS-RT-UNIT-PRICE   PIC 9(05)V99.
              05 WS-RT-CONDITION    PIC X(02).

       01  WS-RETURN-CARD.
           03 WRC-SCODE            PIC X(02)  VALUE "SC".
           03 WRC-LPID             PIC X(04).
           03 WRC-STKQTY           PIC 9(05).
           03 WRC-STKSIGN          PIC X(01)  VALUE SPACE.
           03 WRC-STKCOND          PIC X(02)  VALUE SPACES.
           03 WRC-ORDER-NO         PIC X(08).
           03 WRC-CUST-NO          PIC X(06).
           03 FILLER               PIC X(58)  VALUE SPACES.
           03 WRC-OPERATOR         PIC X(08)  VALUE "RTNINTAK".
           03 WRC-SOURCE           PIC X(02)  VALUE "RT".

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(14)  VALUE "*** REJECTED ".
           03 WR-RMA-NO            PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WR-ORDER-NO          PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WR-CUST-NO           PIC X(06).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WR-LPID              PIC X(04).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WR-QTY               PIC ZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WR-REASON            PIC X(30).

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(60)  VALUE
              "CREDIT NOTES - CUSTOMER RETURNS ACCEPTED".

       01  WS-CREDIT-LINE.
           03 WC-RMA-NO             PIC X(08).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-RETURN-DATE        PIC 9(08).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-CUST-NO            PIC X(06).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-CUST-NAME          PIC X(24).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-ORDER-NO           PIC X(08).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-LPID               PIC X(04).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-LPNAME             PIC X(30).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-QTY                PIC ZZ,ZZ9.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-UNIT-PRICE         PIC ZZ,ZZ9.99.
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WC-CREDIT             PIC ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-VALUE-LINE.
           03 FILLER               PIC X(40)  VALUE
              "TOTAL CREDIT ISSUED.............".
           03 WS-VALUE-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-RETURN THRU 2000-LOAD-RETURN-EXIT
               UNTIL WS-EOF
           PERFORM 3000-MATCH-ORDER-HIST THRU 3000-MATCH-ORDER-HIST-EXIT
               UNTIL WS-OH-EOF
           PERFORM 3500-MATCH-RETURN-HIST
               THRU 3500-MATCH-RETURN-HIST-EXIT
               UNTIL WS-RH-EOF
           PERFORM 3900-REOPEN-RETURN-HIST
               THRU 3900-REOPEN-RETURN-HIST-EXIT
           PERFORM 4000-JUDGE-RETURN THRU 4000-JUDGE-RETURN-EXIT
               VARYING WS-RTN-IX FROM 1 BY 1
               UNTIL WS-RTN-IX > WS-RTN-COUNT
           PERFORM 5000-TERMINATE THRU 5000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST RECORD OF  *
      *>                   EACH INPUT                              *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  RETURN-IN
           OPEN INPUT  ORDER-HIST
           OPEN INPUT  RETURN-HIST
           OPEN INPUT  CUST-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT REJECT-RPT
           OPEN OUTPUT CREDIT-RPT
           OPEN OUTPUT STOCK-OUT
           WRITE CREDIT-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE
           PERFORM 8000-READ-RETURN THRU 8000-READ-RETURN-EXIT
           PERFORM 8100-READ-ORDER-HIST THRU 8100-READ-ORDER-HIST-EXIT
           PERFORM 8200-READ-RETURN-HIST
               THRU 8200-READ-RETURN-HIST-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-LOAD-RETURN - VET ONE RETURN LINE ON ITS OWN AND    *
      *>                    HOLD THE GOOD ONES IN THE TABLE FOR    *
      *>                    MATCHING AGAINST THE HISTORY FILES     *
      *>----------------------------------------------------------*
       2000-LOAD-RETURN.
           IF RTN-QTY NOT NUMERIC OR RTN-QTY = ZERO
               MOVE "INVALID QUANTITY"  TO WR-REASON
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2000-LOAD-RETURN-NEXT
           END-IF
           IF RTN-RETURN-DATE NOT NUMERIC
               MOVE "INVALID RETURN DATE" TO WR-REASON
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2000-LOAD-RETURN-NEXT
           END-IF
           IF RTN-ORDER-NO = SPACES OR RTN-LPID = SPACES
               MOVE "MISSING ORDER NO OR LPID" TO WR-REASON
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2000-LOAD-RETURN-NEXT
           END-IF
           PERFORM 2300-CHECK-CUSTOMER THRU 2300-CHECK-CUSTOMER-EXIT
           IF NOT WS-CUST-FOUND
               MOVE "UNKNOWN CUSTOMER"  TO WR-REASON
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2000-LOAD-RETURN-NEXT
           END-IF
           IF WS-RTN-COUNT NOT < WS-RTN-MAX
               MOVE "RETURN TABLE FULL - RESUBMIT" TO WR-REASON
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2000-LOAD-RETURN-NEXT
           END-IF
           PERFORM 2100-ADD-RETURN THRU 2100-ADD-RETURN-EXIT.
       2000-LOAD-RETURN-NEXT.
           PERFORM 8000-READ-RETURN THRU 8000-READ-RETURN-EXIT.
       2000-LOAD-RETURN-EXIT.
           EXIT.

       2100-ADD-RETURN.
           ADD 1 TO WS-RTN-COUNT
           SET WS-RTN-IX TO WS-RTN-COUNT
           MOVE RTN-RMA-NO      TO WS-RT-RMA-NO (WS-RTN-IX)
           MOVE RTN-RETURN-DATE TO WS-RT-RETURN-DATE (WS-RTN-IX)
           MOVE RTN-ORDER-NO    TO WS-RT-ORDER-NO (WS-RTN-IX)
           MOVE RTN-CUST-NO     TO WS-RT-CUST-NO (WS-RTN-IX)
           MOVE CUS-NAME        TO WS-RT-CUST-NAME (WS-RTN-IX)
           MOVE RTN-LPID        TO WS-RT-LPID (WS-RTN-IX)
           MOVE RTN-QTY         TO WS-RT-QTY (WS-RTN-IX)
           MOVE 'N'             TO WS-RT-ORDER-SWITCH (WS-RTN-IX)
           MOVE 'N'             TO WS-RT-CUST-SWITCH (WS-RTN-IX)
           MOVE ZERO            TO WS-RT-BOUGHT-QTY (WS-RTN-IX)
           MOVE ZERO            TO WS-RT-RETURNED-QTY (WS-RTN-IX)
           MOVE ZERO            TO WS-RT-UNIT-PRICE (WS-RTN-IX)
           MOVE "UN"            TO WS-RT-CONDITION (WS-RTN-IX).
       2100-ADD-RETURN-EXIT.
           EXIT.

       2200-WRITE-REJECT.
           MOVE RTN-RMA-NO   TO WR-RMA-NO
           MOVE RTN-ORDER-NO TO WR-ORDER-NO
           MOVE RTN-CUST-NO  TO WR-CUST-NO
           MOVE RTN-LPID     TO WR-LPID
           IF RTN-QTY NUMERIC
               MOVE RTN-QTY  TO WR-QTY
           ELSE
               MOVE ZERO     TO WR-QTY
           END-IF
           WRITE REJECT-RPT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.
       2200-WRITE-REJECT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2300-CHECK-CUSTOMER - A RETURN IS ONLY TAKEN FROM A      *
      *>                       CUSTOMER ON THE MASTER              *
      *>----------------------------------------------------------*
       2300-CHECK-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           MOVE RTN-CUST-NO TO CUS-CUSTNO
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SWITCH
           END-READ.
       2300-CHECK-CUSTOMER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-MATCH-ORDER-HIST - HOLD ONE PURCHASE-HISTORY LINE    *
      *>                         AGAINST EVERY RETURN IN THE       *
      *>                         TABLE.  AN ORDER CAN CARRY THE    *
      *>                         SAME ALBUM ON MORE THAN ONE LINE, *
      *>                         SO THE BOUGHT QUANTITY SUMS.      *
      *>----------------------------------------------------------*
       3000-MATCH-ORDER-HIST.
           PERFORM 3100-MATCH-ONE-ORDER THRU 3100-MATCH-ONE-ORDER-EXIT
               VARYING WS-RTN-IX FROM 1 BY 1
               UNTIL WS-RTN-IX > WS-RTN-COUNT
           PERFORM 8100-READ-ORDER-HIST THRU 8100-READ-ORDER-HIST-EXIT.
       3000-MATCH-ORDER-HIST-EXIT.
           EXIT.

       3100-MATCH-ONE-ORDER.
           IF WS-RT-ORDER-NO (WS-RTN-IX) NOT = OH-ORDER-NO
               GO TO 3100-MATCH-ONE-ORDER-EXIT
           END-IF
           MOVE 'Y' TO WS-RT-ORDER-SWITCH (WS-RTN-IX)
           IF WS-RT-CUST-NO (WS-RTN-IX) NOT = OH-CUST-NO
               GO TO 3100-MATCH-ONE-ORDER-EXIT
           END-IF
           MOVE 'Y' TO WS-RT-CUST-SWITCH (WS-RTN-IX)
           IF WS-RT-LPID (WS-RTN-IX) = OH-LPID
               ADD OH-QTY        TO WS-RT-BOUGHT-QTY (WS-RTN-IX)
               MOVE OH-UNIT-PRICE TO WS-RT-UNIT-PRICE (WS-RTN-IX)
               IF OH-CONDITION NOT = SPACES
                   MOVE OH-CONDITION TO WS-RT-CONDITION (WS-RTN-IX)
               END-IF
           END-IF.
       3100-MATCH-ONE-ORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3500-MATCH-RETURN-HIST - HOLD ONE EARLIER ACCEPTED        *
      *>                          RETURN AGAINST THE TABLE, SO A   *
      *>                          LINE CANNOT BE RETURNED TWICE    *
      *>----------------------------------------------------------*
       3500-MATCH-RETURN-HIST.
           PERFORM 3600-MATCH-ONE-RETURN
               THRU 3600-MATCH-ONE-RETURN-EXIT
               VARYING WS-RTN-IX FROM 1 BY 1
               UNTIL WS-RTN-IX > WS-RTN-COUNT
           PERFORM 8200-READ-RETURN-HIST
               THRU 8200-READ-RETURN-HIST-EXIT.
       3500-MATCH-RETURN-HIST-EXIT.
           EXIT.

       3600-MATCH-ONE-RETURN.
           IF WS-RT-ORDER-NO (WS-RTN-IX) = RH-ORDER-NO
              AND WS-RT-CUST-NO (WS-RTN-IX) = RH-CUST-NO
              AND WS-RT-LPID (WS-RTN-IX) = RH-LPID
               ADD RH-QTY TO WS-RT-RETURNED-QTY (WS-RTN-IX)
           END-IF.
       3600-MATCH-ONE-RETURN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3900-REOPEN-RETURN-HIST - THE EARLIER RETURNS HAVE BEEN   *
      *>                           COUNTED; REOPEN THE FILE SO     *
      *>                           TONIGHT'S ACCEPTS APPEND BEHIND *
      *>                           THEM                            *
      *>----------------------------------------------------------*
       3900-REOPEN-RETURN-HIST.
           CLOSE RETURN-HIST
           OPEN EXTEND RETURN-HIST.
       3900-REOPEN-RETURN-HIST-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-JUDGE-RETURN - ACCEPT OR REJECT ONE TABLED RETURN,   *
      *>                     IN ARRIVAL ORDER, NOW THAT ITS        *
      *>                     ORDER LINE AND EARLIER RETURNS ARE    *
      *>                     KNOWN                                 *
      *>----------------------------------------------------------*
       4000-JUDGE-RETURN.
           IF NOT WS-RT-ORDER-SEEN (WS-RTN-IX)
               MOVE "ORDER NOT ON HISTORY"  TO WR-REASON
               PERFORM 4800-REJECT-ENTRY THRU 4800-REJECT-ENTRY-EXIT
               GO TO 4000-JUDGE-RETURN-EXIT
           END-IF
           IF NOT WS-RT-CUST-SEEN (WS-RTN-IX)
               MOVE "ORDER NOT FOR THIS CUSTOMER" TO WR-REASON
               PERFORM 4800-REJECT-ENTRY THRU 4800-REJECT-ENTRY-EXIT
               GO TO 4000-JUDGE-RETURN-EXIT
           END-IF
           IF WS-RT-BOUGHT-QTY (WS-RTN-IX) = ZERO
               MOVE "ALBUM NOT ON ORDER"    TO WR-REASON
               PERFORM 4800-REJECT-ENTRY THRU 4800-REJECT-ENTRY-EXIT
               GO TO 4000-JUDGE-RETURN-EXIT
           END-IF
           IF WS-RT-RETURNED-QTY (WS-RTN-IX)
                  NOT < WS-RT-BOUGHT-QTY (WS-RTN-IX)
               MOVE ZERO TO WS-RETURNABLE-QTY
           ELSE
               COMPUTE WS-RETURNABLE-QTY =
                   WS-RT-BOUGHT-QTY (WS-RTN-IX)
                       - WS-RT-RETURNED-QTY (WS-RTN-IX)
           END-IF
           IF WS-RT-QTY (WS-RTN-IX) > WS-RETURNABLE-QTY
               MOVE "MORE UNITS THAN BOUGHT" TO WR-REASON
               PERFORM 4800-REJECT-ENTRY THRU 4800-REJECT-ENTRY-EXIT
               GO TO 4000-JUDGE-RETURN-EXIT
           END-IF
           PERFORM 4100-WRITE-SC-CARD THRU 4100-WRITE-SC-CARD-EXIT
           PERFORM 4200-WRITE-HISTORY THRU 4200-WRITE-HISTORY-EXIT
           PERFORM 4300-PRINT-CREDIT THRU 4300-PRINT-CREDIT-EXIT
           PERFORM 4400-CARRY-RETURNED THRU 4400-CARRY-RETURNED-EXIT
               VARYING WS-RTN-IX2 FROM WS-RTN-IX BY 1
               UNTIL WS-RTN-IX2 > WS-RTN-COUNT
           ADD 1                     TO WS-ACCEPTED-COUNT
           ADD WS-RT-QTY (WS-RTN-IX) TO WS-RETURN-UNITS.
       4000-JUDGE-RETURN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4100-WRITE-SC-CARD - ONE SC STOCK TRANSACTION PER         *
      *>                      ACCEPTED RETURN, IN THE STRANS CARD  *
      *>                      FORMAT, CARRYING THE ORIGINAL ORDER  *
      *>                      AND CUSTOMER FOR THE LEDGER          *
      *>----------------------------------------------------------*
       4100-WRITE-SC-CARD.
           MOVE WS-RT-LPID (WS-RTN-IX)     TO WRC-LPID
           MOVE WS-RT-QTY (WS-RTN-IX)      TO WRC-STKQTY
           MOVE WS-RT-CONDITION (WS-RTN-IX) TO WRC-STKCOND
           MOVE WS-RT-ORDER-NO (WS-RTN-IX) TO WRC-ORDER-NO
           MOVE WS-RT-CUST-NO (WS-RTN-IX)  TO WRC-CUST-NO
           WRITE STOCK-OUT-RECORD FROM WS-RETURN-CARD
           ADD 1 TO WS-SC-CARD-COUNT.
       4100-WRITE-SC-CARD-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4200-WRITE-HISTORY - APPEND THE ACCEPTED RETURN TO THE   *
      *>                      RETURNS HISTORY WITH THE PRICE PAID  *
      *>----------------------------------------------------------*
       4200-WRITE-HISTORY.
           MOVE WS-RT-CUST-NO (WS-RTN-IX)     TO RH-CUST-NO
           MOVE WS-RT-RETURN-DATE (WS-RTN-IX) TO RH-RETURN-DATE
           MOVE WS-RT-RMA-NO (WS-RTN-IX)      TO RH-RMA-NO
           MOVE WS-RT-ORDER-NO (WS-RTN-IX)    TO RH-ORDER-NO
           MOVE WS-RT-LPID (WS-RTN-IX)        TO RH-LPID
           MOVE WS-RT-QTY (WS-RTN-IX)         TO RH-QTY
           MOVE WS-RT-UNIT-PRICE (WS-RTN-IX)  TO RH-UNIT-PRICE
           WRITE RETURN-HIST-RECORD
           ADD 1 TO WS-HIST-COUNT.
       4200-WRITE-HISTORY-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4300-PRINT-CREDIT - ONE CREDIT-NOTE LINE FOR ACCOUNTS,    *
      *>                     VALUED AT THE UNIT PRICE ON THE       *
      *>                     ORIGINAL ORDER LINE                   *
      *>----------------------------------------------------------*
       4300-PRINT-CREDIT.
           MOVE WS-RT-LPID (WS-RTN-IX) TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           COMPUTE WS-CREDIT-AMOUNT =
               WS-RT-QTY (WS-RTN-IX) * WS-RT-UNIT-PRICE (WS-RTN-IX)
           MOVE WS-RT-RMA-NO (WS-RTN-IX)      TO WC-RMA-NO
           MOVE WS-RT-RETURN-DATE (WS-RTN-IX) TO WC-RETURN-DATE
           MOVE WS-RT-CUST-NO (WS-RTN-IX)     TO WC-CUST-NO
           MOVE WS-RT-CUST-NAME (WS-RTN-IX)   TO WC-CUST-NAME
           MOVE WS-RT-ORDER-NO (WS-RTN-IX)    TO WC-ORDER-NO
           MOVE WS-RT-LPID (WS-RTN-IX)        TO WC-LPID
           MOVE LPM-LPNAME                    TO WC-LPNAME
           MOVE WS-RT-QTY (WS-RTN-IX)         TO WC-QTY
           MOVE WS-RT-UNIT-PRICE (WS-RTN-IX)  TO WC-UNIT-PRICE
           MOVE WS-CREDIT-AMOUNT              TO WC-CREDIT
           WRITE CREDIT-RPT-LINE FROM WS-CREDIT-LINE
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.
       4300-PRINT-CREDIT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4400-CARRY-RETURNED - A LATER RETURN IN THIS FEED FOR THE *
      *>                       SAME ORDER LINE MUST SEE THE UNITS  *
      *>                       JUST TAKEN BACK                     *
      *>----------------------------------------------------------*
       4400-CARRY-RETURNED.
           IF WS-RTN-IX2 = WS-RTN-IX
               GO TO 4400-CARRY-RETURNED-EXIT
           END-IF
           IF WS-RT-ORDER-NO (WS-RTN-IX2) = WS-RT-ORDER-NO (WS-RTN-IX)
              AND WS-RT-CUST-NO (WS-RTN-IX2) = WS-RT-CUST-NO (WS-RTN-IX)
              AND WS-RT-LPID (WS-RTN-IX2) = WS-RT-LPID (WS-RTN-IX)
               ADD WS-RT-QTY (WS-RTN-IX)
                   TO WS-RT-RETURNED-QTY (WS-RTN-IX2)
           END-IF.
       4400-CARRY-RETURNED-EXIT.
           EXIT.

       4800-REJECT-ENTRY.
           MOVE WS-RT-RMA-NO (WS-RTN-IX)   TO WR-RMA-NO
           MOVE WS-RT-ORDER-NO (WS-RTN-IX) TO WR-ORDER-NO
           MOVE WS-RT-CUST-NO (WS-RTN-IX)  TO WR-CUST-NO
           MOVE WS-RT-LPID (WS-RTN-IX)     TO WR-LPID
           MOVE WS-RT-QTY (WS-RTN-IX)      TO WR-QTY
           WRITE REJECT-RPT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.
       4800-REJECT-ENTRY-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5000-TERMINATE - WRITE THE RUN SUMMARIES AND CLOSE FILES *
      *>----------------------------------------------------------*
       5000-TERMINATE.
           MOVE SPACES TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE

           MOVE "RETURN LINES READ.............."  TO WS-SUMMARY-TEXT
           MOVE WS-READ-COUNT                       TO WS-SUMMARY-COUNT
           WRITE CREDIT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "RETURNS ACCEPTED..............."  TO WS-SUMMARY-TEXT
           MOVE WS-ACCEPTED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE CREDIT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS RETURNED................."  TO WS-SUMMARY-TEXT
           MOVE WS-RETURN-UNITS                     TO WS-SUMMARY-COUNT
           WRITE CREDIT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SC STOCK CARDS WRITTEN........."  TO WS-SUMMARY-TEXT
           MOVE WS-SC-CARD-COUNT                    TO WS-SUMMARY-COUNT
           WRITE CREDIT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "RETURNS HISTORY LINES.........."  TO WS-SUMMARY-TEXT
           MOVE WS-HIST-COUNT                       TO WS-SUMMARY-COUNT
           WRITE CREDIT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE WS-CREDIT-TOTAL TO WS-VALUE-TOTAL
           WRITE CREDIT-RPT-LINE FROM WS-VALUE-LINE

           MOVE "RETURN LINES REJECTED.........."  TO WS-SUMMARY-TEXT
           MOVE WS-REJECTED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE REJECT-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE RETURN-IN
           CLOSE ORDER-HIST
           CLOSE RETURN-HIST
           CLOSE CUST-MASTER
           CLOSE LP-MASTER
           CLOSE REJECT-RPT
           CLOSE CREDIT-RPT
           CLOSE STOCK-OUT.
       5000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-RETURN - READ THE NEXT RETURN LINE, SET EOF    *
      *>----------------------------------------------------------*
       8000-READ-RETURN.
           READ RETURN-IN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-READ-RETURN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-ORDER-HIST - READ THE NEXT PURCHASE-HISTORY    *
      *>                        LINE, SET EOF                       *
      *>----------------------------------------------------------*
       8100-READ-ORDER-HIST.
           READ ORDER-HIST
               AT END
                   SET WS-OH-EOF TO TRUE
           END-READ.
       8100-READ-ORDER-HIST-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8200-READ-RETURN-HIST - READ THE NEXT EARLIER RETURN,    *
      *>                         SET EOF                            *
      *>----------------------------------------------------------*
       8200-READ-RETURN-HIST.
           READ RETURN-HIST
               AT END
                   SET WS-RH-EOF TO TRUE
           END-READ.
       8200-READ-RETURN-HIST-EXIT.
           EXIT.
