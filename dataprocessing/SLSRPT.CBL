      *>                 NO SALE IN THE LAST SLP-SLOW-MONTHS       *
      *>                 MONTHS (DEFAULT 6, MEASURED BACK FROM     *
      *>                 THE TO DATE) AS MARKDOWN CANDIDATES.      *
      *> 2026-10-15  DP  NET CUSTOMER RETURNS OUT OF THE RANKING.  *
      *>                 AN SC MOVEMENT INSIDE THE WINDOW TAKES    *
      *>                 ITS UNITS AND VALUE (AT THE LEDGERED UNIT *
      *>                 PRICE) BACK OFF THE ALBUM, NEVER BELOW    *
      *>                 ZERO - A RETURN OF A SALE MADE BEFORE THE *
      *>                 WINDOW CANNOT TURN AN ALBUM NEGATIVE.  A  *
      *>                 RETURN IS NOT A SALE, SO IT LEAVES THE    *
      *>                 LAST SALE DATE ALONE.                     *
      *> 2026-10-15  DP  THE SLOW-MOVER SECTION LISTS EACH         *
      *>                 CONDITION GRADE IN STOCK SEPARATELY WITH  *
      *>                 ITS GRADE, QUANTITY AND PRICE.  THE LAST  *
      *>                 SALE DATE STAYS PER ALBUM.                *
      *> 2026-10-15  DP  A RETURN FOR AN ALBUM WITH NO SALE IN THE *
      *>                 TABLE IS SKIPPED RATHER THAN ADDING THE   *
      *>                 ALBUM, SO IT NO LONGER SHOWS AS A SLOW    *
      *>                 MOVER LAST SOLD 00000000 OR TAKES UP A    *
      *>                 TABLE SLOT.                               *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
       77  WS-ROLLUP-OVFL-SWITCH   PIC X(01)     VALUE 'N'.
           88 WS-ROLLUP-OVERFLOW   VALUE 'Y'.

       77  WS-ALB-FOUND-SWITCH     PIC X(01)     VALUE 'N'.
           88 WS-ALBUM-FOUND       VALUE 'Y'.

       77  WS-ALBUM-MAX            PIC 9(05) COMP VALUE 5000.
       77  WS-ALBUM-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-ARTIST-MAX           PIC 9(05) COMP VALUE 2000.

       77  WS-LDG-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-SALE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-RETURN-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NET-UNITS            PIC 9(07) COMP VALUE ZERO.
       77  WS-RANK                 PIC 9(05) COMP VALUE ZERO.
       77  WS-SLOW-COUNT           PIC 9(07) COMP VALUE ZERO.

       01  WS-SLOW-LINE.
           03 WL-LPID                PIC X(04).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WL-CONDITION           PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WL-LPNAME              PIC X(40).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WL-LPARTIST            PIC X(30).
      *> 2000-SCAN-LEDGER - ACCUMULATE ONE LEDGER RECORD.  EVERY  *
      *>                    SS UPDATES THE ALBUM'S LAST SALE DATE; *
      *>                    ONE INSIDE THE WINDOW ALSO ADDS TO     *
      *>                    THE RANKING TOTALS.  AN SC RETURN IN   *
      *>                    THE WINDOW NETS BACK OUT OF THEM.       *
      *>----------------------------------------------------------*
       2000-SCAN-LEDGER.
           IF SLG-SCODE = 'SS'
               PERFORM 2100-ACCUMULATE-SALE
                   THRU 2100-ACCUMULATE-SALE-EXIT
           END-IF
           IF SLG-SCODE = 'SC'
               PERFORM 2150-NET-RETURN THRU 2150-NET-RETURN-EXIT
           END-IF
           PERFORM 8000-READ-LEDGER THRU 8000-READ-LEDGER-EXIT.
       2000-SCAN-LEDGER-EXIT.
           EXIT.
       2100-ACCUMULATE-SALE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2150-NET-RETURN - TAKE A RETURN INSIDE THE WINDOW BACK    *
      *>                   OFF THE ALBUM AND THE RUN TOTALS, NO    *
      *>                   FURTHER THAN ZERO.  AN ALBUM WITH NO    *
      *>                   SALE IN THE TABLE HAS NOTHING TO NET    *
      *>                   AGAINST AND IS NOT ADDED FOR A RETURN   *
      *>----------------------------------------------------------*
       2150-NET-RETURN.
           IF (SLP-FROM-DATE > ZERO
               AND SLG-RUN-DATE < SLP-FROM-DATE)
              OR (SLP-TO-DATE > ZERO
               AND SLG-RUN-DATE > SLP-TO-DATE)
               GO TO 2150-NET-RETURN-EXIT
           END-IF
           MOVE SLG-STEXT TO STEXT OF STRANS
           PERFORM 2220-LOCATE-ALBUM THRU 2220-LOCATE-ALBUM-EXIT
           IF NOT WS-ALBUM-FOUND
               GO TO 2150-NET-RETURN-EXIT
           END-IF
           IF STKQTY OF SQDATA > WS-ALB-UNITS (WS-ALB-IX)
               MOVE WS-ALB-UNITS (WS-ALB-IX) TO WS-NET-UNITS
           ELSE
               MOVE STKQTY OF SQDATA TO WS-NET-UNITS
           END-IF
           COMPUTE WS-LINE-VALUE = WS-NET-UNITS * SLG-UNIT-PRICE
           IF WS-LINE-VALUE > WS-ALB-VALUE (WS-ALB-IX)
               MOVE WS-ALB-VALUE (WS-ALB-IX) TO WS-LINE-VALUE
           END-IF
           SUBTRACT WS-NET-UNITS  FROM WS-ALB-UNITS (WS-ALB-IX)
           SUBTRACT WS-LINE-VALUE FROM WS-ALB-VALUE (WS-ALB-IX)
           SUBTRACT WS-NET-UNITS  FROM WS-TOTAL-UNITS
           SUBTRACT WS-LINE-VALUE FROM WS-TOTAL-VALUE
           ADD 1 TO WS-RETURN-COUNT.
       2150-NET-RETURN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-FIND-ALBUM - FIND OR ADD THE TABLE ENTRY FOR THE    *
      *>                   LEDGERED ALBUM, LEAVING WS-ALB-IX ON IT *
       2210-ADD-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2220-LOCATE-ALBUM - FIND THE TABLE ENTRY FOR THE LEDGERED *
      *>                     ALBUM WITHOUT ADDING ONE, SETTING     *
      *>                     WS-ALBUM-FOUND AND LEAVING WS-ALB-IX  *
      *>                     ON IT                                 *
      *>----------------------------------------------------------*
       2220-LOCATE-ALBUM.
           MOVE 'N' TO WS-ALB-FOUND-SWITCH
           SET WS-ALB-IX TO 1
           SEARCH WS-ALBUM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ALB-IX > WS-ALBUM-COUNT
                   CONTINUE
               WHEN WS-ALB-LPID (WS-ALB-IX) = SLG-AFFECTED-LPID
                   MOVE 'Y' TO WS-ALB-FOUND-SWITCH
           END-SEARCH.
       2220-LOCATE-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-RELEASE-ALBUMS - INPUT PROCEDURE: RELEASE EVERY     *
      *>                       ALBUM THAT SOLD INSIDE THE WINDOW  *
      *>----------------------------------------------------------*
      *> 6000-PRINT-SLOW-MOVERS - EVERY ALBUM WITH STOCK ON HAND  *
      *>                          AND NO SALE SINCE THE CUTOFF IS  *
      *>                          A MARKDOWN CANDIDATE.  EACH      *
      *>                          CONDITION GRADE IN STOCK LISTS   *
      *>                          WITH ITS OWN QUANTITY AND PRICE, *
      *>                          SINCE A MARKDOWN IS PER GRADE.   *
      *>----------------------------------------------------------*
       6000-PRINT-SLOW-MOVERS.
           MOVE SPACES TO SALES-RPT-LINE
                   CONTINUE
           END-READ
           MOVE INV-LPID         TO WL-LPID
           MOVE INV-CONDITION    TO WL-CONDITION
           MOVE LPM-LPNAME       TO WL-LPNAME
           MOVE LPM-LPARTIST     TO WL-LPARTIST
           MOVE INV-QTY-ON-HAND  TO WL-QTY
           MOVE WS-SALE-COUNT                      TO WS-SUMMARY-COUNT
           WRITE SALES-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "RETURNS NETTED IN WINDOW......"  TO WS-SUMMARY-TEXT
           MOVE WS-RETURN-COUNT                    TO WS-SUMMARY-COUNT
           WRITE SALES-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS SOLD IN WINDOW.........."  TO WS-SUMMARY-TEXT
           MOVE WS-TOTAL-UNITS                     TO WS-SUMMARY-COUNT
           WRITE SALES-RPT-LINE FROM WS-SUMMARY-LINE
