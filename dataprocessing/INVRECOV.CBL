      *>                 AS THEIR OWN SS MOVEMENTS, SO THE REPLAY  *
      *>                 TAKES THE MASTER THROUGH EXACTLY THE      *
      *>                 MOVEMENTS IT TOOK THE FIRST TIME.         *
      *> 2026-10-15  DP  REPLAY SC CUSTOMER RETURNS THE WAY THE    *
      *>                 STOCK LOAD APPLIES THEM - UNITS BACK ON   *
      *>                 HAND, REOPENING THE RECORD IF NEED BE.    *
      *> 2026-10-15  DP  CARRY THE MOVING-AVERAGE UNIT COST.  THE  *
      *>                 INVUNLD IMAGE COPY GROWS TO 25 BYTES WITH *
      *>                 INV-AVG-COST; AN OLDER COPY WITHOUT IT    *
      *>                 LOADS WITH A ZERO COST.  EACH REPLAYED SR *
      *>                 RECEIPT RE-AVERAGES ITS STKCOST IN THE    *
      *>                 SAME WAY AS THE STOCK LOAD.               *
      *> 2026-10-15  DP  INVMAST IS KEYED ON LPID PLUS CONDITION   *
      *>                 GRADE.  EACH REPLAYED MOVEMENT APPLIES TO *
      *>                 ITS OWN GRADE'S RECORD (A RECEIPT OR      *
      *>                 RETURN OF A NEW GRADE OPENS ONE) AND A    *
      *>                 RECEIPT NO LONGER OVERWRITES THE          *
      *>                 CONDITION.  A MOVEMENT LEDGERED BEFORE    *
      *>                 GRADING REPLAYS AGAINST THE UN (UNGRADED) *
      *>                 RECORD.                                   *
      *> 2026-10-15  DP  THE INVUNLD IMAGE COPY IS NOW THE GRADED  *
      *>                 25-BYTE LAYOUT WITH THE KEY LEADING.  AN  *
      *>                 UNLOAD TAKEN BEFORE GRADING NO LONGER     *
      *>                 LOADS HERE WITH A ZERO COST AS NOTED      *
      *>                 ABOVE; IT MUST FIRST BE RUN THROUGH       *
      *>                 INVCONV (AS INVOLDU), WHICH WRITES A      *
      *>                 GRADED INVUNLD.                           *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT INV-MASTER      ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT RECOV-RPT       ASSIGN TO "INVRCRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD  INV-UNLOAD
           RECORDING MODE IS F.
       01  INV-UNLOAD-RECORD     PIC X(25).

       FD  STOCK-LEDGER
           RECORDING MODE IS F.
       77  WS-FROMDT-SKIP-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-REPLAYED-COUNT   PIC 9(07) COMP VALUE ZERO.

       77  WS-COST-UNITS           PIC 9(07) COMP VALUE ZERO.

           COPY STRANS.

       01  WS-EXCEPT-LINE.

       1110-LOAD-ONE-INV.
           MOVE INV-UNLOAD-RECORD TO INV-MASTER-RECORD
           IF INV-AVG-COST NOT NUMERIC
               MOVE ZERO TO INV-AVG-COST
           END-IF
           WRITE INV-MASTER-RECORD
           ADD 1 TO WS-INV-LOADED-COUNT
           PERFORM 8100-READ-UNLOAD THRU 8100-READ-UNLOAD-EXIT.
               WHEN SCODE-PRICE OF STRANS
                   PERFORM 2140-PRICE-CHANGE
                       THRU 2140-PRICE-CHANGE-EXIT
               WHEN SCODE-RETURN OF STRANS
                   PERFORM 2150-CUSTOMER-RETURN
                       THRU 2150-CUSTOMER-RETURN-EXIT
               WHEN OTHER
                   PERFORM 9000-NOT-REPLAYED
                       THRU 9000-NOT-REPLAYED-EXIT

      *>----------------------------------------------------------*
      *> 2050-FETCH-INVENTORY - POSITION ON THE INVENTORY RECORD   *
      *>                        FOR THE MOVEMENT LPID AND GRADE,   *
      *>                        IF ANY.  A MOVEMENT LEDGERED       *
      *>                        BEFORE STOCK WAS GRADED BELONGS TO *
      *>                        THE UNGRADED (UN) RECORD.          *
      *>----------------------------------------------------------*
       2050-FETCH-INVENTORY.
           MOVE 'N' TO WS-INV-FOUND-SWITCH
           IF SCODE-PRICE OF STRANS
               IF STKCOND OF SPDATA = SPACES
                   MOVE "UN" TO STKCOND OF SPDATA
               END-IF
               MOVE STKCOND OF SPDATA TO INV-CONDITION
           ELSE
               IF STKCOND OF SQDATA = SPACES
                   MOVE "UN" TO STKCOND OF SQDATA
               END-IF
               MOVE STKCOND OF SQDATA TO INV-CONDITION
           END-IF
           MOVE LPID OF SQDATA TO INV-LPID
           READ INV-MASTER
               INVALID KEY

      *>----------------------------------------------------------*
      *> 2110-STOCK-RECEIPT - ADD STOCK, CREATING THE RECORD ON A *
      *>                      FIRST RECEIPT OF THE GRADE.  THE    *
      *>                      LOAD ALREADY VETTED THE ALBUM       *
      *>                      AGAINST THE LP MASTER THE FIRST     *
      *>                      TIME THROUGH.                       *
      *>----------------------------------------------------------*
       2110-STOCK-RECEIPT.
           IF WS-INV-FOUND
               PERFORM 2115-AVERAGE-COST THRU 2115-AVERAGE-COST-EXIT
               ADD STKQTY OF SQDATA TO INV-QTY-ON-HAND
               REWRITE INV-MASTER-RECORD
               ADD 1 TO WS-REPLAYED-COUNT
           ELSE
               MOVE LPID OF SQDATA    TO INV-LPID
               MOVE STKCOND OF SQDATA TO INV-CONDITION
               MOVE ZERO              TO INV-QTY-ON-HAND
               MOVE ZERO              TO INV-AVG-COST
               PERFORM 2115-AVERAGE-COST THRU 2115-AVERAGE-COST-EXIT
               MOVE STKQTY OF SQDATA  TO INV-QTY-ON-HAND
               MOVE ZERO              TO INV-UNIT-PRICE
               WRITE INV-MASTER-RECORD
               ADD 1 TO WS-REPLAYED-COUNT
           END-IF.
       2110-STOCK-RECEIPT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2115-AVERAGE-COST - RE-AVERAGE THE RECEIPT'S UNIT COST    *
      *>                     INTO INV-AVG-COST EXACTLY AS THE      *
      *>                     STOCK LOAD DID, SO THE RECOVERED      *
      *>                     MASTER CARRIES THE SAME COST          *
      *>----------------------------------------------------------*
       2115-AVERAGE-COST.
           IF INV-AVG-COST NOT NUMERIC
               MOVE ZERO TO INV-AVG-COST
           END-IF
           IF STKCOST OF SQDATA NOT NUMERIC
               OR STKCOST OF SQDATA = ZERO
               GO TO 2115-AVERAGE-COST-EXIT
           END-IF
           COMPUTE WS-COST-UNITS = INV-QTY-ON-HAND + STKQTY OF SQDATA
           IF INV-AVG-COST = ZERO
               OR WS-COST-UNITS = ZERO
               MOVE STKCOST OF SQDATA TO INV-AVG-COST
               GO TO 2115-AVERAGE-COST-EXIT
           END-IF
           COMPUTE INV-AVG-COST ROUNDED =
               (INV-QTY-ON-HAND * INV-AVG-COST
                + STKQTY OF SQDATA * STKCOST OF SQDATA)
               / WS-COST-UNITS.
       2115-AVERAGE-COST-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2120-STOCK-SALE - SUBTRACT SOLD UNITS, NEVER BELOW ZERO  *
      *>----------------------------------------------------------*
       2140-PRICE-CHANGE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2150-CUSTOMER-RETURN - PUT RETURNED UNITS BACK ON HAND,   *
      *>                        REOPENING THE RECORD IF IT HAD     *
      *>                        GONE, AS THE LOAD DID              *
      *>----------------------------------------------------------*
       2150-CUSTOMER-RETURN.
           IF WS-INV-FOUND
               ADD STKQTY OF SQDATA TO INV-QTY-ON-HAND
               REWRITE INV-MASTER-RECORD
               ADD 1 TO WS-REPLAYED-COUNT
           ELSE
               MOVE LPID OF SQDATA    TO INV-LPID
               MOVE STKCOND OF SQDATA TO INV-CONDITION
               MOVE STKQTY OF SQDATA  TO INV-QTY-ON-HAND
               MOVE ZERO              TO INV-UNIT-PRICE
               MOVE ZERO              TO INV-AVG-COST
               WRITE INV-MASTER-RECORD
               ADD 1 TO WS-REPLAYED-COUNT
           END-IF.
       2150-CUSTOMER-RETURN-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
