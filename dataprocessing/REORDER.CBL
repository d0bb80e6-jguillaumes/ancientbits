      *>                 REORDEXC EXCEPTION LIST SO PURCHASING     *
      *>                 FIXES THE MAPPING INSTEAD OF LOSING THE   *
      *>                 REORDER.                                  *
      *> 2026-10-15  DP  NET OPEN PURCHASE ORDERS OUT OF THE       *
      *>                 SUGGESTIONS.  THE OUTSTANDING QUANTITY ON *
      *>                 EVERY OPEN POMAST LINE IS TOTALLED BY     *
      *>                 LPID UP FRONT AND COUNTS TOWARD THE       *
      *>                 TARGET, SO AN ALBUM ALREADY ON ORDER IS   *
      *>                 NOT SUGGESTED AGAIN NIGHT AFTER NIGHT     *
      *>                 WHILE THE GOODS ARE IN TRANSIT.  THE      *
      *>                 PURCHSUG LAYOUT MOVES TO THE PURCHSG      *
      *>                 COPYBOOK (SHARED WITH THE POAPPRV         *
      *>                 APPROVAL STEP) AND GAINS THE ON-ORDER     *
      *>                 QUANTITY.                                 *
      *> 2026-10-15  DP  THE INVENTORY MASTER NOW HOLDS ONE RECORD *
      *>                 PER CONDITION GRADE.  THE LOW-STOCK TEST  *
      *>                 AND THE SUGGESTED QUANTITY WORK ON THE    *
      *>                 ALBUM'S ON-HAND SUMMED OVER ALL ITS       *
      *>                 GRADES.                                   *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT INV-MASTER      ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SUP-LPLABEL.

           SELECT OPTIONAL PO-MASTER ASSIGN TO "POMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PO-KEY.

           SELECT OPTIONAL STOCK-PARM ASSIGN TO "STKPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       FD  SUP-MASTER.
           COPY SUPMST.

       FD  PO-MASTER.
           COPY POMAST.

       FD  STOCK-PARM
           RECORDING MODE IS F.
       01  STOCK-PARM-RECORD.
       FD  PURCH-SUGGEST
           RECORDING MODE IS F.
       01  PURCH-SUGGEST-RECORD.
           COPY PURCHSG.

       FD  EXCEPT-RPT
           RECORDING MODE IS F.
           03 SR-LPARTIST         PIC X(40).
           03 SR-QTY-ON-HAND      PIC 9(05).
           03 SR-SUGGEST-QTY      PIC 9(05).
           03 SR-QTY-ON-ORDER     PIC 9(05).

       WORKING-STORAGE SECTION.
       77  WS-INV-EOF-SWITCH       PIC X(01)     VALUE 'N'.
       77  WS-SUP-FOUND-SWITCH     PIC X(01)     VALUE 'N'.
           88 WS-SUP-FOUND         VALUE 'Y'.

       77  WS-PO-EOF-SWITCH        PIC X(01)     VALUE 'N'.
           88 WS-PO-EOF            VALUE 'Y'.

       77  WS-COVERED-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-COVERED           VALUE 'Y'.

       77  WS-SUGGEST-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-COVERED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-PO-NOT-NETTED        PIC 9(07) COMP VALUE ZERO.
       77  WS-TARGET-QTY           PIC S9(07) COMP VALUE ZERO.
       77  WS-SUGGEST-QTY          PIC 9(05) COMP VALUE ZERO.
       77  WS-ON-ORDER-QTY         PIC 9(07) COMP VALUE ZERO.
       77  WS-PO-OPEN-QTY          PIC 9(05) COMP VALUE ZERO.
       77  WS-ALB-ON-HAND          PIC 9(07) COMP VALUE ZERO.
       77  WS-ALB-LPID             PIC X(04)     VALUE SPACES.

       77  WS-ORD-MAX              PIC 9(05) COMP VALUE 3000.
       77  WS-ORD-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-ON-ORDER-TABLE.
           03 WS-ORD-ENTRY         OCCURS 3000 TIMES
                                    INDEXED BY WS-ORD-IX.
              05 WS-ORD-LPID        PIC X(04).
              05 WS-ORD-QTY         PIC 9(07).

       01  WS-EXCEPT-LINE.
           03 WE-LABEL             PIC X(22)
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           PERFORM 1100-LOAD-ON-ORDER THRU 1100-LOAD-ON-ORDER-EXIT
           OPEN INPUT  INV-MASTER
           OPEN INPUT  LP-MASTER
           OPEN INPUT  SUP-MASTER
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1100-LOAD-ON-ORDER - TOTAL THE OUTSTANDING QUANTITY ON    *
      *>                      EVERY OPEN PO LINE BY LPID.  NO PO   *
      *>                      MASTER YET MEANS NOTHING ON ORDER.   *
      *>                      A LINE PAST THE TABLE LIMIT IS NOT   *
      *>                      NETTED (THE ALBUM MAY BE SUGGESTED   *
      *>                      AGAIN) AND IS COUNTED ON THE REPORT. *
      *>----------------------------------------------------------*
       1100-LOAD-ON-ORDER.
           OPEN INPUT PO-MASTER
           PERFORM 8100-READ-PO-NEXT THRU 8100-READ-PO-NEXT-EXIT
           PERFORM 1110-ADD-ONE-PO-LINE THRU 1110-ADD-ONE-PO-LINE-EXIT
               UNTIL WS-PO-EOF
           CLOSE PO-MASTER.
       1100-LOAD-ON-ORDER-EXIT.
           EXIT.

       1110-ADD-ONE-PO-LINE.
           IF NOT PO-STATUS-OPEN
              OR PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               GO TO 1110-ADD-ONE-PO-LINE-NEXT
           END-IF
           COMPUTE WS-PO-OPEN-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
           SET WS-ORD-IX TO 1
           SEARCH WS-ORD-ENTRY
               AT END
                   ADD 1 TO WS-PO-NOT-NETTED
               WHEN WS-ORD-IX > WS-ORD-COUNT
                   IF WS-ORD-COUNT < WS-ORD-MAX
                       ADD 1 TO WS-ORD-COUNT
                       SET WS-ORD-IX TO WS-ORD-COUNT
                       MOVE PO-LPID        TO WS-ORD-LPID (WS-ORD-IX)
                       MOVE WS-PO-OPEN-QTY TO WS-ORD-QTY (WS-ORD-IX)
                   ELSE
                       ADD 1 TO WS-PO-NOT-NETTED
                   END-IF
               WHEN WS-ORD-LPID (WS-ORD-IX) = PO-LPID
                   ADD WS-PO-OPEN-QTY TO WS-ORD-QTY (WS-ORD-IX)
           END-SEARCH.
       1110-ADD-ONE-PO-LINE-NEXT.
           PERFORM 8100-READ-PO-NEXT THRU 8100-READ-PO-NEXT-EXIT.
       1110-ADD-ONE-PO-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-SELECT-LOW-STOCK - INPUT PROCEDURE: WALK THE        *
      *>                         INVENTORY AND RELEASE A          *
      *>                         SUGGESTION FOR EVERY LOW OR OUT  *
      *>                         CONDITION WITH A SUPPLIER MAP.   *
      *>                         AN ALBUM IS REORDERED ON ITS     *
      *>                         STOCK SUMMED OVER EVERY          *
      *>                         CONDITION GRADE, SINCE A         *
      *>                         SUPPLIER SHIPS NEW STOCK, NOT A  *
      *>                         GRADE.                            *
      *>----------------------------------------------------------*
       2000-SELECT-LOW-STOCK.
           PERFORM 2100-CHECK-ONE-ITEM THRU 2100-CHECK-ONE-ITEM-EXIT
           EXIT.

       2100-CHECK-ONE-ITEM.
           MOVE INV-LPID TO WS-ALB-LPID
           MOVE ZERO     TO WS-ALB-ON-HAND
           PERFORM 2110-ADD-ONE-GRADE THRU 2110-ADD-ONE-GRADE-EXIT
               UNTIL WS-INV-EOF
                  OR INV-LPID NOT = WS-ALB-LPID
           IF WS-ALB-ON-HAND NOT > SPRM-LOW-STOCK-LIMIT
               PERFORM 2200-BUILD-SUGGESTION
                   THRU 2200-BUILD-SUGGESTION-EXIT
           END-IF.
       2100-CHECK-ONE-ITEM-EXIT.
           EXIT.

       2110-ADD-ONE-GRADE.
           ADD INV-QTY-ON-HAND TO WS-ALB-ON-HAND
           PERFORM 8000-READ-INV-NEXT THRU 8000-READ-INV-NEXT-EXIT.
       2110-ADD-ONE-GRADE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-BUILD-SUGGESTION - MAP THE ALBUM'S LABEL TO ITS     *
      *>                         SUPPLIER AND RELEASE THE LINE TO *
                   THRU 2500-WRITE-EXCEPTION-EXIT
               GO TO 2200-BUILD-SUGGESTION-EXIT
           END-IF
           PERFORM 2550-GET-ON-ORDER THRU 2550-GET-ON-ORDER-EXIT
           PERFORM 2600-SET-SUGGEST-QTY
               THRU 2600-SET-SUGGEST-QTY-EXIT
           IF WS-COVERED
               ADD 1 TO WS-COVERED-COUNT
               GO TO 2200-BUILD-SUGGESTION-EXIT
           END-IF
           MOVE SUP-SUPPLIER-NO   TO SR-SUPPLIER-NO
           MOVE WS-ALB-LPID       TO SR-LPID
           MOVE SUP-ACCOUNT-NO    TO SR-ACCOUNT-NO
           MOVE SUP-SUPPLIER-NAME TO SR-SUPPLIER-NAME
           MOVE LPM-LPNAME        TO SR-LPNAME
           MOVE LPM-LPARTIST      TO SR-LPARTIST
           MOVE WS-ALB-ON-HAND    TO SR-QTY-ON-HAND
           MOVE WS-SUGGEST-QTY    TO SR-SUGGEST-QTY
           MOVE WS-ON-ORDER-QTY   TO SR-QTY-ON-ORDER
           RELEASE SORT-RECORD.
       2200-BUILD-SUGGESTION-EXIT.
           EXIT.
      *>----------------------------------------------------------*
       2300-GET-ALBUM.
           MOVE 'N' TO WS-LP-FOUND-SWITCH
           MOVE WS-ALB-LPID TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME

       2500-WRITE-EXCEPTION.
           MOVE LPM-LPLABEL     TO WE-LPLABEL
           MOVE WS-ALB-LPID     TO WE-LPID
           MOVE LPM-LPNAME      TO WE-LPNAME
           MOVE WS-ALB-ON-HAND  TO WE-QTY
           WRITE EXCEPT-RPT-LINE FROM WS-EXCEPT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       2500-WRITE-EXCEPTION-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2550-GET-ON-ORDER - OUTSTANDING QUANTITY ON OPEN PO LINES *
      *>                     FOR THE ALBUM                         *
      *>----------------------------------------------------------*
       2550-GET-ON-ORDER.
           MOVE ZERO TO WS-ON-ORDER-QTY
           SET WS-ORD-IX TO 1
           SEARCH WS-ORD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ORD-IX > WS-ORD-COUNT
                   CONTINUE
               WHEN WS-ORD-LPID (WS-ORD-IX) = WS-ALB-LPID
                   MOVE WS-ORD-QTY (WS-ORD-IX) TO WS-ON-ORDER-QTY
           END-SEARCH.
       2550-GET-ON-ORDER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2600-SET-SUGGEST-QTY - ORDER ENOUGH TO REACH TWICE THE   *
      *>                        LOW LIMIT, COUNTING WHAT IS       *
      *>                        ALREADY ON ORDER, NEVER UNDER THE *
      *>                        SUPPLIER'S MINIMUM ORDER QUANTITY. *
      *>                        WHEN OPEN POS ALREADY REACH THE   *
      *>                        TARGET THE ALBUM IS COVERED AND   *
      *>                        NOTHING IS SUGGESTED.              *
      *>----------------------------------------------------------*
       2600-SET-SUGGEST-QTY.
           MOVE 'N' TO WS-COVERED-SWITCH
           COMPUTE WS-TARGET-QTY =
               SPRM-LOW-STOCK-LIMIT * 2 - WS-ALB-ON-HAND
                   - WS-ON-ORDER-QTY
           IF WS-TARGET-QTY < 1
               IF WS-ON-ORDER-QTY > ZERO
                   MOVE 'Y' TO WS-COVERED-SWITCH
                   GO TO 2600-SET-SUGGEST-QTY-EXIT
               END-IF
               MOVE 1 TO WS-TARGET-QTY
           END-IF
           IF SUP-MIN-ORDER-QTY NUMERIC
           MOVE SR-LPARTIST      TO PS-LPARTIST
           MOVE SR-QTY-ON-HAND   TO PS-QTY-ON-HAND
           MOVE SR-SUGGEST-QTY   TO PS-SUGGEST-QTY
           MOVE SR-QTY-ON-ORDER  TO PS-QTY-ON-ORDER
           WRITE PURCH-SUGGEST-RECORD
           ADD 1 TO WS-SUGGEST-COUNT
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
           MOVE WS-EXCEPTION-COUNT                  TO WS-SUMMARY-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "LOW ALBUMS COVERED BY OPEN POS."  TO WS-SUMMARY-TEXT
           MOVE WS-COVERED-COUNT                    TO WS-SUMMARY-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPEN PO LINES NOT NETTED......."  TO WS-SUMMARY-TEXT
           MOVE WS-PO-NOT-NETTED                   TO WS-SUMMARY-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE INV-MASTER
           CLOSE LP-MASTER
           CLOSE SUP-MASTER
           END-READ.
       8000-READ-INV-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-PO-NEXT - READ THE NEXT PO MASTER LINE          *
      *>----------------------------------------------------------*
       8100-READ-PO-NEXT.
           READ PO-MASTER NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
           END-READ.
       8100-READ-PO-NEXT-EXIT.
           EXIT.
