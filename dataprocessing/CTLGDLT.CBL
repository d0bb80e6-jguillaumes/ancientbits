      *>                 OR A SELL-OUT REACHES THE STOREFRONT THE  *
      *>                 NEXT DELTA RUN INSTEAD OF WAITING FOR     *
      *>                 THE WEEKLY RESYNC.                        *
      *> 2026-10-15  DP  INVENTORY IS HELD PER CONDITION GRADE.    *
      *>                 AN UPSERTED ALBUM SENDS ITS ROWS ONCE FOR *
      *>                 EACH GRADE ON INVMAST, EACH CARRYING THAT *
      *>                 GRADE'S UNITPRICE AND QTYONHAND AND A NEW *
      *>                 CONDITION COLUMN AT THE END OF THE ROW,   *
      *>                 AS THE FULL CTLGEXT EXTRACT NOW DOES.     *
      *>                 DELETE ROWS LEAVE THE CONDITION BLANK.    *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

       DATA DIVISION.
       FILE SECTION.
       77  WS-TRACK-DONE-SWITCH    PIC X(01)     VALUE 'N'.
           88 WS-TRACK-DONE        VALUE 'Y'.

       77  WS-INV-DONE-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-INV-DONE          VALUE 'Y'.

       77  WS-LP-FOUND-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-LP-FOUND          VALUE 'Y'.

           03 WC-TRACKSECONDS       PIC Z(04)9.
           03 WC-UNIT-PRICE         PIC ZZZZ9.99.
           03 WC-QTY-ON-HAND        PIC Z(04)9.
           03 WC-CONDITION          PIC X(02).

       PROCEDURE DIVISION.

                   PERFORM 3300-WRITE-ALBUM-DELETE-ROW
                       THRU 3300-WRITE-ALBUM-DELETE-ROW-EXIT
               NOT INVALID KEY
                   PERFORM 3150-START-INVENTORY
                       THRU 3150-START-INVENTORY-EXIT
                   IF WS-INV-DONE
                       PERFORM 3200-WRITE-UPSERT-ROWS
                           THRU 3200-WRITE-UPSERT-ROWS-EXIT
                   ELSE
                       PERFORM 3200-WRITE-UPSERT-ROWS
                           THRU 3200-WRITE-UPSERT-ROWS-EXIT
                           UNTIL WS-INV-DONE
                   END-IF
           END-READ.
       3100-EMIT-ONE-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3150-START-INVENTORY - POSITION INV-MASTER AT THE FIRST   *
      *>                        CONDITION GRADE (IF ANY) OF THE    *
      *>                        ALBUM BEING UPSERTED.  NO          *
      *>                        INVENTORY RECORD MEANS ONE SET OF  *
      *>                        ROWS WITH ZERO PRICE AND QUANTITY. *
      *>----------------------------------------------------------*
       3150-START-INVENTORY.
           MOVE 'N' TO WS-INV-DONE-SWITCH
           MOVE LPM-LPID   TO INV-LPID
           MOVE LOW-VALUES TO INV-CONDITION
           START INV-MASTER KEY IS >= INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               NOT INVALID KEY
                   PERFORM 8300-READ-INV-NEXT
                       THRU 8300-READ-INV-NEXT-EXIT
           END-START.
       3150-START-INVENTORY-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3200-WRITE-UPSERT-ROWS - EMIT THE ALBUM'S CURRENT ROWS   *
      *>                          FOR ONE CONDITION GRADE, ONE PER *
      *>                          TRACK (OR ONE BLANK-TRACK ROW),  *
      *>                          ACTION U, THEN MOVE ON TO THE    *
      *>                          ALBUM'S NEXT GRADE               *
      *>----------------------------------------------------------*
       3200-WRITE-UPSERT-ROWS.
           IF WS-INV-DONE
               MOVE ZERO            TO WC-UNIT-PRICE
               MOVE ZERO            TO WC-QTY-ON-HAND
               MOVE SPACES          TO WC-CONDITION
           ELSE
               MOVE INV-UNIT-PRICE  TO WC-UNIT-PRICE
               MOVE INV-QTY-ON-HAND TO WC-QTY-ON-HAND
               MOVE INV-CONDITION   TO WC-CONDITION
           END-IF
           PERFORM 3210-START-TRACKS THRU 3210-START-TRACKS-EXIT
           IF WS-TRACK-DONE
               PERFORM 3230-WRITE-BLANK-TRACK-ROW
               PERFORM 3220-WRITE-TRACK-ROW
                   THRU 3220-WRITE-TRACK-ROW-EXIT
                   UNTIL WS-TRACK-DONE
           END-IF
           IF NOT WS-INV-DONE
               PERFORM 8300-READ-INV-NEXT THRU 8300-READ-INV-NEXT-EXIT
           END-IF.
       3200-WRITE-UPSERT-ROWS-EXIT.
           EXIT.
           MOVE ZERO                       TO WC-TRACKSECONDS
           MOVE ZERO                       TO WC-UNIT-PRICE
           MOVE ZERO                       TO WC-QTY-ON-HAND
           MOVE SPACES                     TO WC-CONDITION
           PERFORM 3900-FORMAT-CSV-LINE THRU 3900-FORMAT-CSV-LINE-EXIT
           WRITE DELTA-EXTRACT-LINE
           ADD 1 TO WS-DELETE-ROW-COUNT.
           MOVE ZERO                           TO WC-TRACKSECONDS
           MOVE ZERO                           TO WC-UNIT-PRICE
           MOVE ZERO                           TO WC-QTY-ON-HAND
           MOVE SPACES                         TO WC-CONDITION
           PERFORM 3900-FORMAT-CSV-LINE THRU 3900-FORMAT-CSV-LINE-EXIT
           WRITE DELTA-EXTRACT-LINE
           ADD 1 TO WS-DELETE-ROW-COUNT.
               '"' FUNCTION TRIM(WC-TRACKNAME)       '"' ','
               WC-TRACKSECONDS          ','
               WC-UNIT-PRICE            ','
               WC-QTY-ON-HAND           ','
               '"' WC-CONDITION     '"'
               DELIMITED BY SIZE
               INTO DELTA-EXTRACT-LINE
           END-STRING.
           END-READ.
       8200-READ-TRACE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8300-READ-INV-NEXT - READ THE NEXT INVENTORY RECORD,      *
      *>                      ENDING THE ALBUM'S GRADES AT THE     *
      *>                      FIRST RECORD FOR ANOTHER ALBUM       *
      *>----------------------------------------------------------*
       8300-READ-INV-NEXT.
           READ INV-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
           END-READ
           IF NOT WS-INV-DONE
               IF INV-LPID NOT = LPM-LPID
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               END-IF
           END-IF.
       8300-READ-INV-NEXT-EXIT.
           EXIT.
