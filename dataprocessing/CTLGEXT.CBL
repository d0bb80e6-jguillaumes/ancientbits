      *>                 SHOWING WHAT WE CANNOT SELL.  AN ALBUM    *
      *>                 WITH NO INVENTORY RECORD EXTRACTS WITH    *
      *>                 ZERO IN BOTH COLUMNS.                     *
      *> 2026-10-15  DP  INVENTORY IS HELD PER CONDITION GRADE.    *
      *>                 AN ALBUM IS EXTRACTED ONCE FOR EACH GRADE *
      *>                 ON INVMAST, EVERY ROW CARRYING THAT       *
      *>                 GRADE'S UNITPRICE AND QTYONHAND AND A NEW *
      *>                 CONDITION COLUMN AT THE END OF THE ROW.   *
      *>                 AN ALBUM WITH NO INVENTORY RECORD STILL   *
      *>                 EXTRACTS ONCE, WITH ZEROS AND A BLANK     *
      *>                 CONDITION.                                *
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

       77  WS-ALBUM-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-TRACK-COUNT          PIC 9(07) COMP VALUE ZERO.

           03 WC-TRACKSECONDS       PIC Z(04)9.
           03 WC-UNIT-PRICE         PIC ZZZZ9.99.
           03 WC-QTY-ON-HAND        PIC Z(04)9.
           03 WC-CONDITION          PIC X(02).

       PROCEDURE DIVISION.

           OPEN OUTPUT CATALOG-EXTRACT
           MOVE "LPID,LPNAME,LPARTIST,LPFORMAT,LPYEAR,LPLABEL,"
                & "TRACKNUM,TRACKNAME,TRACKSECONDS,UNITPRICE,"
                & "QTYONHAND,CONDITION"
                             TO CATALOG-EXTRACT-LINE
           WRITE CATALOG-EXTRACT-LINE
           PERFORM 8100-READ-LP-NEXT THRU 8100-READ-LP-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-PROCESS-ALBUM - EXTRACT THE CURRENT ALBUM ONCE PER   *
      *>                      CONDITION GRADE HELD ON THE          *
      *>                      INVENTORY MASTER, OR ONCE WITH NO    *
      *>                      GRADE IF IT HAS NO INVENTORY RECORD  *
      *>----------------------------------------------------------*
       2000-PROCESS-ALBUM.
           PERFORM 2400-START-INVENTORY
               THRU 2400-START-INVENTORY-EXIT
           IF WS-INV-DONE
               PERFORM 2050-EXTRACT-GRADE THRU 2050-EXTRACT-GRADE-EXIT
           ELSE
               PERFORM 2050-EXTRACT-GRADE THRU 2050-EXTRACT-GRADE-EXIT
                   UNTIL WS-INV-DONE
           END-IF
           ADD 1 TO WS-ALBUM-COUNT
           PERFORM 8100-READ-LP-NEXT THRU 8100-READ-LP-NEXT-EXIT.
       2000-PROCESS-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2050-EXTRACT-GRADE - WRITE ONE CSV ROW PER TRACK ON THE   *
      *>                      CURRENT ALBUM (OR ONE BLANK-TRACK    *
      *>                      ROW IF IT HAS NO TRACKS) CARRYING    *
      *>                      THE GRADE'S PRICE AND QUANTITY, THEN *
      *>                      MOVE ON TO THE ALBUM'S NEXT GRADE    *
      *>----------------------------------------------------------*
       2050-EXTRACT-GRADE.
           IF WS-INV-DONE
               MOVE ZERO            TO WC-UNIT-PRICE
               MOVE ZERO            TO WC-QTY-ON-HAND
               MOVE SPACES          TO WC-CONDITION
           ELSE
               MOVE INV-UNIT-PRICE  TO WC-UNIT-PRICE
               MOVE INV-QTY-ON-HAND TO WC-QTY-ON-HAND
               MOVE INV-CONDITION   TO WC-CONDITION
           END-IF
           PERFORM 2100-START-TRACKS THRU 2100-START-TRACKS-EXIT
           IF WS-TRACK-DONE
               PERFORM 2300-WRITE-BLANK-TRACK-ROW
                   THRU 2200-WRITE-TRACK-ROW-EXIT
                   UNTIL WS-TRACK-DONE
           END-IF
           IF NOT WS-INV-DONE
               PERFORM 8200-READ-INV-NEXT THRU 8200-READ-INV-NEXT-EXIT
           END-IF.
       2050-EXTRACT-GRADE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
           EXIT.

      *>----------------------------------------------------------*
      *> 2400-START-INVENTORY - POSITION INV-MASTER AT THE FIRST   *
      *>                        GRADE (IF ANY) OF THE CURRENT      *
      *>                        ALBUM.  NO INVENTORY RECORD MEANS  *
      *>                        ZERO PRICE AND QUANTITY.           *
      *>----------------------------------------------------------*
       2400-START-INVENTORY.
           MOVE 'N' TO WS-INV-DONE-SWITCH
           MOVE LPM-LPID   TO INV-LPID
           MOVE LOW-VALUES TO INV-CONDITION
           START INV-MASTER KEY IS >= INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               NOT INVALID KEY
                   PERFORM 8200-READ-INV-NEXT
                       THRU 8200-READ-INV-NEXT-EXIT
           END-START.
       2400-START-INVENTORY-EXIT.
           EXIT.

      *>----------------------------------------------------------*
               '"' FUNCTION TRIM(WC-TRACKNAME)       '"' ','
               WC-TRACKSECONDS          ','
               WC-UNIT-PRICE            ','
               WC-QTY-ON-HAND           ','
               '"' WC-CONDITION     '"'
               DELIMITED BY SIZE
               INTO CATALOG-EXTRACT-LINE
           END-STRING.
           END-READ.
       8100-READ-LP-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8200-READ-INV-NEXT - READ THE NEXT INVENTORY RECORD,      *
      *>                      ENDING THE ALBUM'S GRADES AT THE     *
      *>                      FIRST RECORD FOR ANOTHER ALBUM       *
      *>----------------------------------------------------------*
       8200-READ-INV-NEXT.
           READ INV-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
           END-READ
           IF NOT WS-INV-DONE
               IF INV-LPID NOT = LPM-LPID
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               END-IF
           END-IF.
       8200-READ-INV-NEXT-EXIT.
           EXIT.
