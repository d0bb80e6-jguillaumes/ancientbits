      *>                 DUPLICATE IS DELIBERATELY LEFT FOR A      *
      *>                 MANUAL SA/SR PAIR - THE REVIEWER SEES     *
      *>                 BOTH ON-HAND FIGURES ON THE REPORT.       *
      *> 2026-10-15  DP  ON-HAND STOCK IS NOW SUMMED OVER EVERY    *
      *>                 CONDITION GRADE OF THE ALBUM.             *
      *> 2026-10-15  DP  EACH MERGE DECK CARD IS STAMPED WITH      *
      *>                 OPERATOR DUPALBUM AND SOURCE DU, SO A     *
      *>                 DECK DROPPED INTO TRANSIN IS CHECKED      *
      *>                 AGAINST OPRAUTH AND ITS LD AND TD CARDS   *
      *>                 ARE TRACEABLE IN THE AUDIT LOG.           *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT DUP-RPT         ASSIGN TO "DUPRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       01  MERGE-DECK-RECORD.
           03 MD-TCODE           PIC X(02).
           03 MD-TTEXT           PIC X(84).
           03 MD-TSTAMP.
              05 MD-TOPERATOR    PIC X(08).
              05 MD-TSOURCE      PIC X(02).

       SD  SORT-WORK.
       01  SORT-RECORD.
       77  WS-PREV-SPACE-SWITCH    PIC X(01)     VALUE 'Y'.
           88 WS-PREV-SPACE        VALUE 'Y'.

       77  WS-INV-DONE-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-INV-DONE          VALUE 'Y'.

       77  WS-ALBUM-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-GROUP-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CARD-COUNT           PIC 9(07) COMP VALUE ZERO.

       77  WS-TRACK-TALLY          PIC 9(05) COMP VALUE ZERO.
       77  WS-ONHAND-QTY           PIC 9(07) COMP VALUE ZERO.

       77  WS-IN-POS               PIC 9(03) COMP VALUE ZERO.
       77  WS-OUT-POS              PIC 9(03) COMP VALUE ZERO.
           OPEN INPUT  INV-MASTER
           OPEN OUTPUT DUP-RPT
           OPEN OUTPUT MERGE-DECK
           MOVE "DUPALBUM"      TO TOPERATOR OF TRANS
           MOVE "DU"            TO TSOURCE OF TRANS
           PERFORM 8100-READ-LP-NEXT THRU 8100-READ-LP-NEXT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4300-GET-COUNTS - TRACK COUNT AND ON-HAND STOCK FOR THE  *
      *>                   ALBUM IN WA-LPID, THE STOCK SUMMED      *
      *>                   OVER EVERY CONDITION GRADE               *
      *>----------------------------------------------------------*
       4300-GET-COUNTS.
           MOVE WA-LPID TO WS-DECK-LPID
           PERFORM 7500-COUNT-TRACKS THRU 7500-COUNT-TRACKS-EXIT
           MOVE WS-TRACK-TALLY TO WA-TRACKS
           MOVE ZERO TO WS-ONHAND-QTY
           MOVE 'N'        TO WS-INV-DONE-SWITCH
           MOVE WA-LPID    TO INV-LPID
           MOVE LOW-VALUES TO INV-CONDITION
           START INV-MASTER KEY IS >= INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               NOT INVALID KEY
                   PERFORM 8200-READ-INV-NEXT
                       THRU 8200-READ-INV-NEXT-EXIT
           END-START
           PERFORM 4310-ADD-GRADE-STOCK
               THRU 4310-ADD-GRADE-STOCK-EXIT
               UNTIL WS-INV-DONE
           MOVE WS-ONHAND-QTY TO WA-ONHAND.
       4300-GET-COUNTS-EXIT.
           EXIT.

       4310-ADD-GRADE-STOCK.
           ADD INV-QTY-ON-HAND TO WS-ONHAND-QTY
           PERFORM 8200-READ-INV-NEXT THRU 8200-READ-INV-NEXT-EXIT.
       4310-ADD-GRADE-STOCK-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4400-WRITE-MERGE-CARDS - THE PROPOSED DECK FOR ONE       *
      *>                          DUPLICATE: RE-ADD EACH OF ITS    *
           MOVE SR-LPARTIST     TO LPARTIST OF LPDATA
           MOVE 'LD'            TO MD-TCODE
           MOVE TTEXT OF TRANS  TO MD-TTEXT
           MOVE TSTAMP OF TRANS TO MD-TSTAMP
           WRITE MERGE-DECK-RECORD
           ADD 1 TO WS-CARD-COUNT.
       4400-WRITE-MERGE-CARDS-EXIT.
           MOVE TRKM-TRACKSECONDS   TO TRACKSECONDS OF TRACKDATA
           MOVE 'TA'                TO MD-TCODE
           MOVE TTEXT OF TRANS      TO MD-TTEXT
           MOVE TSTAMP OF TRANS     TO MD-TSTAMP
           WRITE MERGE-DECK-RECORD
           MOVE SPACES              TO TTEXT OF TRANS
           MOVE WS-DECK-LPID        TO LPID OF TRACKDATA
           MOVE TRKM-TRACKSECONDS   TO TRACKSECONDS OF TRACKDATA
           MOVE 'TD'                TO MD-TCODE
           MOVE TTEXT OF TRANS      TO MD-TTEXT
           MOVE TSTAMP OF TRANS     TO MD-TSTAMP
           WRITE MERGE-DECK-RECORD
           ADD 2 TO WS-CARD-COUNT
           PERFORM 8000-READ-TRACK-NEXT THRU 8000-READ-TRACK-NEXT-EXIT
           END-READ.
       8100-READ-LP-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8200-READ-INV-NEXT - READ THE NEXT INVENTORY GRADE,      *
      *>                      STOPPING AT THE END OF THE ALBUM    *
      *>----------------------------------------------------------*
       8200-READ-INV-NEXT.
           READ INV-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
           END-READ
           IF NOT WS-INV-DONE
               IF INV-LPID NOT = WA-LPID
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               END-IF
           END-IF.
       8200-READ-INV-NEXT-EXIT.
           EXIT.
