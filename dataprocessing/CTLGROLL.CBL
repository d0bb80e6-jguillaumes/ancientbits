      *>                 COLUMNS BUCKET UNDER ???, UNKNOWN AND     *
      *>                 (NONE) SO NOTHING DROPS OUT OF THE        *
      *>                 TOTALS.                                   *
      *> 2026-10-15  DP  STOCK VALUE NOW SUMS EVERY CONDITION      *
      *>                 GRADE HELD FOR THE ALBUM ON THE GRADED    *
      *>                 INVENTORY MASTER.                         *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT ROLLUP-RPT      ASSIGN TO "ROLLRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       77  WS-MISSING-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-METADATA-MISSING  VALUE 'Y'.

       77  WS-INV-DONE-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-INV-DONE          VALUE 'Y'.

       77  WS-ALB-TRACKS           PIC 9(05) COMP VALUE ZERO.
       77  WS-ALB-SECONDS          PIC 9(07) COMP VALUE ZERO.
       77  WS-ALB-VALUE            PIC 9(09)V99 COMP VALUE ZERO.

      *>----------------------------------------------------------*
      *> 2200-GET-STOCK-VALUE - ON-HAND QUANTITY TIMES UNIT PRICE *
      *>                        SUMMED OVER EVERY CONDITION GRADE *
      *>                        THE ALBUM IS STOCKED IN; ZERO     *
      *>                        WHEN THE ALBUM CARRIES NO STOCK   *
      *>                        RECORD                             *
      *>----------------------------------------------------------*
       2200-GET-STOCK-VALUE.
           MOVE ZERO TO WS-ALB-VALUE
           MOVE 'N' TO WS-INV-DONE-SWITCH
           MOVE LPM-LPID   TO INV-LPID
           MOVE LOW-VALUES TO INV-CONDITION
           START INV-MASTER KEY IS >= INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               NOT INVALID KEY
                   PERFORM 8200-READ-INV-NEXT
                       THRU 8200-READ-INV-NEXT-EXIT
           END-START
           PERFORM 2210-ADD-GRADE-VALUE
               THRU 2210-ADD-GRADE-VALUE-EXIT
               UNTIL WS-INV-DONE.
       2200-GET-STOCK-VALUE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2210-ADD-GRADE-VALUE - ADD ONE GRADE'S QUANTITY TIMES    *
      *>                        PRICE AND READ THE NEXT GRADE     *
      *>----------------------------------------------------------*
       2210-ADD-GRADE-VALUE.
           COMPUTE WS-ALB-VALUE = WS-ALB-VALUE
               + INV-QTY-ON-HAND * INV-UNIT-PRICE
           PERFORM 8200-READ-INV-NEXT THRU 8200-READ-INV-NEXT-EXIT.
       2210-ADD-GRADE-VALUE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2300-DERIVE-BUCKETS - FORMAT, DECADE AND LABEL KEYS FOR  *
      *>                       THE ALBUM, WITH THE UNKNOWN        *
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
               IF INV-LPID NOT = LPM-LPID
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               END-IF
           END-IF.
       8200-READ-INV-NEXT-EXIT.
           EXIT.
