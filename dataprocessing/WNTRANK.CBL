       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WNTRANK.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - MONTHLY MOST-WANTED     *
      *>                 REPORT FOR PURCHASING.  COUNTS THE OPEN   *
      *>                 WANTS FOR EVERY ALBUM WE DO NOT HAVE ON   *
      *>                 THE SHELF (NO INVENTORY RECORD, OR NONE   *
      *>                 ON HAND) AND FOR EVERY ARTIST WANTED, AND *
      *>                 LISTS THEM MOST WANTED FIRST, SO THE      *
      *>                 REORDER SUGGESTIONS CAN BE TOPPED UP WITH *
      *>                 WHAT CUSTOMERS ARE ASKING FOR.            *
      *> 2026-10-15  DP  AN ALBUM IS ON THE SHELF WHEN ANY OF ITS  *
      *>                 CONDITION GRADES HAS STOCK ON HAND.       *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WANT-LIST ASSIGN TO "WANTLIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS WNT-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT RANK-WORK       ASSIGN TO "WNTWORK"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RANK-RPT        ASSIGN TO "WNTRNKRP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WANT       ASSIGN TO "SORTWNT".

           SELECT SORT-RANK       ASSIGN TO "SORTWNR".

       DATA DIVISION.
       FILE SECTION.
       FD  WANT-LIST.
           COPY WNTMAST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  INV-MASTER.
           COPY INVMAST.

       FD  RANK-WORK
           RECORDING MODE IS F.
       01  RANK-WORK-RECORD.
           03 RW-COUNT            PIC 9(05).
           03 RW-TYPE             PIC X(01).
           03 RW-WANTED           PIC X(40).
           03 RW-OLDEST-DATE      PIC 9(08).
           03 RW-STOCK            PIC X(01).

       FD  RANK-RPT
           RECORDING MODE IS F.
       01  RANK-RPT-LINE         PIC X(132).

       SD  SORT-WANT.
       01  SORT-WANT-RECORD.
           03 SW-SORT-KEY.
              05 SW-TYPE          PIC X(01).
              05 SW-WANTED        PIC X(40).
           03 SW-ADDED-DATE       PIC 9(08).
           03 SW-STOCK            PIC X(01).

       SD  SORT-RANK.
       01  SORT-RANK-RECORD.
           03 SK-COUNT            PIC 9(05).
           03 SK-TYPE             PIC X(01).
           03 SK-WANTED           PIC X(40).
           03 SK-OLDEST-DATE      PIC 9(08).
           03 SK-STOCK            PIC X(01).
              88 SK-NOT-CARRIED   VALUE 'N'.
              88 SK-OUT-OF-STOCK  VALUE 'O'.

       WORKING-STORAGE SECTION.
       77  WS-WANT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-WANT-EOF          VALUE 'Y'.

       77  WS-WORK-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-WORK-EOF          VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-INV-DONE-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-INV-DONE          VALUE 'Y'.

       77  WS-WANT-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-IN-STOCK-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-COUNTED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-ALBUM-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-ARTIST-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-RANK                 PIC 9(05) COMP VALUE ZERO.
       77  WS-ON-HAND              PIC 9(07) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-PREV-KEY             PIC X(41)     VALUE SPACES.

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(43)  VALUE
              "MOST-WANTED ALBUMS AND ARTISTS NOT STOCKED ".
           03 FILLER               PIC X(06)  VALUE "AS OF ".
           03 WT-RUN-DATE          PIC 9(08).

       01  WS-HEADING-LINE.
           03 FILLER               PIC X(07)  VALUE " RANK".
           03 FILLER               PIC X(08)  VALUE "  WANTS".
           03 FILLER               PIC X(08)  VALUE "WANT".
           03 FILLER               PIC X(06)  VALUE "LPID".
           03 FILLER               PIC X(32)  VALUE "ALBUM".
           03 FILLER               PIC X(42)  VALUE "ARTIST".
           03 FILLER               PIC X(14)  VALUE "STOCK".
           03 FILLER               PIC X(13)  VALUE "OLDEST WANT".

       01  WS-RANK-LINE.
           03 WR-RANK                PIC ZZ,ZZ9.
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WR-COUNT               PIC ZZ,ZZ9.
           03 FILLER                 PIC X(03)  VALUE SPACES.
           03 WR-TYPE                PIC X(06).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WR-LPID                PIC X(04).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WR-LPNAME              PIC X(30).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WR-LPARTIST            PIC X(40).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WR-STOCK               PIC X(12).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WR-OLDEST-DATE         PIC 9(08).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           SORT SORT-WANT
               ON ASCENDING KEY SW-SORT-KEY
               INPUT PROCEDURE IS 2000-RELEASE-WANTS
                   THRU 2000-RELEASE-WANTS-EXIT
               OUTPUT PROCEDURE IS 3000-COUNT-WANTS
                   THRU 3000-COUNT-WANTS-EXIT
           SORT SORT-RANK
               ON DESCENDING KEY SK-COUNT
               ON ASCENDING KEY SK-TYPE
                                SK-WANTED
               INPUT PROCEDURE IS 4000-RELEASE-COUNTS
                   THRU 4000-RELEASE-COUNTS-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-RANKING
                   THRU 5000-PRINT-RANKING-EXIT
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN FILES, PRINT THE HEADINGS          *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  WANT-LIST
           OPEN INPUT  LP-MASTER
           OPEN INPUT  INV-MASTER
           OPEN OUTPUT RANK-RPT
           MOVE WS-RUN-DATE TO WT-RUN-DATE
           WRITE RANK-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO RANK-RPT-LINE
           WRITE RANK-RPT-LINE
           WRITE RANK-RPT-LINE FROM WS-HEADING-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-RELEASE-WANTS - INPUT PROCEDURE: EVERY OPEN WANT    *
      *>                      FOR SOMETHING NOT ON THE SHELF.  A  *
      *>                      WANT ALREADY NOTIFIED HAS BEEN MET  *
      *>                      AND IS NOT COUNTED.                 *
      *>----------------------------------------------------------*
       2000-RELEASE-WANTS.
           PERFORM 8000-READ-WANT-NEXT THRU 8000-READ-WANT-NEXT-EXIT
           PERFORM 2100-RELEASE-ONE THRU 2100-RELEASE-ONE-EXIT
               UNTIL WS-WANT-EOF.
       2000-RELEASE-WANTS-EXIT.
           EXIT.

       2100-RELEASE-ONE.
           IF NOT WNT-OPEN
               GO TO 2100-RELEASE-ONE-NEXT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE SPACE TO SW-STOCK
           IF WNT-BY-ALBUM
               PERFORM 2200-CHECK-STOCK THRU 2200-CHECK-STOCK-EXIT
               IF SW-STOCK = SPACE
                   ADD 1 TO WS-IN-STOCK-COUNT
                   GO TO 2100-RELEASE-ONE-NEXT
               END-IF
           END-IF
           MOVE WNT-TYPE       TO SW-TYPE
           MOVE WNT-WANTED     TO SW-WANTED
           MOVE WNT-ADDED-DATE TO SW-ADDED-DATE
           RELEASE SORT-WANT-RECORD
           ADD 1 TO WS-COUNTED-COUNT.
       2100-RELEASE-ONE-NEXT.
           PERFORM 8000-READ-WANT-NEXT THRU 8000-READ-WANT-NEXT-EXIT.
       2100-RELEASE-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-CHECK-STOCK - ON-HAND FOR THE WANTED ALBUM SUMMED   *
      *>                    OVER EVERY CONDITION GRADE.  NO GRADE *
      *>                    ON FILE IS N, GRADES ON FILE BUT NONE *
      *>                    ON HAND IS O, ANY STOCK LEAVES SPACE. *
      *>----------------------------------------------------------*
       2200-CHECK-STOCK.
           MOVE 'N'           TO SW-STOCK
           MOVE 'N'           TO WS-INV-DONE-SWITCH
           MOVE ZERO          TO WS-ON-HAND
           MOVE WNT-WANT-LPID TO INV-LPID
           MOVE LOW-VALUES    TO INV-CONDITION
           START INV-MASTER KEY IS >= INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               NOT INVALID KEY
                   PERFORM 8200-READ-INV-NEXT
                       THRU 8200-READ-INV-NEXT-EXIT
           END-START
           IF NOT WS-INV-DONE
               MOVE 'O' TO SW-STOCK
           END-IF
           PERFORM 2210-ADD-GRADE THRU 2210-ADD-GRADE-EXIT
               UNTIL WS-INV-DONE
           IF WS-ON-HAND > ZERO
               MOVE SPACE TO SW-STOCK
           END-IF.
       2200-CHECK-STOCK-EXIT.
           EXIT.

       2210-ADD-GRADE.
           ADD INV-QTY-ON-HAND TO WS-ON-HAND
           PERFORM 8200-READ-INV-NEXT THRU 8200-READ-INV-NEXT-EXIT.
       2210-ADD-GRADE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-COUNT-WANTS - OUTPUT PROCEDURE: ONE WORK RECORD PER *
      *>                    ALBUM OR ARTIST WITH ITS WANT COUNT   *
      *>                    AND THE DATE OF ITS OLDEST WANT       *
      *>----------------------------------------------------------*
       3000-COUNT-WANTS.
           OPEN OUTPUT RANK-WORK
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 6900-RETURN-WANT THRU 6900-RETURN-WANT-EXIT
           PERFORM 3100-COUNT-ONE THRU 3100-COUNT-ONE-EXIT
               UNTIL WS-SORT-EOF
           CLOSE RANK-WORK.
       3000-COUNT-WANTS-EXIT.
           EXIT.

       3100-COUNT-ONE.
           MOVE SW-SORT-KEY   TO WS-PREV-KEY
           MOVE ZERO          TO RW-COUNT
           MOVE SW-TYPE       TO RW-TYPE
           MOVE SW-WANTED     TO RW-WANTED
           MOVE SW-ADDED-DATE TO RW-OLDEST-DATE
           MOVE SW-STOCK      TO RW-STOCK
           PERFORM 3150-ADD-WANT THRU 3150-ADD-WANT-EXIT
               UNTIL WS-SORT-EOF
                  OR SW-SORT-KEY NOT = WS-PREV-KEY
           WRITE RANK-WORK-RECORD.
       3100-COUNT-ONE-EXIT.
           EXIT.

       3150-ADD-WANT.
           ADD 1 TO RW-COUNT
           IF SW-ADDED-DATE < RW-OLDEST-DATE
               MOVE SW-ADDED-DATE TO RW-OLDEST-DATE
           END-IF
           PERFORM 6900-RETURN-WANT THRU 6900-RETURN-WANT-EXIT.
       3150-ADD-WANT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-RELEASE-COUNTS - INPUT PROCEDURE: THE COUNTED WORK  *
      *>                       RECORDS, FOR RANKING               *
      *>----------------------------------------------------------*
       4000-RELEASE-COUNTS.
           OPEN INPUT RANK-WORK
           PERFORM 8100-READ-WORK THRU 8100-READ-WORK-EXIT
           PERFORM 4100-RELEASE-ONE THRU 4100-RELEASE-ONE-EXIT
               UNTIL WS-WORK-EOF
           CLOSE RANK-WORK.
       4000-RELEASE-COUNTS-EXIT.
           EXIT.

       4100-RELEASE-ONE.
           MOVE RW-COUNT       TO SK-COUNT
           MOVE RW-TYPE        TO SK-TYPE
           MOVE RW-WANTED      TO SK-WANTED
           MOVE RW-OLDEST-DATE TO SK-OLDEST-DATE
           MOVE RW-STOCK       TO SK-STOCK
           RELEASE SORT-RANK-RECORD
           PERFORM 8100-READ-WORK THRU 8100-READ-WORK-EXIT.
       4100-RELEASE-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 5000-PRINT-RANKING - OUTPUT PROCEDURE: ONE LINE PER      *
      *>                      ALBUM OR ARTIST, MOST WANTED FIRST  *
      *>----------------------------------------------------------*
       5000-PRINT-RANKING.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 6950-RETURN-RANK THRU 6950-RETURN-RANK-EXIT
           PERFORM 5100-PRINT-ONE THRU 5100-PRINT-ONE-EXIT
               UNTIL WS-SORT-EOF.
       5000-PRINT-RANKING-EXIT.
           EXIT.

       5100-PRINT-ONE.
           ADD 1 TO WS-RANK
           MOVE SPACES         TO WS-RANK-LINE
           MOVE WS-RANK        TO WR-RANK
           MOVE SK-COUNT       TO WR-COUNT
           MOVE SK-OLDEST-DATE TO WR-OLDEST-DATE
           IF SK-TYPE = 'L'
               MOVE "ALBUM"      TO WR-TYPE
               MOVE SK-WANTED    TO LPM-LPID
               READ LP-MASTER
                   INVALID KEY
                       MOVE "*** LPID NOT ON LP MASTER ***"
                                             TO LPM-LPNAME
                       MOVE SPACES           TO LPM-LPARTIST
               END-READ
               MOVE LPM-LPID     TO WR-LPID
               MOVE LPM-LPNAME   TO WR-LPNAME
               MOVE LPM-LPARTIST TO WR-LPARTIST
               ADD 1 TO WS-ALBUM-COUNT
           ELSE
               MOVE "ARTIST"     TO WR-TYPE
               MOVE SK-WANTED    TO WR-LPARTIST
               ADD 1 TO WS-ARTIST-COUNT
           END-IF
           EVALUATE TRUE
               WHEN SK-NOT-CARRIED
                   MOVE "NOT CARRIED"  TO WR-STOCK
               WHEN SK-OUT-OF-STOCK
                   MOVE "OUT OF STOCK" TO WR-STOCK
               WHEN OTHER
                   MOVE "NOT CARRIED"  TO WR-STOCK
           END-EVALUATE
           WRITE RANK-RPT-LINE FROM WS-RANK-LINE
           PERFORM 6950-RETURN-RANK THRU 6950-RETURN-RANK-EXIT.
       5100-PRINT-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-WANT - RETURN THE NEXT WANT IN ALBUM/ARTIST  *
      *>                    ORDER                                 *
      *>----------------------------------------------------------*
       6900-RETURN-WANT.
           RETURN SORT-WANT
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-WANT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6950-RETURN-RANK - RETURN THE NEXT COUNT, HIGHEST FIRST  *
      *>----------------------------------------------------------*
       6950-RETURN-RANK.
           RETURN SORT-RANK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6950-RETURN-RANK-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 7000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       7000-TERMINATE.
           MOVE SPACES TO RANK-RPT-LINE
           WRITE RANK-RPT-LINE

           MOVE "WANTS READ...................."  TO WS-SUMMARY-TEXT
           MOVE WS-WANT-COUNT                      TO WS-SUMMARY-COUNT
           WRITE RANK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPEN WANTS...................."  TO WS-SUMMARY-TEXT
           MOVE WS-OPEN-COUNT                      TO WS-SUMMARY-COUNT
           WRITE RANK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPEN WANTS ALREADY IN STOCK..."  TO WS-SUMMARY-TEXT
           MOVE WS-IN-STOCK-COUNT                  TO WS-SUMMARY-COUNT
           WRITE RANK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPEN WANTS NOT STOCKED........"  TO WS-SUMMARY-TEXT
           MOVE WS-COUNTED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE RANK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS RANKED................."  TO WS-SUMMARY-TEXT
           MOVE WS-ALBUM-COUNT                     TO WS-SUMMARY-COUNT
           WRITE RANK-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ARTISTS RANKED................"  TO WS-SUMMARY-TEXT
           MOVE WS-ARTIST-COUNT                    TO WS-SUMMARY-COUNT
           WRITE RANK-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE WANT-LIST
           CLOSE LP-MASTER
           CLOSE INV-MASTER
           CLOSE RANK-RPT.
       7000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-WANT-NEXT - READ THE NEXT WANT IN KEY ORDER    *
      *>----------------------------------------------------------*
       8000-READ-WANT-NEXT.
           READ WANT-LIST NEXT RECORD
               AT END
                   SET WS-WANT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-WANT-COUNT
           END-READ.
       8000-READ-WANT-NEXT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-WORK - READ THE NEXT COUNTED WORK RECORD       *
      *>----------------------------------------------------------*
       8100-READ-WORK.
           READ RANK-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
           END-READ.
       8100-READ-WORK-EXIT.
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
               IF INV-LPID NOT = WNT-WANT-LPID
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
               END-IF
           END-IF.
       8200-READ-INV-NEXT-EXIT.
           EXIT.
