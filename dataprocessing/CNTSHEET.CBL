       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNTSHEET.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - STOCK-TAKE COUNT        *
      *>                 SHEETS.  EVERY ALBUM ON THE INVENTORY     *
      *>                 MASTER PRINTS ONCE, GROUPED BY            *
      *>                 LPM-LPLABEL THEN LPID, WITH ITS NAME,     *
      *>                 ARTIST AND FORMAT FROM THE LP MASTER AND  *
      *>                 BLANK COLUMNS FOR THE COUNTED QUANTITY    *
      *>                 AND LOCATION.  THE ON-HAND FIGURE IS      *
      *>                 DELIBERATELY LEFT OFF SO THE COUNTERS     *
      *>                 COUNT BLIND.  THE COUNTS COME BACK AS     *
      *>                 CNTCARDS FOR CNTINTAK.                    *
      *> 2026-10-15  DP  ONE COUNT LINE PER ALBUM AND CONDITION    *
      *>                 GRADE, WITH THE GRADE PRINTED BESIDE THE  *
      *>                 LPID, SO EACH GRADE IS COUNTED            *
      *>                 SEPARATELY.                               *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT SHEET-RPT       ASSIGN TO "CNTSHTS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK       ASSIGN TO "SORTSHT".

       DATA DIVISION.
       FILE SECTION.
       FD  INV-MASTER.
           COPY INVMAST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  SHEET-RPT
           RECORDING MODE IS F.
       01  SHEET-RPT-LINE        PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SR-SORT-KEY.
              05 SR-LABEL         PIC X(30).
              05 SR-LPID          PIC X(04).
              05 SR-CONDITION     PIC X(02).
           03 SR-LPNAME           PIC X(40).
           03 SR-LPARTIST         PIC X(40).
           03 SR-LPFORMAT         PIC X(03).

       WORKING-STORAGE SECTION.
       77  WS-INV-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-INV-EOF           VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-FIRST-LABEL-SWITCH   PIC X(01)     VALUE 'Y'.
           88 WS-FIRST-LABEL       VALUE 'Y'.

       77  WS-INV-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-LINE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-LABEL-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-LP-COUNT      PIC 9(07) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-PREV-LABEL           PIC X(30)     VALUE SPACES.

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(30)  VALUE
              "STOCK-TAKE COUNT SHEET".
           03 FILLER               PIC X(10)  VALUE "RUN DATE ".
           03 WT-RUN-DATE          PIC 9(08).

       01  WS-LABEL-LINE.
           03 FILLER               PIC X(07)  VALUE "LABEL  ".
           03 WL-LABEL             PIC X(30).

       01  WS-HEADING-LINE.
           03 FILLER               PIC X(06)  VALUE "LPID".
           03 FILLER               PIC X(04)  VALUE "GR".
           03 FILLER               PIC X(42)  VALUE "ALBUM".
           03 FILLER               PIC X(32)  VALUE "ARTIST".
           03 FILLER               PIC X(05)  VALUE "FMT".
           03 FILLER               PIC X(13)  VALUE "COUNTED".
           03 FILLER               PIC X(08)  VALUE "LOCATION".

       01  WS-SHEET-LINE.
           03 WSH-LPID             PIC X(04).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WSH-CONDITION        PIC X(02).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WSH-LPNAME           PIC X(40).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WSH-LPARTIST         PIC X(30).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WSH-LPFORMAT         PIC X(03).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(11)  VALUE "__________".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(10)  VALUE "__________".

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SR-SORT-KEY
               INPUT PROCEDURE IS 2000-RELEASE-ALBUMS
                   THRU 2000-RELEASE-ALBUMS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-SHEETS
                   THRU 3000-PRINT-SHEETS-EXIT
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN FILES, PRINT THE TITLE             *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  INV-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT SHEET-RPT
           MOVE WS-RUN-DATE TO WT-RUN-DATE
           WRITE SHEET-RPT-LINE FROM WS-TITLE-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-RELEASE-ALBUMS - INPUT PROCEDURE: ONE SORT RECORD    *
      *>                       PER INVENTORY RECORD, KEYED ON THE  *
      *>                       LABEL FROM THE LP MASTER THEN LPID  *
      *>                       AND CONDITION GRADE                 *
      *>----------------------------------------------------------*
       2000-RELEASE-ALBUMS.
           PERFORM 8000-READ-INV-NEXT THRU 8000-READ-INV-NEXT-EXIT
           PERFORM 2100-RELEASE-ONE THRU 2100-RELEASE-ONE-EXIT
               UNTIL WS-INV-EOF.
       2000-RELEASE-ALBUMS-EXIT.
           EXIT.

       2100-RELEASE-ONE.
           MOVE INV-LPID TO LPM-LPID
           READ LP-MASTER
               INVALID KEY
                   MOVE "*** LPID NOT ON LP MASTER ***" TO LPM-LPNAME
                   MOVE SPACES                          TO LPM-LPARTIST
                   MOVE SPACES                          TO LPM-LPFORMAT
                   MOVE SPACES                          TO LPM-LPLABEL
                   ADD 1 TO WS-NOT-ON-LP-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE LPM-LPLABEL  TO SR-LABEL
           MOVE INV-LPID     TO SR-LPID
           MOVE INV-CONDITION TO SR-CONDITION
           MOVE LPM-LPNAME   TO SR-LPNAME
           MOVE LPM-LPARTIST TO SR-LPARTIST
           MOVE LPM-LPFORMAT TO SR-LPFORMAT
           RELEASE SORT-RECORD
           PERFORM 8000-READ-INV-NEXT THRU 8000-READ-INV-NEXT-EXIT.
       2100-RELEASE-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-PRINT-SHEETS - OUTPUT PROCEDURE: A HEADING AT EACH   *
      *>                     NEW LABEL, THEN ONE BLANK COUNT LINE  *
      *>                     PER ALBUM AND CONDITION GRADE         *
      *>----------------------------------------------------------*
       3000-PRINT-SHEETS.
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT
           PERFORM 3100-PRINT-ONE-ALBUM THRU 3100-PRINT-ONE-ALBUM-EXIT
               UNTIL WS-SORT-EOF.
       3000-PRINT-SHEETS-EXIT.
           EXIT.

       3100-PRINT-ONE-ALBUM.
           IF WS-FIRST-LABEL
              OR SR-LABEL NOT = WS-PREV-LABEL
               PERFORM 3200-LABEL-HEADING
                   THRU 3200-LABEL-HEADING-EXIT
           END-IF
           MOVE SR-LPID     TO WSH-LPID
           MOVE SR-CONDITION TO WSH-CONDITION
           MOVE SR-LPNAME   TO WSH-LPNAME
           MOVE SR-LPARTIST TO WSH-LPARTIST
           MOVE SR-LPFORMAT TO WSH-LPFORMAT
           WRITE SHEET-RPT-LINE FROM WS-SHEET-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
       3100-PRINT-ONE-ALBUM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3200-LABEL-HEADING - START A NEW LABEL GROUP              *
      *>----------------------------------------------------------*
       3200-LABEL-HEADING.
           MOVE 'N'      TO WS-FIRST-LABEL-SWITCH
           MOVE SR-LABEL TO WS-PREV-LABEL
           ADD 1 TO WS-LABEL-COUNT
           MOVE SPACES TO SHEET-RPT-LINE
           WRITE SHEET-RPT-LINE
           MOVE SR-LABEL TO WL-LABEL
           IF SR-LABEL = SPACES
               MOVE "(NO LABEL)" TO WL-LABEL
           END-IF
           WRITE SHEET-RPT-LINE FROM WS-LABEL-LINE
           WRITE SHEET-RPT-LINE FROM WS-HEADING-LINE.
       3200-LABEL-HEADING-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       4000-TERMINATE.
           MOVE SPACES TO SHEET-RPT-LINE
           WRITE SHEET-RPT-LINE

           MOVE "INVENTORY RECORDS READ........"  TO WS-SUMMARY-TEXT
           MOVE WS-INV-READ-COUNT                  TO WS-SUMMARY-COUNT
           WRITE SHEET-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "LABEL GROUPS PRINTED.........."  TO WS-SUMMARY-TEXT
           MOVE WS-LABEL-COUNT                     TO WS-SUMMARY-COUNT
           WRITE SHEET-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "COUNT LINES PRINTED..........."  TO WS-SUMMARY-TEXT
           MOVE WS-LINE-COUNT                      TO WS-SUMMARY-COUNT
           WRITE SHEET-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "ALBUMS NOT ON LP MASTER......."  TO WS-SUMMARY-TEXT
           MOVE WS-NOT-ON-LP-COUNT                 TO WS-SUMMARY-COUNT
           WRITE SHEET-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE INV-MASTER
           CLOSE LP-MASTER
           CLOSE SHEET-RPT.
       4000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-SORTED - RETURN THE NEXT ALBUM IN LABEL ORDER *
      *>----------------------------------------------------------*
       6900-RETURN-SORTED.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-SORTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-INV-NEXT - READ THE NEXT INVENTORY RECORD      *
      *>----------------------------------------------------------*
       8000-READ-INV-NEXT.
           READ INV-MASTER NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INV-READ-COUNT
           END-READ.
       8000-READ-INV-NEXT-EXIT.
           EXIT.
