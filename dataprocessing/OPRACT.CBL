       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPRACT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - DAILY OPERATOR ACTIVITY *
      *>                 REPORT.  EVERY CATALOG TRANSACTION ON THE *
      *>                 AUDARCHV ARCHIVE AND EVERY STOCK MOVEMENT *
      *>                 ON THE STKLEDGR LEDGER DATED ON THE       *
      *>                 OPRPARM REPORT DATE (NO CARD OR ZERO      *
      *>                 MEANS TODAY) IS SORTED BY THE OPERATOR    *
      *>                 AND SOURCE STAMPED ON IT AND COUNTED BY   *
      *>                 OPERATOR, SOURCE AND CODE.  EVERY LD, TD  *
      *>                 AND SP IS LISTED IN FULL.  EACH OPERATOR  *
      *>                 IS NAMED FROM OPRAUTH; ONE NOT ON FILE,   *
      *>                 OR A RECORD LOGGED BEFORE THE STAMP, IS   *
      *>                 FLAGGED.                                  *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDARCHV"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER ASSIGN TO "STKLEDGR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPR-AUTH ASSIGN TO "OPRAUTH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS OPR-OPERATOR-ID.

           SELECT OPTIONAL OPR-PARM ASSIGN TO "OPRPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTIVITY-RPT    ASSIGN TO "OPRACTRP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK       ASSIGN TO "SORTOPR".

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY AUDREC.

       FD  STOCK-LEDGER
           RECORDING MODE IS F.
       01  STOCK-LEDGER-RECORD.
           COPY STKLEDG.

       FD  OPR-AUTH.
           COPY OPRAUTH.

       FD  OPR-PARM
           RECORDING MODE IS F.
       01  OPR-PARM-RECORD.
           COPY OPRPARM.

       FD  ACTIVITY-RPT
           RECORDING MODE IS F.
       01  ACTIVITY-RPT-LINE     PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SR-SORT-KEY.
              05 SR-OPERATOR      PIC X(08).
              05 SR-SOURCE        PIC X(02).
              05 SR-CODE          PIC X(02).
              05 SR-SEQUENCE      PIC 9(07).
           03 SR-LPID             PIC X(04).
           03 SR-TRACKNUM         PIC X(02).
           03 SR-TEXT             PIC X(84).

       WORKING-STORAGE SECTION.
       77  WS-AUD-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-AUD-EOF           VALUE 'Y'.

       77  WS-LDG-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-LDG-EOF           VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH      PIC X(01)     VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

       77  WS-FIRST-OPER-SWITCH    PIC X(01)     VALUE 'Y'.
           88 WS-FIRST-OPERATOR    VALUE 'Y'.

       77  WS-AUD-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-LDG-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-RELEASE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-OPERATOR-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-FILE-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  WS-UNSTAMPED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-LISTED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-GROUP-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-OPER-TOTAL           PIC 9(07) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-PREV-OPERATOR        PIC X(08)     VALUE SPACES.
       77  WS-PREV-SOURCE          PIC X(02)     VALUE SPACES.
       77  WS-PREV-CODE            PIC X(02)     VALUE SPACES.

           COPY TRANS.

           COPY STRANS.

       01  WS-HEADING-LINE.
           03 FILLER               PIC X(41)  VALUE
              "OPERATOR ACTIVITY REPORT - ACTIVITY DATE".
           03 WH-REPORT-DATE       PIC 9(08).
           03 FILLER               PIC X(12)  VALUE
              "   RUN DATE".
           03 WH-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE-1.
           03 FILLER               PIC X(04)  VALUE SPACES.
           03 FILLER               PIC X(02)  VALUE "SC".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(18)  VALUE "SOURCE".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(02)  VALUE "TC".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(18)  VALUE "ACTION".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(07)  VALUE "  COUNT".

       01  WS-COLUMN-LINE-2.
           03 FILLER               PIC X(08)  VALUE SPACES.
           03 FILLER               PIC X(02)  VALUE "TC".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(04)  VALUE "LPID".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(02)  VALUE "TR".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(40)  VALUE
              "DETAIL (EVERY LD, TD AND SP IN FULL)".

       01  WS-OPERATOR-LINE.
           03 FILLER               PIC X(09)  VALUE "OPERATOR ".
           03 WO-OPERATOR          PIC X(08).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WO-NAME              PIC X(30).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WO-CLASS             PIC X(10).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WO-STATUS            PIC X(20).

       01  WS-COUNT-LINE.
           03 FILLER               PIC X(04)  VALUE SPACES.
           03 WK-SOURCE            PIC X(02).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WK-SOURCE-DESC       PIC X(18).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WK-CODE              PIC X(02).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WK-CODE-DESC         PIC X(18).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WK-COUNT             PIC ZZZ,ZZ9.

       01  WS-DETAIL-LINE.
           03 FILLER               PIC X(08)  VALUE SPACES.
           03 WD-CODE              PIC X(02).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-LPID              PIC X(04).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-TRACKNUM          PIC X(02).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-FIELDS            PIC X(84).
           03 WD-LP-FIELDS REDEFINES WD-FIELDS.
              05 WDL-LPNAME        PIC X(40).
              05 FILLER            PIC X(02).
              05 WDL-LPARTIST      PIC X(40).
              05 FILLER            PIC X(02).
           03 WD-TRACK-FIELDS REDEFINES WD-FIELDS.
              05 WDT-TRACKNAME     PIC X(40).
              05 FILLER            PIC X(02).
              05 WDT-SECONDS       PIC ZZ,ZZ9.
              05 FILLER            PIC X(36).
           03 WD-PRICE-FIELDS REDEFINES WD-FIELDS.
              05 WDP-PRICE-TAG     PIC X(10).
              05 WDP-PRICE         PIC ZZ,ZZ9.99.
              05 FILLER            PIC X(02).
              05 WDP-GRADE-TAG     PIC X(06).
              05 WDP-GRADE         PIC X(02).
              05 FILLER            PIC X(55).

       01  WS-TOTAL-LINE.
           03 FILLER               PIC X(04)  VALUE SPACES.
           03 WT-TEXT              PIC X(46).
           03 WT-OPER-TEXT REDEFINES WT-TEXT.
              05 WT-OPER-TAG       PIC X(19).
              05 WT-OPERATOR       PIC X(08).
              05 FILLER            PIC X(19).
           03 WT-COUNT             PIC ZZZ,ZZ9.

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
               INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
                   THRU 2000-RELEASE-ACTIVITY-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-ACTIVITY
                   THRU 4000-PRINT-ACTIVITY-EXIT
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - READ THE REPORT DATE, OPEN FILES,      *
      *>                   PRINT THE REPORT HEADING               *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           OPEN INPUT  AUDIT-LOG
           OPEN INPUT  STOCK-LEDGER
           OPEN INPUT  OPR-AUTH
           OPEN OUTPUT ACTIVITY-RPT
           MOVE OPP-REPORT-DATE TO WH-REPORT-DATE
           MOVE WS-RUN-DATE     TO WH-RUN-DATE
           WRITE ACTIVITY-RPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO ACTIVITY-RPT-LINE
           WRITE ACTIVITY-RPT-LINE
           WRITE ACTIVITY-RPT-LINE FROM WS-COLUMN-LINE-1
           WRITE ACTIVITY-RPT-LINE FROM WS-COLUMN-LINE-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - READ THE REPORT DATE.  NO CARD, OR A     *
      *>                  ZERO DATE, MEANS TODAY'S ACTIVITY.       *
      *>----------------------------------------------------------*
       1010-READ-PARM.
           OPEN INPUT OPR-PARM
           READ OPR-PARM
               AT END
                   MOVE ZERO TO OPP-REPORT-DATE
           END-READ
           CLOSE OPR-PARM
           IF OPP-REPORT-DATE NOT NUMERIC
               MOVE ZERO TO OPP-REPORT-DATE
           END-IF
           IF OPP-REPORT-DATE = ZERO
               MOVE WS-RUN-DATE TO OPP-REPORT-DATE
           END-IF.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-RELEASE-ACTIVITY - INPUT PROCEDURE: RELEASE EVERY    *
      *>                         AUDIT AND LEDGER RECORD DATED ON  *
      *>                         THE REPORT DATE, KEYED ON ITS     *
      *>                         OPERATOR, SOURCE AND CODE.  THE   *
      *>                         SEQUENCE KEEPS LOG ORDER WITHIN   *
      *>                         A CODE.                           *
      *>----------------------------------------------------------*
       2000-RELEASE-ACTIVITY.
           PERFORM 8000-READ-AUDIT THRU 8000-READ-AUDIT-EXIT
           PERFORM 2100-RELEASE-AUDIT THRU 2100-RELEASE-AUDIT-EXIT
               UNTIL WS-AUD-EOF
           PERFORM 8100-READ-LEDGER THRU 8100-READ-LEDGER-EXIT
           PERFORM 2200-RELEASE-LEDGER THRU 2200-RELEASE-LEDGER-EXIT
               UNTIL WS-LDG-EOF.
       2000-RELEASE-ACTIVITY-EXIT.
           EXIT.

       2100-RELEASE-AUDIT.
           IF AUD-RUN-DATE NOT = OPP-REPORT-DATE
               GO TO 2100-RELEASE-AUDIT-NEXT
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           MOVE AUD-OPERATOR          TO SR-OPERATOR
           MOVE AUD-SOURCE            TO SR-SOURCE
           MOVE AUD-TCODE             TO SR-CODE
           MOVE WS-RELEASE-COUNT      TO SR-SEQUENCE
           MOVE AUD-AFFECTED-LPID     TO SR-LPID
           MOVE AUD-AFFECTED-TRACKNUM TO SR-TRACKNUM
           MOVE AUD-TTEXT             TO SR-TEXT
           RELEASE SORT-RECORD.
       2100-RELEASE-AUDIT-NEXT.
           PERFORM 8000-READ-AUDIT THRU 8000-READ-AUDIT-EXIT.
       2100-RELEASE-AUDIT-EXIT.
           EXIT.

       2200-RELEASE-LEDGER.
           IF SLG-RUN-DATE NOT = OPP-REPORT-DATE
               GO TO 2200-RELEASE-LEDGER-NEXT
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           MOVE SLG-OPERATOR          TO SR-OPERATOR
           MOVE SLG-SOURCE            TO SR-SOURCE
           MOVE SLG-SCODE             TO SR-CODE
           MOVE WS-RELEASE-COUNT      TO SR-SEQUENCE
           MOVE SLG-AFFECTED-LPID     TO SR-LPID
           MOVE SPACES                TO SR-TRACKNUM
           MOVE SLG-STEXT             TO SR-TEXT
           RELEASE SORT-RECORD.
       2200-RELEASE-LEDGER-NEXT.
           PERFORM 8100-READ-LEDGER THRU 8100-READ-LEDGER-EXIT.
       2200-RELEASE-LEDGER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-PRINT-ACTIVITY - OUTPUT PROCEDURE: A HEADING AT EACH *
      *>                      CHANGE OF OPERATOR, A COUNT LINE AT  *
      *>                      EACH CHANGE OF SOURCE OR CODE, AN    *
      *>                      OPERATOR TOTAL AND A DAY TOTAL       *
      *>----------------------------------------------------------*
       4000-PRINT-ACTIVITY.
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT
           PERFORM 4100-PRINT-ONE THRU 4100-PRINT-ONE-EXIT
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-OPERATOR
               PERFORM 4300-PRINT-GROUP-COUNT
                   THRU 4300-PRINT-GROUP-COUNT-EXIT
               PERFORM 4400-PRINT-OPER-TOTAL
                   THRU 4400-PRINT-OPER-TOTAL-EXIT
           END-IF
           MOVE SPACES TO ACTIVITY-RPT-LINE
           WRITE ACTIVITY-RPT-LINE
           MOVE "TOTAL TRANSACTIONS FOR THE DAY" TO WT-TEXT
           MOVE WS-RELEASE-COUNT                 TO WT-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-TOTAL-LINE.
       4000-PRINT-ACTIVITY-EXIT.
           EXIT.

       4100-PRINT-ONE.
           IF WS-FIRST-OPERATOR
               MOVE 'N' TO WS-FIRST-OPER-SWITCH
               PERFORM 4200-START-OPERATOR
                   THRU 4200-START-OPERATOR-EXIT
           END-IF
           IF SR-OPERATOR NOT = WS-PREV-OPERATOR
               PERFORM 4300-PRINT-GROUP-COUNT
                   THRU 4300-PRINT-GROUP-COUNT-EXIT
               PERFORM 4400-PRINT-OPER-TOTAL
                   THRU 4400-PRINT-OPER-TOTAL-EXIT
               PERFORM 4200-START-OPERATOR
                   THRU 4200-START-OPERATOR-EXIT
           END-IF
           IF SR-SOURCE NOT = WS-PREV-SOURCE
              OR SR-CODE NOT = WS-PREV-CODE
               PERFORM 4300-PRINT-GROUP-COUNT
                   THRU 4300-PRINT-GROUP-COUNT-EXIT
               MOVE SR-SOURCE TO WS-PREV-SOURCE
               MOVE SR-CODE   TO WS-PREV-CODE
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-OPER-TOTAL
           IF SR-OPERATOR = SPACES
              OR SR-SOURCE = SPACES
               ADD 1 TO WS-UNSTAMPED-COUNT
           END-IF
           IF SR-CODE = 'LD' OR SR-CODE = 'TD' OR SR-CODE = 'SP'
               PERFORM 4500-PRINT-DETAIL THRU 4500-PRINT-DETAIL-EXIT
           END-IF
           PERFORM 6900-RETURN-SORTED THRU 6900-RETURN-SORTED-EXIT.
       4100-PRINT-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4200-START-OPERATOR - NAME THE NEW OPERATOR FROM OPRAUTH  *
      *>                       AND RESET THE BREAK FIELDS.  A      *
      *>                       BLANK OPERATOR IS ACTIVITY LOGGED   *
      *>                       BEFORE THE STAMP WAS CARRIED.       *
      *>----------------------------------------------------------*
       4200-START-OPERATOR.
           MOVE SR-OPERATOR TO WS-PREV-OPERATOR
           MOVE SR-SOURCE   TO WS-PREV-SOURCE
           MOVE SR-CODE     TO WS-PREV-CODE
           MOVE ZERO        TO WS-GROUP-COUNT
           MOVE ZERO        TO WS-OPER-TOTAL
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE SPACES TO ACTIVITY-RPT-LINE
           WRITE ACTIVITY-RPT-LINE
           MOVE SR-OPERATOR TO WO-OPERATOR
           MOVE SPACES      TO WO-NAME
           MOVE SPACES      TO WO-CLASS
           MOVE SPACES      TO WO-STATUS
           IF SR-OPERATOR = SPACES
               MOVE "(NONE)"            TO WO-OPERATOR
               MOVE "NOT STAMPED"       TO WO-NAME
               GO TO 4200-START-OPERATOR-PRINT
           END-IF
           MOVE SR-OPERATOR TO OPR-OPERATOR-ID
           READ OPR-AUTH
               INVALID KEY
                   MOVE "*** NOT ON OPRAUTH ***" TO WO-NAME
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   GO TO 4200-START-OPERATOR-PRINT
           END-READ
           MOVE OPR-NAME TO WO-NAME
           EVALUATE TRUE
               WHEN OPR-SUPERVISOR
                   MOVE "SUPERVISOR" TO WO-CLASS
               WHEN OPR-CLERK
                   MOVE "CLERK"      TO WO-CLASS
               WHEN OPR-BATCH-JOB
                   MOVE "BATCH JOB"  TO WO-CLASS
               WHEN OTHER
                   MOVE "CLASS ?"    TO WO-CLASS
           END-EVALUATE
           IF NOT OPR-ACTIVE
               MOVE "*** NOT ACTIVE ***" TO WO-STATUS
           END-IF.
       4200-START-OPERATOR-PRINT.
           WRITE ACTIVITY-RPT-LINE FROM WS-OPERATOR-LINE.
       4200-START-OPERATOR-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4300-PRINT-GROUP-COUNT - CLOSE OFF ONE SOURCE AND CODE    *
      *>                          UNDER THE OPERATOR WITH ITS      *
      *>                          COUNT                            *
      *>----------------------------------------------------------*
       4300-PRINT-GROUP-COUNT.
           IF WS-GROUP-COUNT = ZERO
               GO TO 4300-PRINT-GROUP-COUNT-EXIT
           END-IF
           MOVE WS-PREV-SOURCE TO WK-SOURCE
           MOVE WS-PREV-CODE   TO WK-CODE
           EVALUATE WS-PREV-SOURCE
               WHEN 'KY'
                   MOVE "KEYED"              TO WK-SOURCE-DESC
               WHEN 'DU'
                   MOVE "DUPALBUM DECK"      TO WK-SOURCE-DESC
               WHEN 'RP'
                   MOVE "REPRICE"            TO WK-SOURCE-DESC
               WHEN 'OI'
                   MOVE "ORDINTAK"           TO WK-SOURCE-DESC
               WHEN 'CA'
                   MOVE "CNTADJ"             TO WK-SOURCE-DESC
               WHEN 'RT'
                   MOVE "RTNINTAK"           TO WK-SOURCE-DESC
               WHEN 'BR'
                   MOVE "BACKORDER RELEASE"  TO WK-SOURCE-DESC
               WHEN SPACES
                   MOVE "(NONE)"             TO WK-SOURCE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN SOURCE"     TO WK-SOURCE-DESC
           END-EVALUATE
           EVALUATE WS-PREV-CODE
               WHEN 'LA'
                   MOVE "ALBUM ADDED"        TO WK-CODE-DESC
               WHEN 'LC'
                   MOVE "ALBUM CHANGED"      TO WK-CODE-DESC
               WHEN 'LD'
                   MOVE "ALBUM DELETED"      TO WK-CODE-DESC
               WHEN 'TA'
                   MOVE "TRACK ADDED"        TO WK-CODE-DESC
               WHEN 'TC'
                   MOVE "TRACK CHANGED"      TO WK-CODE-DESC
               WHEN 'TD'
                   MOVE "TRACK DELETED"      TO WK-CODE-DESC
               WHEN 'LM'
                   MOVE "ALBUM METADATA"     TO WK-CODE-DESC
               WHEN 'SR'
                   MOVE "STOCK RECEIVED"     TO WK-CODE-DESC
               WHEN 'SS'
                   MOVE "STOCK SOLD"         TO WK-CODE-DESC
               WHEN 'SA'
                   MOVE "STOCK ADJUSTED"     TO WK-CODE-DESC
               WHEN 'SP'
                   MOVE "PRICE CHANGED"      TO WK-CODE-DESC
               WHEN 'SC'
                   MOVE "STOCK RETURNED"     TO WK-CODE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN CODE"       TO WK-CODE-DESC
           END-EVALUATE
           MOVE WS-GROUP-COUNT TO WK-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-COUNT-LINE
           MOVE ZERO TO WS-GROUP-COUNT.
       4300-PRINT-GROUP-COUNT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4400-PRINT-OPER-TOTAL - CLOSE OFF THE LAST OPERATOR       *
      *>----------------------------------------------------------*
       4400-PRINT-OPER-TOTAL.
           MOVE SPACES                 TO WT-TEXT
           MOVE "TOTAL FOR OPERATOR"   TO WT-OPER-TAG
           MOVE WS-PREV-OPERATOR       TO WT-OPERATOR
           IF WS-PREV-OPERATOR = SPACES
               MOVE "(NONE)"           TO WT-OPERATOR
           END-IF
           MOVE WS-OPER-TOTAL          TO WT-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-TOTAL-LINE.
       4400-PRINT-OPER-TOTAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4500-PRINT-DETAIL - LIST AN LD, TD OR SP IN FULL, THE     *
      *>                     TEXT BROKEN OUT PER ITS CARD LAYOUT   *
      *>----------------------------------------------------------*
       4500-PRINT-DETAIL.
           MOVE SR-CODE     TO WD-CODE
           MOVE SR-LPID     TO WD-LPID
           MOVE SR-TRACKNUM TO WD-TRACKNUM
           MOVE SPACES      TO WD-FIELDS
           EVALUATE SR-CODE
               WHEN 'LD'
                   MOVE SR-TEXT             TO TTEXT OF TRANS
                   MOVE LPNAME OF LPDATA    TO WDL-LPNAME
                   MOVE LPARTIST OF LPDATA  TO WDL-LPARTIST
               WHEN 'TD'
                   MOVE SR-TEXT             TO TTEXT OF TRANS
                   MOVE TRACKNAME OF TRACKDATA TO WDT-TRACKNAME
                   IF TRACKSECONDS OF TRACKDATA NUMERIC
                       MOVE TRACKSECONDS OF TRACKDATA TO WDT-SECONDS
                   END-IF
               WHEN 'SP'
                   MOVE SR-TEXT             TO STEXT OF STRANS
                   MOVE "NEW PRICE "        TO WDP-PRICE-TAG
                   IF STKPRICE OF SPDATA NUMERIC
                       MOVE STKPRICE OF SPDATA TO WDP-PRICE
                   END-IF
                   MOVE "GRADE "            TO WDP-GRADE-TAG
                   MOVE STKCOND OF SPDATA   TO WDP-GRADE
           END-EVALUATE
           WRITE ACTIVITY-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.
       4500-PRINT-DETAIL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 6900-RETURN-SORTED - RETURN THE NEXT RECORD IN OPERATOR   *
      *>                      ORDER                                *
      *>----------------------------------------------------------*
       6900-RETURN-SORTED.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       6900-RETURN-SORTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 7000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       7000-TERMINATE.
           MOVE SPACES TO ACTIVITY-RPT-LINE
           WRITE ACTIVITY-RPT-LINE

           MOVE "AUDIT RECORDS READ............"  TO WS-SUMMARY-TEXT
           MOVE WS-AUD-READ-COUNT                  TO WS-SUMMARY-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "LEDGER RECORDS READ..........."  TO WS-SUMMARY-TEXT
           MOVE WS-LDG-READ-COUNT                  TO WS-SUMMARY-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "TRANSACTIONS ON REPORT DATE..."  TO WS-SUMMARY-TEXT
           MOVE WS-RELEASE-COUNT                   TO WS-SUMMARY-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "TRANSACTIONS LISTED IN FULL..."  TO WS-SUMMARY-TEXT
           MOVE WS-LISTED-COUNT                    TO WS-SUMMARY-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "TRANSACTIONS NOT STAMPED......"  TO WS-SUMMARY-TEXT
           MOVE WS-UNSTAMPED-COUNT                 TO WS-SUMMARY-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPERATORS LISTED.............."  TO WS-SUMMARY-TEXT
           MOVE WS-OPERATOR-COUNT                  TO WS-SUMMARY-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "OPERATORS NOT ON OPRAUTH......"  TO WS-SUMMARY-TEXT
           MOVE WS-NOT-ON-FILE-COUNT               TO WS-SUMMARY-COUNT
           WRITE ACTIVITY-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE AUDIT-LOG
           CLOSE STOCK-LEDGER
           CLOSE OPR-AUTH
           CLOSE ACTIVITY-RPT.
       7000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-AUDIT - READ THE NEXT AUDIT RECORD, SET EOF     *
      *>----------------------------------------------------------*
       8000-READ-AUDIT.
           READ AUDIT-LOG
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-READ-COUNT
           END-READ.
       8000-READ-AUDIT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-LEDGER - READ THE NEXT LEDGER RECORD, SET EOF  *
      *>----------------------------------------------------------*
       8100-READ-LEDGER.
           READ STOCK-LEDGER
               AT END
                   SET WS-LDG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LDG-READ-COUNT
           END-READ.
       8100-READ-LEDGER-EXIT.
           EXIT.
