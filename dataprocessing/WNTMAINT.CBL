       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WNTMAINT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - WANT-LIST MAINTENANCE.  *
      *>                 MAINTAINS THE CUSTOMER WANT LIST FROM THE *
      *>                 WANTTRAN CARDS.  A WA CARD ADDS A WANT    *
      *>                 FOR AN ALBUM BY LPID (TYPE L) OR FOR      *
      *>                 ANYTHING BY AN ARTIST WE DO NOT YET CARRY *
      *>                 (TYPE A); A WD CARD TAKES ONE OFF.  THE   *
      *>                 CUSTOMER MUST BE ON CUSTMAST AND AN ALBUM *
      *>                 WANT MUST NAME AN LPID ON LPMAST.  A WA   *
      *>                 FOR A WANT ALREADY NOTIFIED RE-OPENS IT.  *
      *>                 WNTMATCH MATCHES THE OPEN WANTS AGAINST   *
      *>                 EACH DAY'S ARRIVALS.                      *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WANT-TRANS ASSIGN TO "WANTTRAN"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WANT-LIST ASSIGN TO "WANTLIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS WNT-KEY.

           SELECT OPTIONAL CUST-MASTER ASSIGN TO "CUSTMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CUS-CUSTNO.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPM-LPID.

           SELECT WANT-RPT        ASSIGN TO "WNTMNTRP"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WANT-TRANS
           RECORDING MODE IS F.
       01  WANT-TRANS-RECORD.
           COPY WNTTRAN.

       FD  WANT-LIST.
           COPY WNTMAST.

       FD  CUST-MASTER.
           COPY CUSTMST.

       FD  LP-MASTER.
           COPY LPMAST.

       FD  WANT-RPT
           RECORDING MODE IS F.
       01  WANT-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH           PIC X(01)     VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.

       77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ADDED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-REOPENED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-DELETED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.

       01  WS-WANT-KEY.
           03 WS-WANT-CUSTNO       PIC X(06).
           03 WS-WANT-TYPE         PIC X(01).
           03 WS-WANT-WANTED       PIC X(40).
           03 WS-WANT-ALBUM REDEFINES WS-WANT-WANTED.
              05 WS-WANT-LPID      PIC X(04).
              05 FILLER            PIC X(36).

       01  WS-TITLE-LINE.
           03 FILLER               PIC X(27)  VALUE
              "WANT-LIST MAINTENANCE FOR ".
           03 WT-RUN-DATE          PIC 9(08).

       01  WS-HEADING-LINE.
           03 FILLER               PIC X(06)  VALUE "CODE".
           03 FILLER               PIC X(08)  VALUE "CUSTNO".
           03 FILLER               PIC X(06)  VALUE "TYPE".
           03 FILLER               PIC X(42)  VALUE
              "LPID / ARTIST WANTED".
           03 FILLER               PIC X(30)  VALUE "RESULT".

       01  WS-DETAIL-LINE.
           03 WD-CODE                PIC X(02).
           03 FILLER                 PIC X(04)  VALUE SPACES.
           03 WD-CUSTNO              PIC X(06).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WD-TYPE                PIC X(01).
           03 FILLER                 PIC X(05)  VALUE SPACES.
           03 WD-WANTED              PIC X(40).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WD-RESULT              PIC X(36).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
               UNTIL WS-EOF
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN FILES, PRINT THE HEADINGS, PRIME   *
      *>                   THE FIRST CARD                          *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  WANT-TRANS
           OPEN I-O    WANT-LIST
           OPEN INPUT  CUST-MASTER
           OPEN INPUT  LP-MASTER
           OPEN OUTPUT WANT-RPT
           MOVE WS-RUN-DATE TO WT-RUN-DATE
           WRITE WANT-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WANT-RPT-LINE
           WRITE WANT-RPT-LINE
           WRITE WANT-RPT-LINE FROM WS-HEADING-LINE
           PERFORM 8000-READ-CARD THRU 8000-READ-CARD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-PROCESS-CARD - VET ONE CARD, BUILD THE WANT KEY AND  *
      *>                     APPLY IT.  AN ALBUM WANT IS KEYED BY  *
      *>                     THE LPID ALONE, SPACE-FILLED, SO A    *
      *>                     STRAY CHARACTER AFTER THE LPID ON THE *
      *>                     CARD CANNOT MAKE A SECOND ENTRY.      *
      *>----------------------------------------------------------*
       2000-PROCESS-CARD.
           MOVE SPACES     TO WS-DETAIL-LINE
           MOVE WTR-CODE   TO WD-CODE
           MOVE WTR-CUSTNO TO WD-CUSTNO
           MOVE WTR-TYPE   TO WD-TYPE
           MOVE WTR-WANTED TO WD-WANTED
           IF NOT WTR-ADD
              AND NOT WTR-DELETE
               MOVE "*** UNKNOWN TRANSACTION CODE" TO WD-RESULT
               GO TO 2000-PROCESS-CARD-REJECT
           END-IF
           IF NOT WTR-BY-ALBUM
              AND NOT WTR-BY-ARTIST
               MOVE "*** WANT TYPE MUST BE L OR A" TO WD-RESULT
               GO TO 2000-PROCESS-CARD-REJECT
           END-IF
           IF WTR-CUSTNO = SPACES
               MOVE "*** NO CUSTOMER NUMBER" TO WD-RESULT
               GO TO 2000-PROCESS-CARD-REJECT
           END-IF
           IF WTR-WANTED = SPACES
               MOVE "*** NO LPID OR ARTIST WANTED" TO WD-RESULT
               GO TO 2000-PROCESS-CARD-REJECT
           END-IF
           MOVE WTR-CUSTNO TO WS-WANT-CUSTNO
           MOVE WTR-TYPE   TO WS-WANT-TYPE
           MOVE WTR-WANTED TO WS-WANT-WANTED
           IF WTR-BY-ALBUM
               MOVE SPACES        TO WS-WANT-WANTED
               MOVE WTR-WANT-LPID TO WS-WANT-LPID
           END-IF
           IF WTR-DELETE
               PERFORM 2300-DELETE-WANT THRU 2300-DELETE-WANT-EXIT
           ELSE
               PERFORM 2100-ADD-WANT THRU 2100-ADD-WANT-EXIT
           END-IF
           WRITE WANT-RPT-LINE FROM WS-DETAIL-LINE
           GO TO 2000-PROCESS-CARD-NEXT.
       2000-PROCESS-CARD-REJECT.
           WRITE WANT-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REJECT-COUNT.
       2000-PROCESS-CARD-NEXT.
           PERFORM 8000-READ-CARD THRU 8000-READ-CARD-EXIT.
       2000-PROCESS-CARD-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2100-ADD-WANT - CHECK THE CUSTOMER AND (FOR AN ALBUM) THE *
      *>                 LPID, THEN WRITE THE NEW WANT.  A WANT    *
      *>                 ALREADY ON FILE AND STILL OPEN IS A       *
      *>                 DUPLICATE; ONE ALREADY NOTIFIED IS        *
      *>                 RE-OPENED AS FROM TODAY.                  *
      *>----------------------------------------------------------*
       2100-ADD-WANT.
           MOVE WTR-CUSTNO TO CUS-CUSTNO
           READ CUST-MASTER
               INVALID KEY
                   MOVE "*** CUSTOMER NOT ON CUSTMAST" TO WD-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-ADD-WANT-EXIT
           END-READ
           IF WTR-BY-ALBUM
               MOVE WS-WANT-LPID TO LPM-LPID
               READ LP-MASTER
                   INVALID KEY
                       MOVE "*** LPID NOT ON LP MASTER" TO WD-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                       GO TO 2100-ADD-WANT-EXIT
               END-READ
           END-IF
           MOVE WS-WANT-KEY TO WNT-KEY
           READ WANT-LIST
               INVALID KEY
                   PERFORM 2200-WRITE-WANT THRU 2200-WRITE-WANT-EXIT
                   GO TO 2100-ADD-WANT-EXIT
           END-READ
           IF WNT-OPEN
               MOVE "*** ALREADY ON THE WANT LIST" TO WD-RESULT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2100-ADD-WANT-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WNT-ADDED-DATE
           MOVE 'O'         TO WNT-STATUS
           MOVE ZERO        TO WNT-NOTIFIED-DATE
           MOVE SPACES      TO WNT-NOTIFIED-LPID
           REWRITE WANT-LIST-RECORD
           MOVE "RE-OPENED" TO WD-RESULT
           ADD 1 TO WS-REOPENED-COUNT.
       2100-ADD-WANT-EXIT.
           EXIT.

       2200-WRITE-WANT.
           MOVE WS-WANT-KEY TO WNT-KEY
           MOVE WS-RUN-DATE TO WNT-ADDED-DATE
           MOVE 'O'         TO WNT-STATUS
           MOVE ZERO        TO WNT-NOTIFIED-DATE
           MOVE SPACES      TO WNT-NOTIFIED-LPID
           WRITE WANT-LIST-RECORD
           MOVE "ADDED" TO WD-RESULT
           ADD 1 TO WS-ADDED-COUNT.
       2200-WRITE-WANT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2300-DELETE-WANT - TAKE THE WANT OFF, OPEN OR NOTIFIED    *
      *>----------------------------------------------------------*
       2300-DELETE-WANT.
           MOVE WS-WANT-KEY TO WNT-KEY
           READ WANT-LIST
               INVALID KEY
                   MOVE "*** NOT ON THE WANT LIST" TO WD-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2300-DELETE-WANT-EXIT
           END-READ
           DELETE WANT-LIST RECORD
           MOVE "DELETED" TO WD-RESULT
           ADD 1 TO WS-DELETED-COUNT.
       2300-DELETE-WANT-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 7000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       7000-TERMINATE.
           MOVE SPACES TO WANT-RPT-LINE
           WRITE WANT-RPT-LINE

           MOVE "WANT CARDS READ..............."  TO WS-SUMMARY-TEXT
           MOVE WS-READ-COUNT                      TO WS-SUMMARY-COUNT
           WRITE WANT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "WANTS ADDED..................."  TO WS-SUMMARY-TEXT
           MOVE WS-ADDED-COUNT                     TO WS-SUMMARY-COUNT
           WRITE WANT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "WANTS RE-OPENED..............."  TO WS-SUMMARY-TEXT
           MOVE WS-REOPENED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE WANT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "WANTS DELETED................."  TO WS-SUMMARY-TEXT
           MOVE WS-DELETED-COUNT                   TO WS-SUMMARY-COUNT
           WRITE WANT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "CARDS REJECTED................"  TO WS-SUMMARY-TEXT
           MOVE WS-REJECT-COUNT                    TO WS-SUMMARY-COUNT
           WRITE WANT-RPT-LINE FROM WS-SUMMARY-LINE

           CLOSE WANT-TRANS
           CLOSE WANT-LIST
           CLOSE CUST-MASTER
           CLOSE LP-MASTER
           CLOSE WANT-RPT.
       7000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-CARD - READ THE NEXT WANT CARD, SET EOF        *
      *>----------------------------------------------------------*
       8000-READ-CARD.
           READ WANT-TRANS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-READ-CARD-EXIT.
           EXIT.
