      *>                 NAME) TO THE PERMANENT RUNSTATS HISTORY   *
      *>                 FILE AT END OF RUN, FOR THE RUNTREND      *
      *>                 TREND REPORT.                             *
      *> 2026-10-15  DP  BRACKET THE CARDS WRITTEN TO TRANSOUT     *
      *>                 WITH A CH HEADER AND A CT TRAILER         *
      *>                 CARRYING THE RUN DATE, RECORD COUNT AND   *
      *>                 HASH TOTAL OF THE LPID KEYS, AND LOG THE  *
      *>                 SAME TOTALS ON THE CTLTOTS CONTROL FILE.  *
      *>                 THE CATALOG LOAD CHECKS THEM BEFORE IT    *
      *>                 APPLIES ANYTHING.                         *
      *> 2026-10-15  DP  EVERY CARD CARRIES AN OPERATOR ID AND A   *
      *>                 SOURCE CODE (TOPERATOR/TSOURCE) AFTER     *
      *>                 TTEXT.  THE OPERATOR MUST BE ACTIVE ON    *
      *>                 THE NEW OPRAUTH AUTHORITY FILE AND        *
      *>                 ALLOWED THE TCODE; KEYED CARDS MUST COME  *
      *>                 FROM A PERSON AND GENERATED DECKS FROM    *
      *>                 THEIR BATCH-JOB OPERATOR, AND AN LD FROM  *
      *>                 A PERSON NEEDS A SUPERVISOR.  REJECTS NOW *
      *>                 PRINT THE STAMP AND A REASON.  THE STAMP  *
      *>                 IS PASSED ON TO TRANSOUT.                 *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RUN-STATS ASSIGN TO "RUNSTATS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTL-TOTALS ASSIGN TO "CTLTOTS"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPR-AUTH ASSIGN TO "OPRAUTH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS OPR-OPERATOR-ID.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN
       01  TRANS-OUT-RECORD.
           03 TO-TCODE           PIC XX.
           03 TO-TTEXT           PIC X(84).
           03 TO-TOPERATOR       PIC X(08).
           03 TO-TSOURCE         PIC X(02).

       FD  EXCEPT-RPT
           RECORDING MODE IS F.
       01  RUN-STAT-RECORD.
           COPY RUNSTAT.

       FD  CTL-TOTALS
           RECORDING MODE IS F.
       01  CTL-TOTAL-RECORD.
           COPY CTLTOT.

       FD  OPR-AUTH.
           COPY OPRAUTH.

       WORKING-STORAGE SECTION.
       77  WS-RUN-DATE            PIC 9(08)     VALUE ZERO.

       77  WS-ACCEPTED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-OPR-REJECT-COUNT    PIC 9(07) COMP VALUE ZERO.

       77  WS-VALID-SWITCH         PIC X(01)     VALUE 'N'.
           88 WS-TRANS-VALID       VALUE 'Y'.

       77  WS-REJECT-REASON        PIC X(15)     VALUE SPACES.

       77  WS-LIMIT-SWITCH         PIC X(01)     VALUE 'N'.
           88 WS-LIMIT-BREACHED    VALUE 'Y'.
       77  WS-EXC-PCT-WORK         PIC 9(09) COMP VALUE ZERO.
       77  WS-EXC-PCT              PIC 9(03) COMP VALUE ZERO.

       77  WS-CTL-TIME             PIC 9(06)     VALUE ZERO.
       77  WS-CTL-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-HASH             PIC 9(18) COMP VALUE ZERO.
       77  WS-HASH-SUB             PIC 9(01) COMP VALUE ZERO.
       77  WS-HASH-KEY-VALUE       PIC 9(10) COMP VALUE ZERO.

       01  WS-TIME-NOW.
           03 WS-TIME-HHMMSS        PIC 9(06).
           03 FILLER                PIC 9(02).

      *>----------------------------------------------------------*
      *> HANDOFF CONTROL CARDS.  A CH HEADER OPENS THE CARDS ONE   *
      *> RUN WRITES AND A CT TRAILER CLOSES THEM WITH THEIR COUNT  *
      *> AND THE HASH TOTAL OF THEIR LPID KEYS.  THE SAME TOTALS   *
      *> ARE LOGGED ON CTLTOTS FOR THE CONSUMING STEP TO CHECK.    *
      *>----------------------------------------------------------*
       01  WS-CONTROL-CARD.
           03 WCC-CODE             PIC X(02).
              88 WCC-HEADER        VALUE 'CH'.
              88 WCC-TRAILER       VALUE 'CT'.
           03 WCC-TEXT.
              05 WCC-STEP          PIC X(08).
              05 WCC-DATE          PIC 9(08).
              05 WCC-TIME          PIC 9(06).
              05 WCC-COUNT         PIC 9(07).
              05 WCC-HASH          PIC 9(18).
              05 FILLER            PIC X(37).
           03 WCC-KEY-VIEW REDEFINES WCC-TEXT.
              05 WCC-LPID          PIC X(04).
              05 FILLER            PIC X(80).

       01  WS-HASH-KEY.
           03 WS-HASH-CHAR         PIC X(01)  OCCURS 4 TIMES.

       01  WS-HASH-BYTE-AREA.
           03 FILLER               PIC X(01)  VALUE LOW-VALUE.
           03 WS-HASH-BYTE         PIC X(01).
       01  WS-HASH-BYTE-VALUE REDEFINES WS-HASH-BYTE-AREA
                                   PIC 9(04) COMP.

       01  WS-EXCEPT-LINE.
           03 WE-LABEL            PIC X(14)   VALUE "*** REJECTED ".
           03 WE-TCODE             PIC X(02).
           03 FILLER               PIC X(02)   VALUE SPACES.
           03 WE-TTEXT             PIC X(84).
           03 FILLER               PIC X(02)   VALUE SPACES.
           03 WE-OPERATOR          PIC X(08).
           03 FILLER               PIC X(01)   VALUE SPACES.
           03 WE-SOURCE            PIC X(02).
           03 FILLER               PIC X(02)   VALUE SPACES.
           03 WE-REASON            PIC X(15).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  TRANS-IN
           OPEN OUTPUT TRANS-OUT
           OPEN OUTPUT EXCEPT-RPT
           OPEN INPUT  OPR-AUTH
           PERFORM 1600-WRITE-CTL-HEADER
               THRU 1600-WRITE-CTL-HEADER-EXIT
           PERFORM 8000-READ-TRANS THRU 8000-READ-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1600-WRITE-CTL-HEADER - OPEN THE TRANSOUT HANDOFF WITH A  *
      *>                         CH CARD NAMING THIS STEP AND RUN  *
      *>----------------------------------------------------------*
       1600-WRITE-CTL-HEADER.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-CTL-TIME
           MOVE ZERO           TO WS-CTL-COUNT
           MOVE ZERO           TO WS-CTL-HASH
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CH'           TO WCC-CODE
           MOVE "TRANEDIT"     TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE ZERO           TO WCC-COUNT
           MOVE ZERO           TO WCC-HASH
           WRITE TRANS-OUT-RECORD FROM WS-CONTROL-CARD.
       1600-WRITE-CTL-HEADER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-EDIT-TRANS - VALIDATE ONE TRANSACTION AND ROUTE IT  *
      *>----------------------------------------------------------*
       2000-EDIT-TRANS.
           PERFORM 2300-VALIDATE-TRANS THRU 2300-VALIDATE-TRANS-EXIT
           IF WS-TRANS-VALID
               PERFORM 2100-WRITE-ACCEPTED THRU 2100-WRITE-ACCEPTED-EXIT
           ELSE
               PERFORM 2200-WRITE-REJECTED THRU 2200-WRITE-REJECTED-EXIT
       2100-WRITE-ACCEPTED.
           MOVE TCODE OF TRANS TO TO-TCODE
           MOVE TTEXT OF TRANS TO TO-TTEXT
           MOVE TOPERATOR OF TRANS TO TO-TOPERATOR
           MOVE TSOURCE OF TRANS   TO TO-TSOURCE
           WRITE TRANS-OUT-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT
           MOVE LPID OF LPDATA TO WS-HASH-KEY
           PERFORM 8500-HASH-KEY THRU 8500-HASH-KEY-EXIT
           ADD WS-HASH-KEY-VALUE TO WS-CTL-HASH
           ADD 1 TO WS-CTL-COUNT.
       2100-WRITE-ACCEPTED-EXIT.
           EXIT.

       2200-WRITE-REJECTED.
           MOVE TCODE OF TRANS TO WE-TCODE
           MOVE TTEXT OF TRANS TO WE-TTEXT
           MOVE TOPERATOR OF TRANS TO WE-OPERATOR
           MOVE TSOURCE OF TRANS   TO WE-SOURCE
           MOVE WS-REJECT-REASON   TO WE-REASON
           WRITE EXCEPT-RPT-LINE FROM WS-EXCEPT-LINE
           ADD 1 TO WS-REJECTED-COUNT.
       2200-WRITE-REJECTED-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2300-VALIDATE-TRANS - A TRANSACTION MUST CARRY A KNOWN    *
      *>                       TCODE AND PASS THE OPERATOR         *
      *>                       AUTHORITY CHECK                      *
      *>----------------------------------------------------------*
       2300-VALIDATE-TRANS.
           MOVE 'Y'    TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TCODE-VALID OF TRANS
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "INVALID TCODE" TO WS-REJECT-REASON
               GO TO 2300-VALIDATE-TRANS-EXIT
           END-IF
           PERFORM 2400-CHECK-OPERATOR THRU 2400-CHECK-OPERATOR-EXIT
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-OPR-REJECT-COUNT
           END-IF.
       2300-VALIDATE-TRANS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2400-CHECK-OPERATOR - THE OPERATOR STAMPED ON THE CARD    *
      *>                       MUST BE ACTIVE ON THE OPRAUTH FILE  *
      *>                       AND ALLOWED THE TCODE.  KEYED (KY)  *
      *>                       CARDS COME FROM PEOPLE AND EVERY    *
      *>                       OTHER SOURCE FROM A BATCH-JOB       *
      *>                       OPERATOR; AN LD NEEDS A SUPERVISOR  *
      *>                       OR THE JOB THAT GENERATED IT.       *
      *>----------------------------------------------------------*
       2400-CHECK-OPERATOR.
           IF TOPERATOR OF TRANS = SPACES
               MOVE "NO OPERATOR" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           IF NOT TSOURCE-VALID OF TRANS
               MOVE "BAD SOURCE" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           MOVE TOPERATOR OF TRANS TO OPR-OPERATOR-ID
           READ OPR-AUTH
               INVALID KEY
                   MOVE "UNKNOWN OPER" TO WS-REJECT-REASON
                   GO TO 2400-CHECK-OPERATOR-FAIL
           END-READ
           IF NOT OPR-ACTIVE
               MOVE "OPER NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           IF (TSOURCE-KEYED OF TRANS AND OPR-BATCH-JOB)
              OR (NOT TSOURCE-KEYED OF TRANS AND NOT OPR-BATCH-JOB)
               MOVE "SOURCE MISMATCH" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           IF TCODE-LP-DELETE OF TRANS
              AND NOT OPR-SUPERVISOR AND NOT OPR-BATCH-JOB
               MOVE "SUPERVISOR ONLY" TO WS-REJECT-REASON
               GO TO 2400-CHECK-OPERATOR-FAIL
           END-IF
           SET OPR-CODE-IX TO 1
           SEARCH OPR-ALLOWED-CODE
               AT END
                   MOVE "NOT AUTHORIZED" TO WS-REJECT-REASON
                   GO TO 2400-CHECK-OPERATOR-FAIL
               WHEN OPR-ALLOWED-CODE (OPR-CODE-IX) = TCODE OF TRANS
                   CONTINUE
           END-SEARCH
           GO TO 2400-CHECK-OPERATOR-EXIT.
       2400-CHECK-OPERATOR-FAIL.
           MOVE 'N' TO WS-VALID-SWITCH.
       2400-CHECK-OPERATOR-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
           MOVE WS-REJECTED-COUNT                  TO WS-SUMMARY-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "  OF WHICH OPERATOR AUTHORITY."  TO WS-SUMMARY-TEXT
           MOVE WS-OPR-REJECT-COUNT                TO WS-SUMMARY-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE

           PERFORM 3100-CHECK-EXC-LIMIT THRU 3100-CHECK-EXC-LIMIT-EXIT
           IF WS-LIMIT-BREACHED
               WRITE EXCEPT-RPT-LINE FROM WS-LIMIT-LINE

           PERFORM 3200-WRITE-RUN-STATS
               THRU 3200-WRITE-RUN-STATS-EXIT
           PERFORM 3500-WRITE-CTL-TRAILER
               THRU 3500-WRITE-CTL-TRAILER-EXIT

           CLOSE TRANS-IN
           CLOSE TRANS-OUT
           CLOSE EXCEPT-RPT
           CLOSE OPR-AUTH.
       3000-TERMINATE-EXIT.
           EXIT.

      *>                        LOAD AND STAY ZERO HERE.           *
      *>----------------------------------------------------------*
       3200-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS
           MOVE WS-RUN-DATE        TO RST-RUN-DATE
           MOVE "TRANEDIT"         TO RST-JOB-NAME
       3200-WRITE-RUN-STATS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3500-WRITE-CTL-TRAILER - CLOSE THE TRANSOUT HANDOFF WITH  *
      *>                          A CT CARD CARRYING ITS COUNT     *
      *>                          AND KEY HASH TOTAL, AND LOG THE  *
      *>                          SAME TOTALS ON CTLTOTS           *
      *>----------------------------------------------------------*
       3500-WRITE-CTL-TRAILER.
           MOVE SPACES         TO WS-CONTROL-CARD
           MOVE 'CT'           TO WCC-CODE
           MOVE "TRANEDIT"     TO WCC-STEP
           MOVE WS-RUN-DATE    TO WCC-DATE
           MOVE WS-CTL-TIME    TO WCC-TIME
           MOVE WS-CTL-COUNT   TO WCC-COUNT
           MOVE WS-CTL-HASH    TO WCC-HASH
           WRITE TRANS-OUT-RECORD FROM WS-CONTROL-CARD

           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND CTL-TOTALS
           MOVE WS-RUN-DATE    TO CTL-RUN-DATE
           MOVE WS-TIME-HHMMSS TO CTL-RUN-TIME
           MOVE "TRANEDIT"     TO CTL-STEP-NAME
           MOVE "TRANSOUT"     TO CTL-FILE-NAME
           MOVE 'O'            TO CTL-DIRECTION
           MOVE 'R'            TO CTL-WRITE-MODE
           MOVE "TRANEDIT"     TO CTL-SEG-STEP
           MOVE WS-RUN-DATE    TO CTL-SEG-DATE
           MOVE WS-CTL-TIME    TO CTL-SEG-TIME
           MOVE WS-CTL-COUNT   TO CTL-EXPECT-COUNT
           MOVE WS-CTL-HASH    TO CTL-EXPECT-HASH
           MOVE WS-CTL-COUNT   TO CTL-RECORD-COUNT
           MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
           MOVE 'B'            TO CTL-STATUS
           MOVE SPACES         TO CTL-REASON
           WRITE CTL-TOTAL-RECORD
           CLOSE CTL-TOTALS.
       3500-WRITE-CTL-TRAILER-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF     *
      *>----------------------------------------------------------*
           END-READ.
       8000-READ-TRANS-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8500-HASH-KEY - FOLD THE FOUR BYTES OF WS-HASH-KEY INTO   *
      *>                 ONE NUMBER FOR THE HASH TOTAL             *
      *>----------------------------------------------------------*
       8500-HASH-KEY.
           MOVE ZERO TO WS-HASH-KEY-VALUE
           PERFORM 8510-HASH-ONE-BYTE THRU 8510-HASH-ONE-BYTE-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 4.
       8500-HASH-KEY-EXIT.
           EXIT.

       8510-HASH-ONE-BYTE.
           MOVE WS-HASH-CHAR (WS-HASH-SUB) TO WS-HASH-BYTE
           COMPUTE WS-HASH-KEY-VALUE =
               WS-HASH-KEY-VALUE * 256 + WS-HASH-BYTE-VALUE.
       8510-HASH-ONE-BYTE-EXIT.
           EXIT.
