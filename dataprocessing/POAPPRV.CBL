       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POAPPRV.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - PURCHASE-ORDER APPROVAL *
      *>                 STEP.  PURCHASING REVIEWS THE PURCHSUG    *
      *>                 SUGGESTIONS REORDER WROTE AND KEYS A      *
      *>                 POAPPR CARD FOR WHAT IT WILL BUY: A       *
      *>                 SUPPLIER AND LPID (WITH AN OPTIONAL       *
      *>                 OVERRIDE QUANTITY) APPROVES ONE LINE, A   *
      *>                 SUPPLIER WITH A BLANK LPID APPROVES ALL   *
      *>                 THAT SUPPLIER'S LINES AT THE SUGGESTED    *
      *>                 QUANTITY.  EACH SUPPLIER WITH APPROVED    *
      *>                 LINES GETS ONE NEW PO NUMBER FROM THE     *
      *>                 POCTL CONTROL RECORD, AND EVERY APPROVED  *
      *>                 LINE IS WRITTEN OPEN TO THE POMAST PO     *
      *>                 MASTER WITH A DUE DATE THE POPARM LEAD    *
      *>                 DAYS AFTER TODAY.  STKLOAD RECEIVES       *
      *>                 AGAINST THE OPEN LINES AND REORDER NETS   *
      *>                 THEM OUT OF ITS NEXT SUGGESTIONS.  THE    *
      *>                 POAPPRPT REPORT LISTS EVERY PO RAISED,    *
      *>                 AND ANY CARD THAT MATCHED NO SUGGESTION.  *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCH-SUGGEST   ASSIGN TO "PURCHSUG"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-IN ASSIGN TO "POAPPR"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-PARM ASSIGN TO "POPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-CONTROL ASSIGN TO "POCTL"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-MASTER ASSIGN TO "POMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PO-KEY.

           SELECT APPROVE-RPT     ASSIGN TO "POAPPRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCH-SUGGEST
           RECORDING MODE IS F.
       01  PURCH-SUGGEST-RECORD.
           COPY PURCHSG.

       FD  APPROVAL-IN
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           COPY POAPPR.

       FD  PO-PARM
           RECORDING MODE IS F.
       01  PO-PARM-RECORD.
           COPY POPARM.

       FD  PO-CONTROL
           RECORDING MODE IS F.
       01  PO-CONTROL-RECORD.
           COPY POCTL.

       FD  PO-MASTER.
           COPY POMAST.

       FD  APPROVE-RPT
           RECORDING MODE IS F.
       01  APPROVE-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH          PIC X(01)     VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.

       77  WS-APR-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-APR-EOF           VALUE 'Y'.

       77  WS-APR-FOUND-SWITCH     PIC X(01)     VALUE 'N'.
           88 WS-APR-FOUND         VALUE 'Y'.

       77  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-PO-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-UNIT-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-NOT-APPROVED-COUNT  PIC 9(07) COMP VALUE ZERO.
       77  WS-DUPLICATE-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-UNUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-APR-IGNORED         PIC 9(07) COMP VALUE ZERO.

       77  WS-APR-MAX             PIC 9(05) COMP VALUE 500.
       77  WS-APR-COUNT           PIC 9(05) COMP VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-DUE-DATE             PIC 9(08)     VALUE ZERO.
       77  WS-DUE-YYYY             PIC 9(04) COMP VALUE ZERO.
       77  WS-DUE-MM               PIC 9(02) COMP VALUE ZERO.
       77  WS-DUE-DD               PIC 9(05) COMP VALUE ZERO.
       77  WS-MONTH-DAYS           PIC 9(02) COMP VALUE ZERO.
       77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.

       77  WS-ORDER-QTY            PIC 9(05) COMP VALUE ZERO.
       77  WS-PREV-SUPPLIER        PIC X(06)     VALUE SPACES.
       77  WS-PO-NUMBER            PIC 9(08)     VALUE ZERO.

       01  WS-MONTH-TABLE-VALUES.
           03 FILLER               PIC X(24)  VALUE
              "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-VALUES.
           03 WS-MONTH-LENGTH      PIC 9(02)  OCCURS 12 TIMES.

       01  WS-APPROVAL-TABLE.
           03 WS-APR-ENTRY         OCCURS 500 TIMES
                                    INDEXED BY WS-APR-IX.
              05 WS-APR-SUPPLIER-NO PIC X(06).
              05 WS-APR-LPID        PIC X(04).
              05 WS-APR-QTY         PIC 9(05).
              05 WS-APR-USED        PIC X(01).
                 88 WS-APR-WAS-USED VALUE 'Y'.

       01  WS-PO-HEADER-LINE.
           03 FILLER               PIC X(10)  VALUE "SUPPLIER  ".
           03 WH-SUPPLIER-NO       PIC X(06).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WH-SUPPLIER-NAME     PIC X(30).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WH-ACCOUNT-NO        PIC X(10).
           03 FILLER               PIC X(06)  VALUE "  PO  ".
           03 WH-PO-NUMBER         PIC X(08).
           03 FILLER               PIC X(07)  VALUE "  DUE  ".
           03 WH-DUE-DATE          PIC 9(08).

       01  WS-PO-DETAIL-LINE.
           03 FILLER               PIC X(04)  VALUE SPACES.
           03 WD-LPID              PIC X(04).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-LPNAME            PIC X(40).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-LPARTIST          PIC X(30).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-ON-HAND           PIC ZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-SUGGEST-QTY       PIC ZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-ORDER-QTY         PIC ZZ,ZZ9.
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-NOTE              PIC X(24).

       01  WS-EXCEPT-LINE.
           03 WE-LABEL             PIC X(36).
           03 WE-SUPPLIER-NO       PIC X(06).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WE-LPID              PIC X(04).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           03 WS-SUMMARY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-SUGGESTION
               THRU 2000-PROCESS-SUGGESTION-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - READ THE PARM AND CONTROL RECORDS, SET  *
      *>                   THE DUE DATE, LOAD THE APPROVALS, OPEN  *
      *>                   FILES, PRIME THE FIRST SUGGESTION       *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-PARM THRU 1010-READ-PARM-EXIT
           PERFORM 1020-READ-CONTROL THRU 1020-READ-CONTROL-EXIT
           PERFORM 1030-SET-DUE-DATE THRU 1030-SET-DUE-DATE-EXIT
           PERFORM 1100-LOAD-APPROVALS THRU 1100-LOAD-APPROVALS-EXIT
           OPEN INPUT  PURCH-SUGGEST
           OPEN I-O    PO-MASTER
           OPEN OUTPUT APPROVE-RPT
           PERFORM 8000-READ-SUGGESTION
               THRU 8000-READ-SUGGESTION-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1010-READ-PARM - READ THE SUPPLIER LEAD TIME IN DAYS.  NO *
      *>                  CARD OR A ZERO OR NON-NUMERIC LEAD TIME  *
      *>                  MEANS THE DEFAULT OF 21 DAYS.            *
      *>----------------------------------------------------------*
       1010-READ-PARM.
           OPEN INPUT PO-PARM
           READ PO-PARM
               AT END
                   MOVE 21 TO POP-LEAD-DAYS
           END-READ
           CLOSE PO-PARM
           IF POP-LEAD-DAYS NOT NUMERIC
              OR POP-LEAD-DAYS = ZERO
               MOVE 21 TO POP-LEAD-DAYS
           END-IF.
       1010-READ-PARM-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1020-READ-CONTROL - THE LAST PO NUMBER ISSUED.  NO        *
      *>                     CONTROL RECORD YET STARTS THE         *
      *>                     NUMBERING FROM ONE.                   *
      *>----------------------------------------------------------*
       1020-READ-CONTROL.
           OPEN INPUT PO-CONTROL
           READ PO-CONTROL
               AT END
                   MOVE ZERO TO POC-LAST-PO-NO
           END-READ
           CLOSE PO-CONTROL
           IF POC-LAST-PO-NO NOT NUMERIC
               MOVE ZERO TO POC-LAST-PO-NO
           END-IF
           MOVE POC-LAST-PO-NO TO WS-PO-NUMBER.
       1020-READ-CONTROL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1030-SET-DUE-DATE - TODAY PLUS THE LEAD DAYS, ROLLED      *
      *>                     FORWARD A MONTH AT A TIME              *
      *>----------------------------------------------------------*
       1030-SET-DUE-DATE.
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-DUE-YYYY
           COMPUTE WS-DUE-MM =
               (WS-RUN-DATE - WS-DUE-YYYY * 10000) / 100
           COMPUTE WS-DUE-DD =
               WS-RUN-DATE - WS-DUE-YYYY * 10000 - WS-DUE-MM * 100
           ADD POP-LEAD-DAYS TO WS-DUE-DD
           PERFORM 1040-SET-MONTH-DAYS THRU 1040-SET-MONTH-DAYS-EXIT
           PERFORM 1050-ROLL-MONTH THRU 1050-ROLL-MONTH-EXIT
               UNTIL WS-DUE-DD NOT > WS-MONTH-DAYS
           COMPUTE WS-DUE-DATE =
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD.
       1030-SET-DUE-DATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1040-SET-MONTH-DAYS - LENGTH OF THE DUE MONTH, FEBRUARY   *
      *>                       TAKING 29 IN A LEAP YEAR            *
      *>----------------------------------------------------------*
       1040-SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH (WS-DUE-MM) TO WS-MONTH-DAYS
           IF WS-DUE-MM NOT = 2
               GO TO 1040-SET-MONTH-DAYS-EXIT
           END-IF
           DIVIDE WS-DUE-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
               GO TO 1040-SET-MONTH-DAYS-EXIT
           END-IF
           DIVIDE WS-DUE-YYYY BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
               MOVE 29 TO WS-MONTH-DAYS
               GO TO 1040-SET-MONTH-DAYS-EXIT
           END-IF
           DIVIDE WS-DUE-YYYY BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               MOVE 29 TO WS-MONTH-DAYS
           END-IF.
       1040-SET-MONTH-DAYS-EXIT.
           EXIT.

       1050-ROLL-MONTH.
           SUBTRACT WS-MONTH-DAYS FROM WS-DUE-DD
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           PERFORM 1040-SET-MONTH-DAYS THRU 1040-SET-MONTH-DAYS-EXIT.
       1050-ROLL-MONTH-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 1100-LOAD-APPROVALS - PULL THE APPROVAL CARDS INTO THE    *
      *>                       TABLE.  A BLANK SUPPLIER OR A CARD  *
      *>                       PAST THE TABLE LIMIT IS COUNTED AND *
      *>                       IGNORED.                             *
      *>----------------------------------------------------------*
       1100-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-IN
           PERFORM 8100-READ-APPROVAL THRU 8100-READ-APPROVAL-EXIT
           PERFORM 1110-LOAD-ONE-APPROVAL
               THRU 1110-LOAD-ONE-APPROVAL-EXIT
               UNTIL WS-APR-EOF
           CLOSE APPROVAL-IN.
       1100-LOAD-APPROVALS-EXIT.
           EXIT.

       1110-LOAD-ONE-APPROVAL.
           IF POA-SUPPLIER-NO = SPACES
              OR WS-APR-COUNT NOT < WS-APR-MAX
               ADD 1 TO WS-APR-IGNORED
           ELSE
               ADD 1 TO WS-APR-COUNT
               SET WS-APR-IX TO WS-APR-COUNT
               MOVE POA-SUPPLIER-NO TO WS-APR-SUPPLIER-NO (WS-APR-IX)
               MOVE POA-LPID        TO WS-APR-LPID (WS-APR-IX)
               IF POA-APPROVED-QTY NUMERIC
                   MOVE POA-APPROVED-QTY TO WS-APR-QTY (WS-APR-IX)
               ELSE
                   MOVE ZERO             TO WS-APR-QTY (WS-APR-IX)
               END-IF
               MOVE 'N'             TO WS-APR-USED (WS-APR-IX)
           END-IF
           PERFORM 8100-READ-APPROVAL THRU 8100-READ-APPROVAL-EXIT.
       1110-LOAD-ONE-APPROVAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-PROCESS-SUGGESTION - RAISE A PO LINE FOR AN APPROVED *
      *>                           SUGGESTION.  THE FILE ARRIVES   *
      *>                           GROUPED BY SUPPLIER, SO A NEW   *
      *>                           SUPPLIER STARTS A NEW PO.       *
      *>----------------------------------------------------------*
       2000-PROCESS-SUGGESTION.
           PERFORM 2100-FIND-APPROVAL THRU 2100-FIND-APPROVAL-EXIT
           IF NOT WS-APR-FOUND
               ADD 1 TO WS-NOT-APPROVED-COUNT
               GO TO 2000-PROCESS-SUGGESTION-NEXT
           END-IF
           IF PS-SUPPLIER-NO NOT = WS-PREV-SUPPLIER
               PERFORM 2200-START-NEW-PO THRU 2200-START-NEW-PO-EXIT
           END-IF
           PERFORM 2300-WRITE-PO-LINE THRU 2300-WRITE-PO-LINE-EXIT.
       2000-PROCESS-SUGGESTION-NEXT.
           PERFORM 8000-READ-SUGGESTION
               THRU 8000-READ-SUGGESTION-EXIT.
       2000-PROCESS-SUGGESTION-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2100-FIND-APPROVAL - A CARD FOR THE SUPPLIER AND LPID     *
      *>                      WINS, WITH ITS OVERRIDE QUANTITY IF  *
      *>                      ANY; OTHERWISE A SUPPLIER-WIDE CARD  *
      *>                      APPROVES THE SUGGESTED QUANTITY      *
      *>----------------------------------------------------------*
       2100-FIND-APPROVAL.
           MOVE 'N' TO WS-APR-FOUND-SWITCH
           MOVE PS-SUGGEST-QTY TO WS-ORDER-QTY
           SET WS-APR-IX TO 1
           SEARCH WS-APR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APR-IX > WS-APR-COUNT
                   CONTINUE
               WHEN WS-APR-SUPPLIER-NO (WS-APR-IX) = PS-SUPPLIER-NO
                AND WS-APR-LPID (WS-APR-IX) = PS-LPID
                   MOVE 'Y' TO WS-APR-FOUND-SWITCH
                   MOVE 'Y' TO WS-APR-USED (WS-APR-IX)
                   IF WS-APR-QTY (WS-APR-IX) > ZERO
                       MOVE WS-APR-QTY (WS-APR-IX) TO WS-ORDER-QTY
                   END-IF
           END-SEARCH
           IF WS-APR-FOUND
               GO TO 2100-FIND-APPROVAL-EXIT
           END-IF
           SET WS-APR-IX TO 1
           SEARCH WS-APR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APR-IX > WS-APR-COUNT
                   CONTINUE
               WHEN WS-APR-SUPPLIER-NO (WS-APR-IX) = PS-SUPPLIER-NO
                AND WS-APR-LPID (WS-APR-IX) = SPACES
                   MOVE 'Y' TO WS-APR-FOUND-SWITCH
                   MOVE 'Y' TO WS-APR-USED (WS-APR-IX)
           END-SEARCH.
       2100-FIND-APPROVAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2200-START-NEW-PO - TAKE THE NEXT PO NUMBER AND PRINT THE *
      *>                     SUPPLIER HEADER                        *
      *>----------------------------------------------------------*
       2200-START-NEW-PO.
           ADD 1 TO WS-PO-NUMBER
           ADD 1 TO WS-PO-COUNT
           MOVE PS-SUPPLIER-NO   TO WS-PREV-SUPPLIER
           MOVE SPACES           TO APPROVE-RPT-LINE
           WRITE APPROVE-RPT-LINE
           MOVE PS-SUPPLIER-NO   TO WH-SUPPLIER-NO
           MOVE PS-SUPPLIER-NAME TO WH-SUPPLIER-NAME
           MOVE PS-ACCOUNT-NO    TO WH-ACCOUNT-NO
           MOVE WS-PO-NUMBER     TO WH-PO-NUMBER
           MOVE WS-DUE-DATE      TO WH-DUE-DATE
           WRITE APPROVE-RPT-LINE FROM WS-PO-HEADER-LINE.
       2200-START-NEW-PO-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2300-WRITE-PO-LINE - ADD THE LINE OPEN TO THE PO MASTER   *
      *>                      AND PRINT IT                          *
      *>----------------------------------------------------------*
       2300-WRITE-PO-LINE.
           MOVE PS-SUPPLIER-NO   TO PO-SUPPLIER-NO
           MOVE WS-PO-NUMBER     TO PO-NUMBER
           MOVE PS-LPID          TO PO-LPID
           MOVE PS-SUPPLIER-NAME TO PO-SUPPLIER-NAME
           MOVE WS-RUN-DATE      TO PO-ORDER-DATE
           MOVE WS-DUE-DATE      TO PO-DUE-DATE
           MOVE WS-ORDER-QTY     TO PO-QTY-ORDERED
           MOVE ZERO             TO PO-QTY-RECEIVED
           MOVE ZERO             TO PO-LAST-RECEIPT-DATE
           SET PO-STATUS-OPEN    TO TRUE
           MOVE PS-LPID          TO WD-LPID
           MOVE PS-LPNAME        TO WD-LPNAME
           MOVE PS-LPARTIST      TO WD-LPARTIST
           MOVE PS-QTY-ON-HAND   TO WD-ON-HAND
           MOVE PS-SUGGEST-QTY   TO WD-SUGGEST-QTY
           MOVE WS-ORDER-QTY     TO WD-ORDER-QTY
           WRITE PO-MASTER-RECORD
               INVALID KEY
                   MOVE "*** ALREADY ON PO MASTER" TO WD-NOTE
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO WD-NOTE
                   ADD 1            TO WS-LINE-COUNT
                   ADD WS-ORDER-QTY TO WS-UNIT-COUNT
           END-WRITE
           WRITE APPROVE-RPT-LINE FROM WS-PO-DETAIL-LINE.
       2300-WRITE-PO-LINE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3000-TERMINATE - LIST UNUSED APPROVALS, WRITE THE RUN     *
      *>                  SUMMARY, SAVE THE LAST PO NUMBER AND     *
      *>                  CLOSE FILES                               *
      *>----------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES TO APPROVE-RPT-LINE
           WRITE APPROVE-RPT-LINE
           PERFORM 3100-CHECK-ONE-APPROVAL
               THRU 3100-CHECK-ONE-APPROVAL-EXIT
               VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-COUNT

           MOVE "SUGGESTION LINES READ.........."  TO WS-SUMMARY-TEXT
           MOVE WS-READ-COUNT                       TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "PURCHASE ORDERS RAISED........."  TO WS-SUMMARY-TEXT
           MOVE WS-PO-COUNT                         TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "PO LINES WRITTEN..............."  TO WS-SUMMARY-TEXT
           MOVE WS-LINE-COUNT                       TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "UNITS ORDERED.................."  TO WS-SUMMARY-TEXT
           MOVE WS-UNIT-COUNT                       TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "SUGGESTIONS NOT APPROVED......."  TO WS-SUMMARY-TEXT
           MOVE WS-NOT-APPROVED-COUNT               TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "LINES ALREADY ON PO MASTER....."  TO WS-SUMMARY-TEXT
           MOVE WS-DUPLICATE-COUNT                  TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "APPROVALS MATCHING NOTHING....."  TO WS-SUMMARY-TEXT
           MOVE WS-UNUSED-COUNT                     TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           MOVE "APPROVAL CARDS IGNORED........."  TO WS-SUMMARY-TEXT
           MOVE WS-APR-IGNORED                      TO WS-SUMMARY-COUNT
           WRITE APPROVE-RPT-LINE FROM WS-SUMMARY-LINE

           PERFORM 3200-WRITE-CONTROL THRU 3200-WRITE-CONTROL-EXIT

           CLOSE PURCH-SUGGEST
           CLOSE PO-MASTER
           CLOSE APPROVE-RPT.
       3000-TERMINATE-EXIT.
           EXIT.

       3100-CHECK-ONE-APPROVAL.
           IF WS-APR-WAS-USED (WS-APR-IX)
               GO TO 3100-CHECK-ONE-APPROVAL-EXIT
           END-IF
           MOVE "*** APPROVAL MATCHED NO SUGGESTION" TO WE-LABEL
           MOVE WS-APR-SUPPLIER-NO (WS-APR-IX)      TO WE-SUPPLIER-NO
           MOVE WS-APR-LPID (WS-APR-IX)             TO WE-LPID
           WRITE APPROVE-RPT-LINE FROM WS-EXCEPT-LINE
           ADD 1 TO WS-UNUSED-COUNT.
       3100-CHECK-ONE-APPROVAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 3200-WRITE-CONTROL - SAVE THE LAST PO NUMBER ISSUED FOR   *
      *>                      THE NEXT RUN                          *
      *>----------------------------------------------------------*
       3200-WRITE-CONTROL.
           OPEN OUTPUT PO-CONTROL
           MOVE WS-PO-NUMBER TO POC-LAST-PO-NO
           WRITE PO-CONTROL-RECORD
           CLOSE PO-CONTROL.
       3200-WRITE-CONTROL-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-SUGGESTION - READ THE NEXT SUGGESTION, SET EOF  *
      *>----------------------------------------------------------*
       8000-READ-SUGGESTION.
           READ PURCH-SUGGEST
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-READ-SUGGESTION-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8100-READ-APPROVAL - READ THE NEXT APPROVAL CARD, SET EOF *
      *>----------------------------------------------------------*
       8100-READ-APPROVAL.
           READ APPROVAL-IN
               AT END
                   SET WS-APR-EOF TO TRUE
           END-READ.
       8100-READ-APPROVAL-EXIT.
           EXIT.
