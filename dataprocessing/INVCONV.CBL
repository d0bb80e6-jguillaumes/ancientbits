       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVCONV.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  CATALOG SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *>----------------------------------------------------------*
      *> MODIFICATION HISTORY                                     *
      *>----------------------------------------------------------*
      *> 2026-10-15  DP  INITIAL VERSION - ONE-TIME CONVERSION OF  *
      *>                 THE INVENTORY MASTER TO ONE RECORD PER    *
      *>                 LPID AND CONDITION GRADE.  RUN ONCE AT    *
      *>                 PERIOD CLOSE, STRAIGHT AFTER THE LAST     *
      *>                 MSTUNLD OF THE OLD LAYOUT, WITH THAT      *
      *>                 INVUNLD RENAMED TO INVOLDU.  EACH OLD     *
      *>                 RECORD BECOMES THE RECORD FOR ITS OWN     *
      *>                 GRADE, CARRYING ITS QUANTITY, PRICE AND   *
      *>                 AVERAGE COST; A BLANK OR UNKNOWN GRADE    *
      *>                 BECOMES UN (UNGRADED).  THE NEW MASTER IS *
      *>                 WRITTEN TOGETHER WITH A NEW-LAYOUT        *
      *>                 INVUNLD IMAGE COPY, SO INVRECOV AND       *
      *>                 STKRECON START FROM A GRADED IMAGE.       *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GENERIC.
       OBJECT-COMPUTER.  GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-UNLOAD      ASSIGN TO "INVOLDU"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INV-MASTER      ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT INV-UNLOAD      ASSIGN TO "INVUNLD"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------*
      *> OLD-UNLOAD - THE INVENTORY RECORD AS IT WAS BEFORE THE   *
      *>              CONDITION GRADE JOINED THE KEY               *
      *>----------------------------------------------------------*
       FD  OLD-UNLOAD
           RECORDING MODE IS F.
       01  OLD-UNLOAD-RECORD.
           03 OLD-LPID             PIC X(04).
           03 OLD-QTY-ON-HAND      PIC 9(05).
           03 OLD-UNIT-PRICE       PIC 9(05)V99.
           03 OLD-CONDITION        PIC X(02).
           03 OLD-AVG-COST         PIC 9(05)V99.

       FD  INV-MASTER.
           COPY INVMAST.

       FD  INV-UNLOAD
           RECORDING MODE IS F.
       01  INV-UNLOAD-RECORD     PIC X(25).

       WORKING-STORAGE SECTION.
       77  WS-OLD-EOF-SWITCH       PIC X(01)     VALUE 'N'.
           88 WS-OLD-EOF           VALUE 'Y'.

       77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-WRITE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-UNGRADED-COUNT       PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      *>----------------------------------------------------------*
      *> 0000-MAINLINE                                            *
      *>----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-CONVERT-ONE THRU 2000-CONVERT-ONE-EXIT
               UNTIL WS-OLD-EOF
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT
           GOBACK.

      *>----------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST RECORD     *
      *>----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  OLD-UNLOAD
           OPEN OUTPUT INV-MASTER
           OPEN OUTPUT INV-UNLOAD
           PERFORM 8000-READ-OLD THRU 8000-READ-OLD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-CONVERT-ONE - BUILD THE GRADED RECORD FROM ONE OLD  *
      *>                    RECORD.  THE OLD UNLOAD IS IN LPID    *
      *>                    ORDER WITH ONE RECORD PER LPID, SO    *
      *>                    THE NEW KEYS ARRIVE IN ORDER TOO.      *
      *>----------------------------------------------------------*
       2000-CONVERT-ONE.
           MOVE OLD-LPID           TO INV-LPID
           MOVE OLD-CONDITION      TO INV-CONDITION
           IF NOT INV-GRADE-VALID
               MOVE "UN" TO INV-CONDITION
               ADD 1 TO WS-UNGRADED-COUNT
           END-IF
           MOVE OLD-QTY-ON-HAND    TO INV-QTY-ON-HAND
           MOVE OLD-UNIT-PRICE     TO INV-UNIT-PRICE
           IF OLD-AVG-COST NUMERIC
               MOVE OLD-AVG-COST   TO INV-AVG-COST
           ELSE
               MOVE ZERO           TO INV-AVG-COST
           END-IF
           WRITE INV-MASTER-RECORD
           WRITE INV-UNLOAD-RECORD FROM INV-MASTER-RECORD
           ADD 1 TO WS-WRITE-COUNT
           PERFORM 8000-READ-OLD THRU 8000-READ-OLD-EXIT.
       2000-CONVERT-ONE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 4000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES   *
      *>----------------------------------------------------------*
       4000-TERMINATE.
           DISPLAY "INVCONV - OLD INVENTORY RECORDS READ: "
                   WS-READ-COUNT
           DISPLAY "INVCONV - GRADED RECORDS WRITTEN: " WS-WRITE-COUNT
           DISPLAY "INVCONV - RECORDS SET TO UN (UNGRADED): "
                   WS-UNGRADED-COUNT
           CLOSE OLD-UNLOAD
           CLOSE INV-MASTER
           CLOSE INV-UNLOAD.
       4000-TERMINATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*
      *> 8000-READ-OLD - READ THE NEXT OLD-LAYOUT RECORD          *
      *>----------------------------------------------------------*
       8000-READ-OLD.
           READ OLD-UNLOAD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-READ-OLD-EXIT.
           EXIT.
