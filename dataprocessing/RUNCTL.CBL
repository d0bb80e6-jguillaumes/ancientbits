      *>                 INCOMPLETE STEP.  WHEN EVERY PLAN STEP    *
      *>                 IS COMPLETE A FRESH CYCLE MARKER IS       *
      *>                 WRITTEN AND THE WHOLE PLAN RUNS AGAIN.    *
      *> 2026-10-15  DP  NAME RETURN CODE 12 ON THE CONSOLE:  THE  *
      *>                 STEP REFUSED ITS INPUT BECAUSE THE        *
      *>                 HANDOFF CONTROL TOTALS DID NOT BALANCE,   *
      *>                 AND APPLIED NOTHING.  THE GATE ITSELF IS  *
      *>                 UNCHANGED.                                *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           END-IF
           MOVE ZERO TO RETURN-CODE
           ADD 1 TO WS-RAN-COUNT
           IF WS-STEP-RC = 12
               DISPLAY "RUNCTL - STEP " WS-PLAN-NAME (WS-PLAN-IX)
                       " REFUSED ITS INPUT - HANDOFF CONTROL TOTALS"
                       " OUT OF BALANCE, SEE CTLTOTS"
           END-IF
           IF WS-STEP-RC > WS-PLAN-MAX-RC (WS-PLAN-IX)
               PERFORM 2200-RECORD-STEP THRU 2200-RECORD-STEP-EXIT
               DISPLAY "RUNCTL - STEP " WS-PLAN-NAME (WS-PLAN-IX)
