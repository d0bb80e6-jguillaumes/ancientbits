      *>                 EXCEPTION LIST.  THE LOW-STOCK LIMIT     *
      *>                 COMES FROM THE OPTIONAL STKPARM CARD     *
      *>                 (DEFAULT 3).                              *
      *> 2026-10-15  DP  INVMAST NOW HOLDS ONE RECORD PER ALBUM    *
      *>                 AND CONDITION GRADE, SO THE STOCK REPORT  *
      *>                 LISTS EACH GRADE ON ITS OWN LINE WITH ITS *
      *>                 OWN QUANTITY, PRICE AND VALUE, AND THE    *
      *>                 OUT/LOW-STOCK ALERTS ARE RAISED AND       *
      *>                 PRINTED PER GRADE.                        *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT INV-MASTER      ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT LP-MASTER       ASSIGN TO "LPMAST"
                                   ORGANIZATION IS INDEXED
       01  WS-ALERT-LINE.
           03 WS-ALERT-TAG           PIC X(18).
           03 WS-ALERT-LPID          PIC X(04).
           03 FILLER                 PIC X(01)  VALUE SPACES.
           03 WS-ALERT-COND          PIC X(02).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           03 WS-ALERT-LPNAME        PIC X(40).
           03 FILLER                 PIC X(02)  VALUE SPACES.
           EXIT.

      *>----------------------------------------------------------*
      *> 2000-PROCESS-ITEM - ONE STOCK LINE PER INVENTORY RECORD  *
      *>                     (ALBUM AND CONDITION GRADE), WITH AN *
      *>                     ALERT LINE WHEN THE GRADE'S ON-HAND  *
      *>                     QUANTITY IS OUT OR LOW                *
      *>----------------------------------------------------------*
       2000-PROCESS-ITEM.

       2210-WRITE-ALERT.
           MOVE INV-LPID        TO WS-ALERT-LPID
           MOVE INV-CONDITION   TO WS-ALERT-COND
           MOVE LPM-LPNAME      TO WS-ALERT-LPNAME
           MOVE INV-QTY-ON-HAND TO WS-ALERT-QTY
           WRITE ALERT-RPT-LINE FROM WS-ALERT-LINE.
