      *>                 RETURN CODE 8 SO THE SCHEDULER CAN HOLD   *
      *>                 CTLGROLL AND THE STOREFRONT EXTRACTS      *
      *>                 UNTIL THE ORPHANS ARE RESOLVED.           *
      *> 2026-10-15  DP  AN ORPHAN INVENTORY LINE NOW SHOWS THE    *
      *>                 CONDITION GRADE; EACH GRADE OF AN         *
      *>                 ORPHANED ALBUM IS LISTED.                 *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT OPTIONAL ARTIST-XREF ASSIGN TO "ARTXREF"
                                   ORGANIZATION IS INDEXED
           03 FILLER               PIC X(22)
                                    VALUE "ORPHAN INVENTORY LPID ".
           03 WI-LPID               PIC X(04).
           03 FILLER                PIC X(01)  VALUE SPACES.
           03 WI-CONDITION          PIC X(02).
           03 FILLER                PIC X(02)  VALUE SPACES.
           03 WI-QTY                PIC ZZ,ZZ9.
           03 FILLER                PIC X(02)  VALUE SPACES.
           END-READ
           IF WS-REC-NOT-FOUND
               MOVE INV-LPID         TO WI-LPID
               MOVE INV-CONDITION    TO WI-CONDITION
               MOVE INV-QTY-ON-HAND  TO WI-QTY
               MOVE INV-UNIT-PRICE   TO WI-PRICE
               WRITE SWEEP-RPT-LINE FROM WS-ORPHAN-INV-LINE
