      *>                 TOGETHER WITH THE STKLEDGR MOVEMENT       *
      *>                 LEDGER THE COPY LETS INVRECOV REBUILD     *
      *>                 THE INVENTORY AS OF ANY BUSINESS DAY.     *
      *> 2026-10-15  DP  THE INVUNLD RECORD GROWS TO 25 BYTES TO   *
      *>                 CARRY THE MOVING-AVERAGE UNIT COST NOW    *
      *>                 KEPT ON THE INVENTORY MASTER.             *
      *> 2026-10-15  DP  THE INVENTORY MASTER IS KEYED ON LPID     *
      *>                 PLUS CONDITION GRADE, SO INVUNLD NOW      *
      *>                 HOLDS ONE RECORD PER GRADE IN THE NEW     *
      *>                 FIELD ORDER.  AN UNLOAD TAKEN BEFORE THE  *
      *>                 CHANGE IS CONVERTED WITH INVCONV.         *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INV-MASTER ASSIGN TO "INVMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS INV-KEY.

           SELECT INV-UNLOAD      ASSIGN TO "INVUNLD"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       FD  INV-UNLOAD
           RECORDING MODE IS F.
       01  INV-UNLOAD-RECORD     PIC X(25).

       WORKING-STORAGE SECTION.
       77  WS-LP-EOF-SWITCH        PIC X(01)     VALUE 'N'.
