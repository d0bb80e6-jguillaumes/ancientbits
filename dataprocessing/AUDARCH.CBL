      *>                 DATE ORDER, SO THE ARCHIVE STAYS STRICTLY *
      *>                 DATED AND AUDHIST, CTLGDLT AND MSTRECOV   *
      *>                 CAN READ A DATE RANGE STRAIGHT FROM IT.   *
      *> 2026-10-15  DP  THE AUDIT RECORD GROWS TO 110 BYTES WITH  *
      *>                 THE OPERATOR ID AND SOURCE CODE OF THE    *
      *>                 CARD APPLIED.  AN ARCHIVE RECORD WRITTEN  *
      *>                 BEFORE THE CHANGE CARRIES FORWARD WITH A  *
      *>                 BLANK STAMP.                              *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-RECORD          PIC X(110).

       FD  ARCHIVE-OUT
           RECORDING MODE IS F.
       01  ARCHIVE-OUT-RECORD    PIC X(110).

       FD  ARCH-PARM
           RECORDING MODE IS F.
