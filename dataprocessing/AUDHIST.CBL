      *>                 FILTERS WERE NEAR USELESS; THE ARCHIVE    *
      *>                 CARRIES EVERY RUN BACK TO THE RETENTION   *
      *>                 DATE.                                     *
      *> 2026-10-15  DP  PRINT THE OPERATOR ID AND SOURCE CODE     *
      *>                 STAMPED ON EACH APPLIED TRANSACTION.  THE *
      *>                 COLUMN SPACING AND THE ACTION COLUMN ARE  *
      *>                 NARROWED TO KEEP THE LINE AT 132.         *
      *>                 RECORDS LOGGED BEFORE THE STAMP SHOW      *
      *>                 BLANK.                                    *
      *>----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-COLUMN-LINE.
           03 FILLER               PIC X(08)  VALUE "RUN DATE".
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 FILLER               PIC X(02)  VALUE "TC".
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 FILLER               PIC X(14)  VALUE "ACTION".
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 FILLER               PIC X(04)  VALUE "LPID".
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 FILLER               PIC X(02)  VALUE "TR".
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 FILLER               PIC X(08)  VALUE "OPERATOR".
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 FILLER               PIC X(02)  VALUE "SC".
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 FILLER               PIC X(82)  VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           03 WD-RUN-DATE          PIC 9(08).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WD-TCODE             PIC X(02).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WD-TCODE-DESC        PIC X(14).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WD-LPID              PIC X(04).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WD-TRACKNUM          PIC X(02).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WD-OPERATOR          PIC X(08).
           03 FILLER               PIC X(01)  VALUE SPACES.
           03 WD-SOURCE            PIC X(02).
           03 FILLER               PIC X(02)  VALUE SPACES.
           03 WD-FIELDS            PIC X(82).
           03 WD-LP-FIELDS REDEFINES WD-FIELDS.
              05 WDL-LPNAME        PIC X(40).
              05 FILLER            PIC X(02).
              05 WDL-LPARTIST      PIC X(40).
           03 WD-TRACK-FIELDS REDEFINES WD-FIELDS.
              05 WDT-TRACKNAME     PIC X(40).
              05 FILLER            PIC X(02).
              05 WDT-SECONDS       PIC ZZ,ZZ9.
              05 FILLER            PIC X(34).
           03 WD-LM-FIELDS REDEFINES WD-FIELDS.
              05 WDM-FORMAT        PIC X(03).
              05 FILLER            PIC X(02).
              05 WDM-YEAR          PIC 9(04).
              05 FILLER            PIC X(02).
              05 WDM-LABEL         PIC X(30).
              05 FILLER            PIC X(41).

       01  WS-SUMMARY-LINE.
           03 WS-SUMMARY-TEXT      PIC X(40).
           MOVE AUD-TCODE             TO WD-TCODE
           MOVE AUD-AFFECTED-LPID     TO WD-LPID
           MOVE AUD-AFFECTED-TRACKNUM TO WD-TRACKNUM
           MOVE AUD-OPERATOR          TO WD-OPERATOR
           MOVE AUD-SOURCE            TO WD-SOURCE
           MOVE SPACES                TO WD-FIELDS
           EVALUATE TRUE
               WHEN TCODE-LP-ADD OF TRANS
