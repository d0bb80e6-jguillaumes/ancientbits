       01  OPR-AUTH-RECORD.
           03 OPR-OPERATOR-ID       PIC X(08).
           03 OPR-NAME              PIC X(30).
           03 OPR-CLASS             PIC X(01).
              88 OPR-SUPERVISOR     VALUE 'S'.
              88 OPR-CLERK          VALUE 'C'.
              88 OPR-BATCH-JOB      VALUE 'B'.
           03 OPR-STATUS            PIC X(01).
              88 OPR-ACTIVE         VALUE 'A'.
              88 OPR-REVOKED        VALUE 'R'.
           03 OPR-CODE-TABLE.
              05 OPR-ALLOWED-CODE   PIC X(02)  OCCURS 12 TIMES
                                    INDEXED BY OPR-CODE-IX.
