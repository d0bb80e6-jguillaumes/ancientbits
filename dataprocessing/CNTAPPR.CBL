           03 CA-LPID                PIC X(04).
              88 CA-APPROVE-ALL      VALUE 'ALL '.
