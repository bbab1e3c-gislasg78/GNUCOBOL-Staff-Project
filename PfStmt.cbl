       01  ws-selection-criteria.
           03  ws-sel-year              PIC 9(04) VALUE ZEROES.

       01  ws-rptarc-fields.
           03  ws-rptarc-program        PIC X(08) VALUE "PfStmt".
           03  ws-rptarc-report         PIC X(40) VALUE SPACES.
           03  ws-rptarc-period         PIC 9(06) VALUE ZEROES.
           03  ws-rptarc-operator       PIC X(08) VALUE SPACES.
           03  ws-rptarc-pages          PIC 9(05) VALUE ZEROES.

       01  ws-run-counters.
           03  ws-ledger-rows           PIC 9(06) VALUE ZEROES.
           03  ws-statement-pages       PIC 9(04) VALUE ZEROES.

           IF ws-StmtFile-name NOT EQUAL SPACES
              CLOSE StmtFile

              COMPUTE ws-rptarc-period = ws-sel-year * 100 + 12
              MOVE ws-statement-pages TO ws-rptarc-pages
              MOVE ws-StmtFile-name TO ws-rptarc-report
              CALL "RptArc" USING ws-rptarc-program
                                  ws-rptarc-report
                                  ws-rptarc-period
                                  ws-rptarc-operator
                                  ws-rptarc-pages
           END-IF

           DISPLAY SPACE
