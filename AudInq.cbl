           03  ws-linage-top           PIC 9(01)          VALUE 01.
           03  ws-linage-totlines      PIC 9(02)          VALUE 26.

       01  ws-rptarc-fields.
           03  ws-rptarc-program       PIC X(08)   VALUE "AudInq".
           03  ws-rptarc-report        PIC X(40)          VALUE SPACES.
           03  ws-rptarc-period        PIC 9(06)          VALUE ZEROES.
           03  ws-rptarc-operator      PIC X(08)          VALUE SPACES.
           03  ws-rptarc-pages         PIC 9(05)          VALUE ZEROES.
           03  ws-rptarc-today         PIC 9(08)          VALUE ZEROES.

       01  ws-selection-criteria.
           03  ws-sel-employee         PIC 9(06)          VALUE ZEROES.
           03  ws-sel-date-from        PIC 9(08)          VALUE ZEROES.

           IF sw-sel-print-Y
              CLOSE RptFile

              IF ws-sel-date-to IS GREATER THAN ZEROES
                 MOVE ws-sel-date-to TO ws-rptarc-today
              ELSE
                 ACCEPT ws-rptarc-today FROM DATE YYYYMMDD
              END-IF
              COMPUTE ws-rptarc-period = ws-rptarc-today / 100
              MOVE ws-printed-pages TO ws-rptarc-pages
              MOVE ws-RptFile-name TO ws-rptarc-report
              CALL "RptArc" USING ws-rptarc-program
                                  ws-rptarc-report
                                  ws-rptarc-period
                                  ws-rptarc-operator
                                  ws-rptarc-pages
           END-IF

           DISPLAY SPACE
