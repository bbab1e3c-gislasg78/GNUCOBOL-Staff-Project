           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
           03  oper-rec-status                 PIC X(01)  VALUE "A".
               88  sw-oper-rec-status-active              VALUES "A",
                                                            SPACE.
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       FD  CategoryFile
           RECORD CONTAINS 42 CHARACTERS.
           03  ws-signlog-program      PIC X(08)          VALUE SPACES.
           03  ws-signlog-result       PIC X(01)          VALUE SPACE.

       01  ws-rptarc-fields.
           03  ws-rptarc-program       PIC X(08)   VALUE "CompaRp".
           03  ws-rptarc-report        PIC X(40)          VALUE SPACES.
           03  ws-rptarc-period        PIC 9(06)          VALUE ZEROES.
           03  ws-rptarc-pages         PIC 9(05)          VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Compa-ratio and band-penetration report."

           CLOSE RptFile

           COMPUTE ws-rptarc-period = ws-band-as-of-date / 100
           MOVE ws-RptFile-name TO ws-rptarc-report
           CALL "RptArc" USING ws-rptarc-program
                               ws-rptarc-report
                               ws-rptarc-period
                               ws-auth-oper-id
                               ws-rptarc-pages

           DISPLAY SPACE
           DISPLAY "Employees printed : [" ws-printed-employees "]."
           DISPLAY "Employees flagged : [" ws-flagged-employees "]."
