       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL StmtFile ASSIGN TO ws-StmtFile-name
       DATA DIVISION.
       FILE SECTION.
       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period-r REDEFINES payhist-rec-period.
                   07  payhist-rec-year PIC 9(04).
                   07  FILLER           PIC 9(02).
               05  payhist-rec-run-type PIC X(01) VALUE "R".
                   88  sw-payhist-rec-run-regular     VALUES "R",
                                                                SPACE.
                   88  sw-payhist-rec-run-supplement  VALUE "S".
                   88  sw-payhist-rec-run-reversed    VALUE "V".
                   88  sw-payhist-rec-run-final       VALUE "F".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  payhist-rec-basic        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-da           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-hra          PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  StmtFile
           RECORD CONTAINS 80 CHARACTERS.
       01  ws-selection-criteria.
           03  ws-sel-year              PIC 9(04) VALUE ZEROES.

       01  ws-rptarc-fields.
           03  ws-rptarc-program        PIC X(08) VALUE "AnnStmt".
           03  ws-rptarc-report         PIC X(40) VALUE SPACES.
           03  ws-rptarc-period         PIC 9(06) VALUE ZEROES.
           03  ws-rptarc-operator       PIC X(08) VALUE SPACES.
           03  ws-rptarc-pages          PIC 9(05) VALUE ZEROES.

       01  ws-run-counters.
           03  ws-history-rows          PIC 9(06) VALUE ZEROES.
           03  ws-statement-pages       PIC 9(04) VALUE ZEROES.
              STOP RUN
           END-IF

           COMPUTE payhist-rec-period = ws-sel-year * 100 + 1

           START PayHist KEY IS NOT LESS THAN payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Accumulate-One-History-Row
             UNTIL sw-eof-PayHist-Y


           CLOSE StmtFile

           COMPUTE ws-rptarc-period = ws-sel-year * 100 + 12
           COMPUTE ws-rptarc-pages = ws-statement-pages + 1
           MOVE ws-StmtFile-name TO ws-rptarc-report
           CALL "RptArc" USING ws-rptarc-program
                               ws-rptarc-report
                               ws-rptarc-period
                               ws-rptarc-operator
                               ws-rptarc-pages

           PERFORM Print-Control-Report

           STOP RUN.

       Accumulate-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-year NOT EQUAL ws-sel-year
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF NOT sw-payhist-rec-run-reversed
                   ADD cte-01 TO ws-history-rows

                   ADD payhist-rec-gross   TO ws-gt-gross

                   PERFORM Post-To-Employee-Table
                END-IF
                END-IF
           END-READ.

       Post-To-Employee-Table.
