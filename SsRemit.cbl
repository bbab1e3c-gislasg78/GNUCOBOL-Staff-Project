       IDENTIFICATION DIVISION.
       PROGRAM-ID. SsRemit.

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

           SELECT OPTIONAL SsTable ASSIGN TO ws-SsTable-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SsTable.

           SELECT OPTIONAL SsReturn ASSIGN TO ws-SsReturn-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SsReturn.

           SELECT OPTIONAL SsLog ASSIGN TO ws-SsLog-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SsLog.

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
           03  payhist-rec-mi           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-it-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-oth-ded      PIC 9(06) VALUE ZEROES.
           03  payhist-rec-pf-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-gross        PIC 9(07) VALUE ZEROES.
           03  payhist-rec-deduction    PIC 9(07) VALUE ZEROES.
           03  payhist-rec-net          PIC 9(07) VALUE ZEROES.
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  SsTable
           RECORD CONTAINS 52 CHARACTERS.

       01  ss-rec.
           03  ss-rec-eff-date          PIC 9(08) VALUE ZEROES.
           03  ss-rec-type              PIC X(02) VALUE SPACES.
           03  ss-rec-branch            PIC X(20) VALUE SPACES.
           03  ss-rec-ee-rate           PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ss-rec-er-rate           PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ss-rec-lower             PIC 9(07) VALUE ZEROES.
           03  ss-rec-upper             PIC 9(07) VALUE ZEROES.

       FD  SsReturn
           RECORD CONTAINS 80 CHARACTERS.

       01  ssret-rec.
           03  ssret-rec-type           PIC X(01) VALUE SPACE.
               88  sw-ssret-rec-header            VALUE "H".
               88  sw-ssret-rec-detail            VALUE "D".
               88  sw-ssret-rec-trailer           VALUE "T".
           03  ssret-rec-data           PIC X(79) VALUE SPACES.
           03  ssret-rec-header-data REDEFINES ssret-rec-data.
               05  ssret-rec-period     PIC 9(06).
               05  ssret-rec-creation   PIC 9(08).
               05  ssret-rec-version    PIC 9(08).
               05  FILLER               PIC X(57).
           03  ssret-rec-detail-data REDEFINES ssret-rec-data.
               05  ssret-rec-ss-type    PIC X(02).
               05  ssret-rec-branch     PIC X(20).
               05  ssret-rec-employees  PIC 9(06).
               05  ssret-rec-wage-base  PIC 9(11).
               05  ssret-rec-ee-amount  PIC 9(11).
               05  ssret-rec-er-amount  PIC 9(11).
               05  FILLER               PIC X(18).
           03  ssret-rec-trailer-data REDEFINES ssret-rec-data.
               05  ssret-rec-count      PIC 9(06).
               05  ssret-rec-ee-total   PIC 9(13).
               05  ssret-rec-er-total   PIC 9(13).
               05  ssret-rec-total      PIC 9(13).
               05  FILLER               PIC X(34).

       FD  SsLog
           RECORD CONTAINS 32 CHARACTERS.

       01  sslog-rec.
           03  sslog-rec-period         PIC 9(06) VALUE ZEROES.
           03  sslog-rec-period-r REDEFINES sslog-rec-period.
               05  sslog-rec-year       PIC 9(04).
               05  FILLER               PIC 9(02).
           03  sslog-rec-ee-amount      PIC 9(13) VALUE ZEROES.
           03  sslog-rec-er-amount      PIC 9(13) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-SsTable                   PIC X(02) VALUE SPACES.
       77  fs-SsReturn                  PIC X(02) VALUE SPACES.
       77  fs-SsLog                     PIC X(02) VALUE SPACES.

       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-SsTable-name              PIC X(12) VALUE "SsTable".
       77  ws-SsReturn-name             PIC X(12) VALUE "SsReturn".
       77  ws-SsLog-name                PIC X(12) VALUE "SsLog".

       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  ws-eof-SsTable               PIC X(01) VALUE 'N'.
           88  sw-eof-SsTable-Y                   VALUE 'Y'.
       77  ws-eof-SsLog                 PIC X(01) VALUE 'N'.
           88  sw-eof-SsLog-Y                     VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-ss-tbl-max                         VALUE 10.

       01  ws-selection-criteria.
           03  ws-sel-period            PIC 9(06) VALUE ZEROES.
           03  ws-sel-period-r REDEFINES ws-sel-period.
               05  ws-sel-year          PIC 9(04).
               05  FILLER               PIC 9(02).

       01  ws-ss-table-controls.
           03  ws-ss-period-date        PIC 9(08) VALUE ZEROES.
           03  ws-ss-version-date       PIC 9(08) VALUE ZEROES.
           03  ws-ss-tbl-count          PIC 9(02) VALUE ZEROES.
           03  ws-ss-sub                PIC 9(02) VALUE ZEROES.
           03  ws-ss-base               PIC 9(07) VALUE ZEROES.
           03  ws-ss-ee-part            PIC 9(06) VALUE ZEROES.
           03  ws-ss-er-part            PIC 9(06) VALUE ZEROES.

       01  ws-ss-table.
           03  ws-ss-entry OCCURS cte-ss-tbl-max TIMES.
               05  ws-ss-type           PIC X(02).
               05  ws-ss-branch         PIC X(20).
               05  ws-ss-ee-rate        PIC 9(02)V9(02).
               05  ws-ss-er-rate        PIC 9(02)V9(02).
               05  ws-ss-lower          PIC 9(07).
               05  ws-ss-upper          PIC 9(07).
               05  ws-ss-employees      PIC 9(06).
               05  ws-ss-wage-base      PIC 9(11).
               05  ws-ss-ee-amount      PIC 9(11).
               05  ws-ss-er-amount      PIC 9(11).

       01  ws-row-fields.
           03  ws-row-ss-ee             PIC 9(06) VALUE ZEROES.
           03  ws-row-ss-er             PIC 9(06) VALUE ZEROES.
           03  ws-row-calc-ee           PIC 9(07) VALUE ZEROES.
           03  ws-row-calc-er           PIC 9(07) VALUE ZEROES.

       01  ws-return-controls.
           03  ws-return-rows           PIC 9(06) VALUE ZEROES.
           03  ws-return-lines          PIC 9(06) VALUE ZEROES.
           03  ws-return-ee-total       PIC 9(13) VALUE ZEROES.
           03  ws-return-er-total       PIC 9(13) VALUE ZEROES.
           03  ws-return-total          PIC 9(13) VALUE ZEROES.
           03  ws-run-date              PIC 9(08) VALUE ZEROES.

       01  ws-recon-fields.
           03  ws-recon-hist-ee         PIC 9(13) VALUE ZEROES.
           03  ws-recon-hist-er         PIC 9(13) VALUE ZEROES.
           03  ws-recon-period-diff     PIC S9(13) VALUE ZEROES.
           03  ws-recon-mismatch-rows   PIC 9(06) VALUE ZEROES.
           03  ws-recon-ytd-hist        PIC 9(13) VALUE ZEROES.
           03  ws-recon-ytd-remitted    PIC 9(13) VALUE ZEROES.
           03  ws-recon-ytd-diff        PIC S9(13) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Social-security contribution return run."

           DISPLAY "Return period (CCYYMM): " WITH NO ADVANCING
           ACCEPT ws-sel-period

           IF ws-sel-period EQUAL ZEROES
              DISPLAY "A return period is needed. Nothing "
                      "produced."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Load-Ss-Contribution-Table
             THRU Load-Ss-Contribution-Table-Exit

           IF ws-ss-tbl-count EQUAL ZEROES
              DISPLAY "No contribution types are in force for "
                      "period [" ws-sel-period "]. Nothing "
                      "produced."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Total-Contributions
             THRU Total-Contributions-Exit

           IF ws-return-rows EQUAL ZEROES
              DISPLAY "No contributions were found for period ["
                      ws-sel-period "]. Nothing produced."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Write-Return-File
             THRU Write-Return-File-Exit

           PERFORM Print-Contribution-Register
             THRU Print-Contribution-Register-Exit

           STOP RUN.

       Load-Ss-Contribution-Table.
           MOVE ZEROES TO ws-ss-tbl-count
                          ws-ss-version-date
           MOVE 'N'    TO ws-eof-SsTable

           COMPUTE ws-ss-period-date = ws-sel-period * 100 + 1

           OPEN INPUT SsTable

           IF fs-SsTable NOT EQUAL "00"
              CLOSE SsTable
              DISPLAY "*** WARNING: no social-security contribution "
                      "table was found. ***"
              GO TO Load-Ss-Contribution-Table-Exit
           END-IF

           PERFORM Find-Ss-Version-Date
             UNTIL sw-eof-SsTable-Y

           CLOSE SsTable

           IF ws-ss-version-date EQUAL ZEROES
              DISPLAY "*** WARNING: no social-security table version "
                      "is in force for [" ws-ss-period-date "]. ***"
              GO TO Load-Ss-Contribution-Table-Exit
           END-IF

           MOVE 'N' TO ws-eof-SsTable

           OPEN INPUT SsTable

           PERFORM Load-Ss-Version-Rows
             UNTIL sw-eof-SsTable-Y

           CLOSE SsTable

           DISPLAY "Social-security table version ["
                   ws-ss-version-date "] loaded with ["
                   ws-ss-tbl-count "] contribution types.".
       Load-Ss-Contribution-Table-Exit.
           EXIT.

       Find-Ss-Version-Date.
           READ SsTable RECORD
             AT END
                SET sw-eof-SsTable-Y TO TRUE

            NOT AT END
                IF  ss-rec-eff-date NOT GREATER ws-ss-period-date
                AND ss-rec-eff-date GREATER ws-ss-version-date
                    MOVE ss-rec-eff-date TO ws-ss-version-date
                END-IF
           END-READ.

       Load-Ss-Version-Rows.
           READ SsTable RECORD
             AT END
                SET sw-eof-SsTable-Y TO TRUE

            NOT AT END
                IF  ss-rec-eff-date EQUAL ws-ss-version-date
                AND ws-ss-tbl-count LESS cte-ss-tbl-max
                    ADD cte-01 TO ws-ss-tbl-count
                    MOVE ss-rec-type
                      TO ws-ss-type      (ws-ss-tbl-count)
                    MOVE ss-rec-branch
                      TO ws-ss-branch    (ws-ss-tbl-count)
                    MOVE ss-rec-ee-rate
                      TO ws-ss-ee-rate   (ws-ss-tbl-count)
                    MOVE ss-rec-er-rate
                      TO ws-ss-er-rate   (ws-ss-tbl-count)
                    MOVE ss-rec-lower
                      TO ws-ss-lower     (ws-ss-tbl-count)
                    MOVE ss-rec-upper
                      TO ws-ss-upper     (ws-ss-tbl-count)
                    MOVE ZEROES
                      TO ws-ss-employees (ws-ss-tbl-count)
                         ws-ss-wage-base (ws-ss-tbl-count)
                         ws-ss-ee-amount (ws-ss-tbl-count)
                         ws-ss-er-amount (ws-ss-tbl-count)
                END-IF
           END-READ.

       Total-Contributions.
           MOVE ZEROES TO ws-return-rows
                          ws-recon-hist-ee
                          ws-recon-hist-er
                          ws-recon-mismatch-rows
                          ws-recon-ytd-hist
           MOVE 'N'    TO ws-eof-PayHist

           OPEN INPUT PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              DISPLAY "*** No pay history file was found. ***"
              GO TO Total-Contributions-Exit
           END-IF

           COMPUTE payhist-rec-period = ws-sel-year * 100 + 1

           START PayHist KEY IS NOT LESS THAN payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Total-One-History-Row
             UNTIL sw-eof-PayHist-Y

           CLOSE PayHist.
       Total-Contributions-Exit.
           EXIT.

       Total-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period GREATER ws-sel-period
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF NOT sw-payhist-rec-run-reversed
                   PERFORM Take-Stored-Contributions

                   IF  payhist-rec-year EQUAL ws-sel-year
                   AND payhist-rec-period NOT GREATER ws-sel-period
                       ADD ws-row-ss-ee ws-row-ss-er
                         TO ws-recon-ytd-hist
                   END-IF

                   IF payhist-rec-period EQUAL ws-sel-period
                      ADD ws-row-ss-ee TO ws-recon-hist-ee
                      ADD ws-row-ss-er TO ws-recon-hist-er

                      IF sw-payhist-rec-run-regular
                         PERFORM Bucket-By-Contribution-Type
                      END-IF
                   END-IF
                END-IF
                END-IF
           END-READ.

       Take-Stored-Contributions.
           MOVE ZEROES TO ws-row-ss-ee
                          ws-row-ss-er

           IF payhist-rec-ss-ee IS NUMERIC
              MOVE payhist-rec-ss-ee TO ws-row-ss-ee
           END-IF

           IF payhist-rec-ss-er IS NUMERIC
              MOVE payhist-rec-ss-er TO ws-row-ss-er
           END-IF.

       Bucket-By-Contribution-Type.
           MOVE ZEROES TO ws-row-calc-ee
                          ws-row-calc-er

           PERFORM Bucket-One-Contribution-Type
           VARYING ws-ss-sub FROM 1 BY 1
             UNTIL ws-ss-sub GREATER ws-ss-tbl-count

           IF ws-row-calc-ee GREATER ZEROES
           OR ws-row-calc-er GREATER ZEROES
              ADD cte-01 TO ws-return-rows
           END-IF

           IF ws-row-calc-ee NOT EQUAL ws-row-ss-ee
           OR ws-row-calc-er NOT EQUAL ws-row-ss-er
              ADD cte-01 TO ws-recon-mismatch-rows
              DISPLAY "Employee [" payhist-rec-code "] pay history "
                      "holds employee [" ws-row-ss-ee "] employer ["
                      ws-row-ss-er "], the table gives ["
                      ws-row-calc-ee "] [" ws-row-calc-er "]."
           END-IF.

       Bucket-One-Contribution-Type.
           IF payhist-rec-gross NOT LESS ws-ss-lower (ws-ss-sub)
              MOVE payhist-rec-gross TO ws-ss-base

              IF  ws-ss-upper (ws-ss-sub) GREATER ZEROES
              AND ws-ss-base GREATER ws-ss-upper (ws-ss-sub)
                  MOVE ws-ss-upper (ws-ss-sub) TO ws-ss-base
              END-IF

              COMPUTE ws-ss-ee-part ROUNDED =
                      ws-ss-base * ws-ss-ee-rate (ws-ss-sub) / 100
              COMPUTE ws-ss-er-part ROUNDED =
                      ws-ss-base * ws-ss-er-rate (ws-ss-sub) / 100

              ADD cte-01        TO ws-ss-employees (ws-ss-sub)
              ADD ws-ss-base    TO ws-ss-wage-base (ws-ss-sub)
              ADD ws-ss-ee-part TO ws-ss-ee-amount (ws-ss-sub)
                                   ws-row-calc-ee
              ADD ws-ss-er-part TO ws-ss-er-amount (ws-ss-sub)
                                   ws-row-calc-er
           END-IF.

       Write-Return-File.
           ACCEPT ws-run-date FROM DATE YYYYMMDD

           OPEN OUTPUT SsReturn

           IF fs-SsReturn NOT EQUAL "00" AND
              fs-SsReturn NOT EQUAL "05"
              CLOSE SsReturn
              DISPLAY "*** The contribution return file could not "
                      "be opened. Nothing was produced. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Return-File-Exit
           END-IF

           MOVE SPACES TO ssret-rec
           MOVE "H"                TO ssret-rec-type
           MOVE ws-sel-period      TO ssret-rec-period
           MOVE ws-run-date        TO ssret-rec-creation
           MOVE ws-ss-version-date TO ssret-rec-version
           WRITE ssret-rec

           MOVE ZEROES TO ws-return-lines
                          ws-return-ee-total
                          ws-return-er-total

           PERFORM Write-One-Type-Line
           VARYING ws-ss-sub FROM 1 BY 1
             UNTIL ws-ss-sub GREATER ws-ss-tbl-count

           COMPUTE ws-return-total =
                   ws-return-ee-total + ws-return-er-total

           MOVE SPACES TO ssret-rec
           MOVE "T"                TO ssret-rec-type
           MOVE ws-return-lines    TO ssret-rec-count
           MOVE ws-return-ee-total TO ssret-rec-ee-total
           MOVE ws-return-er-total TO ssret-rec-er-total
           MOVE ws-return-total    TO ssret-rec-total
           WRITE ssret-rec

           CLOSE SsReturn

           OPEN EXTEND SsLog

           IF fs-SsLog EQUAL "00" OR fs-SsLog EQUAL "05"
              MOVE ws-sel-period      TO sslog-rec-period
              MOVE ws-return-ee-total TO sslog-rec-ee-amount
              MOVE ws-return-er-total TO sslog-rec-er-amount
              WRITE sslog-rec
           END-IF

           CLOSE SsLog

           DISPLAY "The contribution return [" ws-SsReturn-name
                   "] was produced with control totals: lines ["
                   ws-return-lines "] employee [" ws-return-ee-total
                   "] employer [" ws-return-er-total "].".
       Write-Return-File-Exit.
           EXIT.

       Write-One-Type-Line.
           IF ws-ss-employees (ws-ss-sub) GREATER ZEROES
              MOVE SPACES TO ssret-rec
              MOVE "D" TO ssret-rec-type
              MOVE ws-ss-type      (ws-ss-sub) TO ssret-rec-ss-type
              MOVE ws-ss-branch    (ws-ss-sub) TO ssret-rec-branch
              MOVE ws-ss-employees (ws-ss-sub)
                TO ssret-rec-employees
              MOVE ws-ss-wage-base (ws-ss-sub)
                TO ssret-rec-wage-base
              MOVE ws-ss-ee-amount (ws-ss-sub)
                TO ssret-rec-ee-amount
              MOVE ws-ss-er-amount (ws-ss-sub)
                TO ssret-rec-er-amount
              WRITE ssret-rec
              ADD cte-01 TO ws-return-lines
              ADD ws-ss-ee-amount (ws-ss-sub) TO ws-return-ee-total
              ADD ws-ss-er-amount (ws-ss-sub) TO ws-return-er-total
           END-IF.

       Print-Contribution-Register.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Contribution register [" ws-sel-period
                   "].         |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"

           PERFORM Print-One-Register-Line
           VARYING ws-ss-sub FROM 1 BY 1
             UNTIL ws-ss-sub GREATER ws-ss-tbl-count

           COMPUTE ws-recon-period-diff =
                   ws-recon-hist-ee + ws-recon-hist-er
                 - ws-return-total

           DISPLAY SPACE
           DISPLAY "Return employee total : ["
                   ws-return-ee-total "]."
           DISPLAY "Return employer total : ["
                   ws-return-er-total "]."
           DISPLAY "Pay history employee  : [" ws-recon-hist-ee "]."
           DISPLAY "Pay history employer  : [" ws-recon-hist-er "]."
           DISPLAY "Difference            : ["
                   ws-recon-period-diff "]."
           DISPLAY "Rows not agreeing     : ["
                   ws-recon-mismatch-rows "]."

           IF  ws-recon-period-diff EQUAL ZEROES
           AND ws-recon-mismatch-rows EQUAL ZEROES
               DISPLAY "The return agrees with the pay history for "
                       "the period."
           ELSE
               DISPLAY "*** The return does NOT agree with the pay "
                       "history: check the rows listed above "
                       "before filing. ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE ZEROES TO ws-recon-ytd-remitted
           MOVE 'N'    TO ws-eof-SsLog

           OPEN INPUT SsLog

           IF fs-SsLog NOT EQUAL "00"
              CLOSE SsLog
              DISPLAY "No contribution log was found. The "
                      "reconciliation shows the current run only."
           ELSE
              PERFORM Total-One-Logged-Return
                UNTIL sw-eof-SsLog-Y

              CLOSE SsLog
           END-IF

           COMPUTE ws-recon-ytd-diff =
                   ws-recon-ytd-hist - ws-recon-ytd-remitted

           DISPLAY SPACE
           DISPLAY "Charged year-to-date  : [" ws-recon-ytd-hist "]."
           DISPLAY "Returned year-to-date : ["
                   ws-recon-ytd-remitted "]."
           DISPLAY "Difference            : ["
                   ws-recon-ytd-diff "]."

           IF ws-recon-ytd-diff EQUAL ZEROES
              DISPLAY "The contributions charged and returned agree "
                      "for the year."
           ELSE
              DISPLAY "*** The contributions charged and returned do "
                      "NOT agree for the year. ***"
              MOVE 4 TO RETURN-CODE
           END-IF.
       Print-Contribution-Register-Exit.
           EXIT.

       Print-One-Register-Line.
           DISPLAY "[" ws-ss-type (ws-ss-sub) "] ["
                   ws-ss-branch (ws-ss-sub) "] employees ["
                   ws-ss-employees (ws-ss-sub) "] wages ["
                   ws-ss-wage-base (ws-ss-sub) "] employee ["
                   ws-ss-ee-amount (ws-ss-sub) "] employer ["
                   ws-ss-er-amount (ws-ss-sub) "].".

       Total-One-Logged-Return.
           READ SsLog RECORD
             AT END
                SET sw-eof-SsLog-Y TO TRUE

            NOT AT END
                IF  sslog-rec-year EQUAL ws-sel-year
                AND sslog-rec-period NOT GREATER ws-sel-period
                    ADD sslog-rec-ee-amount sslog-rec-er-amount
                      TO ws-recon-ytd-remitted
                END-IF
           END-READ.

       END PROGRAM SsRemit.
