       IDENTIFICATION DIVISION.
       PROGRAM-ID. TpRemit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayeeMst ASSIGN TO ws-PayeeMst-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayeeMst.

           SELECT OPTIONAL PayeeMap ASSIGN TO ws-PayeeMap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayeeMap.

           SELECT OPTIONAL TpDed ASSIGN TO ws-TpDed-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TpDed.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL RemitFile ASSIGN TO ws-RemitFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RemitFile.

           SELECT OPTIONAL RemitAdv ASSIGN TO ws-RemitAdv-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RemitAdv.

       DATA DIVISION.
       FILE SECTION.
       FD  PayeeMst
           RECORD CONTAINS 62 CHARACTERS.

       01  payee-rec.
           03  payee-rec-id              PIC X(06) VALUE SPACES.
           03  payee-rec-name            PIC X(30) VALUE SPACES.
           03  payee-rec-bank            PIC X(04) VALUE SPACES.
           03  payee-rec-branch          PIC X(06) VALUE SPACES.
           03  payee-rec-account         PIC X(16) VALUE SPACES.

       FD  PayeeMap
           RECORD CONTAINS 27 CHARACTERS.

       01  payeemap-rec.
           03  payeemap-rec-source       PIC X(01) VALUE SPACE.
           03  payeemap-rec-key          PIC X(20) VALUE SPACES.
           03  payeemap-rec-payee        PIC X(06) VALUE SPACES.

       FD  TpDed
           RECORD CONTAINS 39 CHARACTERS.

       01  tpded-rec.
           03  tpded-rec-period          PIC 9(06) VALUE ZEROES.
           03  tpded-rec-code            PIC 9(06) VALUE ZEROES.
           03  tpded-rec-source          PIC X(01) VALUE SPACE.
           03  tpded-rec-key             PIC X(20) VALUE SPACES.
           03  tpded-rec-amount          PIC 9(06) VALUE ZEROES.

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  FILLER                   PIC X(99) VALUE SPACES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  RemitFile
           RECORD CONTAINS 80 CHARACTERS.

       01  f-RemitFile-rec              PIC X(80) VALUE SPACES.

       FD  RemitAdv
           RECORD CONTAINS 80 CHARACTERS.

       01  f-RemitAdv-rec               PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-PayeeMst                  PIC X(02) VALUE SPACES.
       77  fs-PayeeMap                  PIC X(02) VALUE SPACES.
       77  fs-TpDed                     PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-RemitFile                 PIC X(02) VALUE SPACES.
       77  fs-RemitAdv                  PIC X(02) VALUE SPACES.

       77  ws-PayeeMst-name             PIC X(12) VALUE "PayeeMst".
       77  ws-PayeeMap-name             PIC X(12) VALUE "PayeeMap".
       77  ws-TpDed-name                PIC X(12) VALUE "TpDed".
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-RemitFile-name            PIC X(40) VALUE SPACES.
       77  ws-RemitAdv-name             PIC X(40) VALUE SPACES.

       77  ws-eof-PayeeMst              PIC X(01) VALUE 'N'.
           88  sw-eof-PayeeMst-Y                  VALUE 'Y'.
       77  ws-eof-PayeeMap              PIC X(01) VALUE 'N'.
           88  sw-eof-PayeeMap-Y                  VALUE 'Y'.
       77  ws-eof-TpDed                 PIC X(01) VALUE 'N'.
           88  sw-eof-TpDed-Y                     VALUE 'Y'.
       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-payee-tbl-max                      VALUE 200.
       78  cte-map-tbl-max                        VALUE 500.
       78  cte-line-tbl-max                       VALUE 5000.

       01  ws-selection-criteria.
           03  ws-sel-period            PIC 9(06) VALUE ZEROES.

       01  ws-today                     PIC 9(08) VALUE ZEROES.

       01  ws-payee-controls.
           03  ws-payee-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-payee-sub             PIC 9(03) VALUE ZEROES.
           03  ws-payee-found-sub       PIC 9(03) VALUE ZEROES.
           03  ws-payee-seek            PIC X(06) VALUE SPACES.

       01  ws-payee-table.
           03  ws-payee-entry OCCURS cte-payee-tbl-max TIMES.
               05  ws-payee-id          PIC X(06).
               05  ws-payee-name        PIC X(30).
               05  ws-payee-bank        PIC X(04).
               05  ws-payee-branch      PIC X(06).
               05  ws-payee-account     PIC X(16).
               05  ws-payee-total       PIC 9(09).
               05  ws-payee-lines       PIC 9(04).

       01  ws-map-controls.
           03  ws-map-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-map-sub               PIC 9(03) VALUE ZEROES.
           03  ws-map-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-map-table.
           03  ws-map-entry OCCURS cte-map-tbl-max TIMES.
               05  ws-map-source        PIC X(01).
               05  ws-map-key           PIC X(20).
               05  ws-map-payee         PIC X(06).

       01  ws-line-controls.
           03  ws-line-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-line-sub              PIC 9(04) VALUE ZEROES.
           03  ws-line-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-line-overflow-Y             VALUE 'Y'.

       01  ws-line-table.
           03  ws-line-entry OCCURS cte-line-tbl-max TIMES.
               05  ws-line-code         PIC 9(06).
               05  ws-line-source       PIC X(01).
               05  ws-line-key          PIC X(20).
               05  ws-line-amount       PIC 9(06).
               05  ws-line-payee-sub    PIC 9(03).

       01  ws-remit-totals.
           03  ws-hist-tp-total         PIC 9(11) VALUE ZEROES.
           03  ws-ledger-total          PIC 9(11) VALUE ZEROES.
           03  ws-remitted-total        PIC 9(11) VALUE ZEROES.
           03  ws-unassigned-total      PIC 9(11) VALUE ZEROES.
           03  ws-unassigned-lines      PIC 9(04) VALUE ZEROES.
           03  ws-payments-written      PIC 9(04) VALUE ZEROES.
           03  ws-no-bank-count         PIC 9(04) VALUE ZEROES.

       01  ws-source-text               PIC X(11) VALUE SPACES.
       01  ws-adv-line                  PIC X(80) VALUE SPACES.
       01  ws-adv-ed-amount             PIC Z(08)9 VALUE ZEROES.

       01  ws-remit-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-rmh-period            PIC 9(06) VALUE ZEROES.
           03  ws-rmh-date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(11) VALUE "THIRD-PARTY".
           03  FILLER                   PIC X(54) VALUE SPACES.

       01  ws-remit-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-rmd-payee             PIC X(06) VALUE SPACES.
           03  ws-rmd-name              PIC X(30) VALUE SPACES.
           03  ws-rmd-bank              PIC X(04) VALUE SPACES.
           03  ws-rmd-branch            PIC X(06) VALUE SPACES.
           03  ws-rmd-account           PIC X(16) VALUE SPACES.
           03  ws-rmd-amount            PIC 9(09) VALUE ZEROES.
           03  ws-rmd-lines             PIC 9(04) VALUE ZEROES.
           03  FILLER                   PIC X(04) VALUE SPACES.

       01  ws-remit-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-rmt-count             PIC 9(06) VALUE ZEROES.
           03  ws-rmt-total             PIC 9(11) VALUE ZEROES.
           03  FILLER                   PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Third-party deduction remittances."

           DISPLAY "Period to remit (CCYYMM)        : "
              WITH NO ADVANCING
           ACCEPT ws-sel-period

           DISPLAY "Remittance file (blank: TpRmtFile): "
              WITH NO ADVANCING
           ACCEPT ws-RemitFile-name

           DISPLAY "Advice file (blank: RemitAdv)     : "
              WITH NO ADVANCING
           ACCEPT ws-RemitAdv-name

           IF ws-sel-period EQUAL ZEROES
              DISPLAY "A period is needed. Nothing remitted."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ws-RemitFile-name EQUAL SPACES
              MOVE "TpRmtFile" TO ws-RemitFile-name
           END-IF

           IF ws-RemitAdv-name EQUAL SPACES
              MOVE "RemitAdv" TO ws-RemitAdv-name
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Load-Payees
           PERFORM Load-Payee-Maps

           PERFORM Load-Deduction-Lines
             THRU Load-Deduction-Lines-Exit

           IF sw-line-overflow-Y
              DISPLAY "*** More than [" cte-line-tbl-max "] "
                      "deduction lines for the period. Nothing "
                      "remitted. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Total-Pay-History
             THRU Total-Pay-History-Exit

           OPEN OUTPUT RemitFile
           OPEN OUTPUT RemitAdv

           IF (fs-RemitFile NOT EQUAL "00" AND fs-RemitFile NOT EQUAL
               "05")
           OR (fs-RemitAdv  NOT EQUAL "00" AND fs-RemitAdv  NOT EQUAL
               "05")
              CLOSE RemitFile
                    RemitAdv
              DISPLAY "*** The remittance or advice file could not "
                      "be opened. Nothing remitted. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ws-sel-period TO ws-rmh-period
           MOVE ws-today      TO ws-rmh-date
           WRITE f-RemitFile-rec FROM ws-remit-header

           PERFORM Remit-One-Payee
           VARYING ws-payee-sub FROM 1 BY 1
             UNTIL ws-payee-sub GREATER ws-payee-tbl-count

           MOVE ws-payments-written TO ws-rmt-count
           MOVE ws-remitted-total   TO ws-rmt-total
           WRITE f-RemitFile-rec FROM ws-remit-trailer

           CLOSE RemitFile
                 RemitAdv

           PERFORM Print-Remittance-Proof

           STOP RUN.

       Load-Payees.
           MOVE ZEROES TO ws-payee-tbl-count
           MOVE 'N'    TO ws-eof-PayeeMst

           OPEN INPUT PayeeMst

           IF fs-PayeeMst EQUAL "00"
              PERFORM Read-One-Payee
                UNTIL sw-eof-PayeeMst-Y
           ELSE
              DISPLAY "*** No payee master was found: every "
                      "deduction is unassigned. ***"
           END-IF

           CLOSE PayeeMst.

       Read-One-Payee.
           READ PayeeMst RECORD
             AT END
                SET sw-eof-PayeeMst-Y TO TRUE

            NOT AT END
                MOVE payee-rec-id TO ws-payee-seek
                PERFORM Find-Payee

                IF ws-payee-found-sub EQUAL ZEROES
                   IF ws-payee-tbl-count LESS cte-payee-tbl-max
                      ADD cte-01 TO ws-payee-tbl-count
                      MOVE ws-payee-tbl-count TO ws-payee-found-sub
                      MOVE ZEROES
                        TO ws-payee-total (ws-payee-found-sub)
                           ws-payee-lines (ws-payee-found-sub)
                   ELSE
                      DISPLAY "*** More than [" cte-payee-tbl-max
                              "] payees: later payees are not "
                              "loaded. ***"
                      SET sw-eof-PayeeMst-Y TO TRUE
                   END-IF
                END-IF

                IF ws-payee-found-sub GREATER ZEROES
                   MOVE payee-rec-id
                     TO ws-payee-id      (ws-payee-found-sub)
                   MOVE payee-rec-name
                     TO ws-payee-name    (ws-payee-found-sub)
                   MOVE payee-rec-bank
                     TO ws-payee-bank    (ws-payee-found-sub)
                   MOVE payee-rec-branch
                     TO ws-payee-branch  (ws-payee-found-sub)
                   MOVE payee-rec-account
                     TO ws-payee-account (ws-payee-found-sub)
                END-IF
           END-READ.

       Find-Payee.
           MOVE ZEROES TO ws-payee-found-sub

           PERFORM Match-Payee-Id
           VARYING ws-payee-sub FROM 1 BY 1
             UNTIL ws-payee-sub GREATER ws-payee-tbl-count
                OR ws-payee-found-sub GREATER ZEROES.

       Match-Payee-Id.
           IF ws-payee-id (ws-payee-sub) EQUAL ws-payee-seek
              MOVE ws-payee-sub TO ws-payee-found-sub
           END-IF.

       Load-Payee-Maps.
           MOVE ZEROES TO ws-map-tbl-count
           MOVE 'N'    TO ws-eof-PayeeMap

           OPEN INPUT PayeeMap

           IF fs-PayeeMap EQUAL "00"
              PERFORM Read-One-Payee-Map
                UNTIL sw-eof-PayeeMap-Y
           END-IF

           CLOSE PayeeMap.

       Read-One-Payee-Map.
           READ PayeeMap RECORD
             AT END
                SET sw-eof-PayeeMap-Y TO TRUE

            NOT AT END
                MOVE ZEROES TO ws-map-found-sub

                PERFORM Match-Map-Row
                VARYING ws-map-sub FROM 1 BY 1
                  UNTIL ws-map-sub GREATER ws-map-tbl-count
                     OR ws-map-found-sub GREATER ZEROES

                IF ws-map-found-sub EQUAL ZEROES
                   IF ws-map-tbl-count LESS cte-map-tbl-max
                      ADD cte-01 TO ws-map-tbl-count
                      MOVE ws-map-tbl-count TO ws-map-found-sub
                   ELSE
                      DISPLAY "*** More than [" cte-map-tbl-max
                              "] payee assignments: later ones are "
                              "not loaded. ***"
                      SET sw-eof-PayeeMap-Y TO TRUE
                   END-IF
                END-IF

                IF ws-map-found-sub GREATER ZEROES
                   MOVE payeemap-rec-source
                     TO ws-map-source (ws-map-found-sub)
                   MOVE payeemap-rec-key
                     TO ws-map-key    (ws-map-found-sub)
                   MOVE payeemap-rec-payee
                     TO ws-map-payee  (ws-map-found-sub)
                END-IF
           END-READ.

       Match-Map-Row.
           IF  ws-map-source (ws-map-sub) EQUAL payeemap-rec-source
           AND ws-map-key    (ws-map-sub) EQUAL payeemap-rec-key
               MOVE ws-map-sub TO ws-map-found-sub
           END-IF.

       Match-Map-Deduction.
           IF  ws-map-source (ws-map-sub) EQUAL tpded-rec-source
           AND ws-map-key    (ws-map-sub) EQUAL tpded-rec-key
               MOVE ws-map-sub TO ws-map-found-sub
           END-IF.

       Load-Deduction-Lines.
           MOVE ZEROES TO ws-line-tbl-count
           MOVE 'N'    TO ws-eof-TpDed
                          ws-line-overflow-sw

           OPEN INPUT TpDed

           IF fs-TpDed NOT EQUAL "00"
              CLOSE TpDed
              DISPLAY "*** No third-party deduction ledger was "
                      "found. ***"
              GO TO Load-Deduction-Lines-Exit
           END-IF

           PERFORM Load-One-Deduction-Line
             UNTIL sw-eof-TpDed-Y

           CLOSE TpDed.
       Load-Deduction-Lines-Exit.
           EXIT.

       Load-One-Deduction-Line.
           READ TpDed RECORD
             AT END
                SET sw-eof-TpDed-Y TO TRUE

            NOT AT END
                IF tpded-rec-period EQUAL ws-sel-period
                   IF ws-line-tbl-count LESS cte-line-tbl-max
                      PERFORM Post-One-Deduction-Line
                   ELSE
                      SET sw-line-overflow-Y TO TRUE
                      SET sw-eof-TpDed-Y     TO TRUE
                   END-IF
                END-IF
           END-READ.

       Post-One-Deduction-Line.
           ADD cte-01 TO ws-line-tbl-count
           ADD tpded-rec-amount TO ws-ledger-total

           MOVE tpded-rec-code   TO ws-line-code   (ws-line-tbl-count)
           MOVE tpded-rec-source TO ws-line-source (ws-line-tbl-count)
           MOVE tpded-rec-key    TO ws-line-key    (ws-line-tbl-count)
           MOVE tpded-rec-amount TO ws-line-amount (ws-line-tbl-count)

           MOVE ZEROES TO ws-map-found-sub
                          ws-payee-found-sub

           PERFORM Match-Map-Deduction
           VARYING ws-map-sub FROM 1 BY 1
             UNTIL ws-map-sub GREATER ws-map-tbl-count
                OR ws-map-found-sub GREATER ZEROES

           IF ws-map-found-sub GREATER ZEROES
              MOVE ws-map-payee (ws-map-found-sub) TO ws-payee-seek
              PERFORM Find-Payee
           END-IF

           MOVE ws-payee-found-sub
             TO ws-line-payee-sub (ws-line-tbl-count)

           IF ws-payee-found-sub GREATER ZEROES
              ADD tpded-rec-amount
                TO ws-payee-total (ws-payee-found-sub)
              ADD cte-01
                TO ws-payee-lines (ws-payee-found-sub)
           ELSE
              ADD cte-01           TO ws-unassigned-lines
              ADD tpded-rec-amount TO ws-unassigned-total
              DISPLAY "*** Deduction [" tpded-rec-source "] ["
                      tpded-rec-key "] of [" tpded-rec-code "] for ["
                      tpded-rec-amount "] has no payee. ***"
           END-IF.

       Total-Pay-History.
           MOVE ZEROES TO ws-hist-tp-total
           MOVE 'N'    TO ws-eof-PayHist

           OPEN INPUT PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              DISPLAY "*** No pay history file was found. ***"
              GO TO Total-Pay-History-Exit
           END-IF

           MOVE ws-sel-period TO payhist-rec-period

           START PayHist KEY IS EQUAL TO payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Total-One-History-Row
             UNTIL sw-eof-PayHist-Y

           CLOSE PayHist.
       Total-Pay-History-Exit.
           EXIT.

       Total-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-sel-period
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF payhist-rec-tp-ded IS NUMERIC
                   ADD payhist-rec-tp-ded TO ws-hist-tp-total
                END-IF
                END-IF
           END-READ.

       Remit-One-Payee.
           IF ws-payee-total (ws-payee-sub) GREATER ZEROES
              MOVE ws-payee-id      (ws-payee-sub) TO ws-rmd-payee
              MOVE ws-payee-name    (ws-payee-sub) TO ws-rmd-name
              MOVE ws-payee-bank    (ws-payee-sub) TO ws-rmd-bank
              MOVE ws-payee-branch  (ws-payee-sub) TO ws-rmd-branch
              MOVE ws-payee-account (ws-payee-sub) TO ws-rmd-account
              MOVE ws-payee-total   (ws-payee-sub) TO ws-rmd-amount
              MOVE ws-payee-lines   (ws-payee-sub) TO ws-rmd-lines
              WRITE f-RemitFile-rec FROM ws-remit-detail

              ADD cte-01 TO ws-payments-written
              ADD ws-payee-total (ws-payee-sub) TO ws-remitted-total

              IF ws-payee-account (ws-payee-sub) EQUAL SPACES
                 ADD cte-01 TO ws-no-bank-count
                 DISPLAY "Payee [" ws-payee-id (ws-payee-sub)
                         "] has no bank account: accounts payable "
                         "will pay it by cheque."
              END-IF

              PERFORM Print-Payee-Advice
           END-IF.

       Print-Payee-Advice.
           MOVE ALL "=" TO ws-adv-line
           WRITE f-RemitAdv-rec FROM ws-adv-line

           MOVE SPACES TO ws-adv-line
           STRING "REMITTANCE ADVICE  Period [" ws-sel-period
                  "]  Date [" ws-today "]"
                  DELIMITED BY SIZE INTO ws-adv-line
           WRITE f-RemitAdv-rec FROM ws-adv-line

           MOVE SPACES TO ws-adv-line
           STRING "Payee [" ws-payee-id (ws-payee-sub) "] "
                  ws-payee-name (ws-payee-sub)
                  DELIMITED BY SIZE INTO ws-adv-line
           WRITE f-RemitAdv-rec FROM ws-adv-line

           MOVE SPACES TO ws-adv-line
           STRING "Employee  Deduction    Reference              "
                  "     Amount"
                  DELIMITED BY SIZE INTO ws-adv-line
           WRITE f-RemitAdv-rec FROM ws-adv-line

           PERFORM Print-One-Advice-Line
           VARYING ws-line-sub FROM 1 BY 1
             UNTIL ws-line-sub GREATER ws-line-tbl-count

           MOVE ws-payee-total (ws-payee-sub) TO ws-adv-ed-amount
           MOVE SPACES TO ws-adv-line
           STRING "Total remitted [" ws-payee-lines (ws-payee-sub)
                  "] lines                         " ws-adv-ed-amount
                  DELIMITED BY SIZE INTO ws-adv-line
           WRITE f-RemitAdv-rec FROM ws-adv-line.

       Print-One-Advice-Line.
           IF ws-line-payee-sub (ws-line-sub) EQUAL ws-payee-sub
              EVALUATE ws-line-source (ws-line-sub)
                  WHEN "G"
                       MOVE "GARNISHMENT" TO ws-source-text
                  WHEN "B"
                       MOVE "BENEFIT"     TO ws-source-text
                  WHEN "V"
                       MOVE "VOLUNTARY"   TO ws-source-text
                  WHEN OTHER
                       MOVE SPACES        TO ws-source-text
              END-EVALUATE

              MOVE ws-line-amount (ws-line-sub) TO ws-adv-ed-amount
              MOVE SPACES TO ws-adv-line
              STRING ws-line-code (ws-line-sub) "    "
                     ws-source-text "  " ws-line-key (ws-line-sub)
                     "   " ws-adv-ed-amount
                     DELIMITED BY SIZE INTO ws-adv-line
              WRITE f-RemitAdv-rec FROM ws-adv-line
           END-IF.

       Print-Remittance-Proof.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Remittance proof for period ["
                   ws-sel-period "].  |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Third-party deductions in PayHist : ["
                   ws-hist-tp-total "]."
           DISPLAY "Deduction ledger lines            : ["
                   ws-line-tbl-count "] for [" ws-ledger-total "]."
           DISPLAY "Remitted to payees                : ["
                   ws-payments-written "] for [" ws-remitted-total
                   "]."
           DISPLAY "Deductions with no payee          : ["
                   ws-unassigned-lines "] for [" ws-unassigned-total
                   "]."

           IF  ws-remitted-total EQUAL ws-hist-tp-total
           AND ws-remitted-total EQUAL ws-ledger-total
               DISPLAY "Total remittances equal the third-party "
                       "deductions in pay history."
           ELSE
               DISPLAY "*** The remittances do NOT equal the "
                       "third-party deductions in pay history. ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           IF ws-no-bank-count GREATER ZEROES
           AND RETURN-CODE EQUAL ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM TpRemit.
