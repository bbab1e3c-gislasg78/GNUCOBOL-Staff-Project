       IDENTIFICATION DIVISION.
       PROGRAM-ID. IcRchg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CompFile ASSIGN TO ws-CompFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CompFile.

           SELECT OPTIONAL RchgAgr ASSIGN TO ws-RchgAgr-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RchgAgr.

           SELECT OPTIONAL GlMap ASSIGN TO ws-GlMap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-GlMap.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL PfLedger ASSIGN TO ws-PfLedger-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PfLedger.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL IcInv ASSIGN TO ws-IcInv-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-IcInv.

           SELECT OPTIONAL IcGl ASSIGN TO ws-IcGl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-IcGl.

       DATA DIVISION.
       FILE SECTION.
       FD  CompFile
           RECORD CONTAINS 33 CHARACTERS.

       01  comp-rec.
           03  comp-rec-code            PIC X(03) VALUE SPACES.
           03  comp-rec-name            PIC X(30) VALUE SPACES.

       FD  RchgAgr
           RECORD CONTAINS 28 CHARACTERS.

       01  rchg-rec.
           03  rchg-rec-code            PIC 9(06) VALUE ZEROES.
           03  rchg-rec-pay-company     PIC X(03) VALUE SPACES.
           03  rchg-rec-ben-company     PIC X(03) VALUE SPACES.
           03  rchg-rec-pct             PIC 9(03)V9(02)
                                                  VALUE ZEROES.
           03  rchg-rec-start           PIC 9(08) VALUE ZEROES.
           03  rchg-rec-start-r REDEFINES rchg-rec-start.
               05  rchg-rec-start-ym    PIC 9(06).
               05  FILLER               PIC 9(02).
           03  rchg-rec-stop            PIC 9(08) VALUE ZEROES.
           03  rchg-rec-stop-r REDEFINES rchg-rec-stop.
               05  rchg-rec-stop-ym     PIC 9(06).
               05  FILLER               PIC 9(02).

       FD  GlMap
           RECORD CONTAINS 17 CHARACTERS.

       01  glmap-rec.
           03  glmap-rec-component       PIC X(08) VALUE SPACES.
           03  glmap-rec-account         PIC 9(08) VALUE ZEROES.
           03  glmap-rec-drcr            PIC X(01) VALUE SPACE.
               88  sw-glmap-rec-debit             VALUE "D".
               88  sw-glmap-rec-credit            VALUE "C".

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
                   88  sw-payhist-rec-run-reversed    VALUE "V".
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

       FD  PfLedger
           RECORD CONTAINS 33 CHARACTERS.

       01  pfled-rec.
           03  pfled-rec-code            PIC 9(06) VALUE ZEROES.
           03  pfled-rec-period          PIC 9(06) VALUE ZEROES.
           03  pfled-rec-emp-contrib     PIC 9(06) VALUE ZEROES.
           03  pfled-rec-er-match        PIC 9(06) VALUE ZEROES.
           03  pfled-rec-balance         PIC 9(09) VALUE ZEROES.

       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  f-IdxFile-rec.
           03  f-IdxFile-rec-cod-employee       PIC 9(06)  VALUE ZEROES.
           03  f-IdxFile-rec-salary-employee    PIC S9(06)V9(02)
                                                    COMP-3
                                                           VALUE ZEROES.
           03  f-IdxFile-rec-name-employee       PIC X(20) VALUE SPACES.
           03  f-IdxFile-rec-hire-date-employee  PIC 9(08) COMP-3
                                                           VALUE ZEROES.
           03  f-IdxFile-rec-status-employee      PIC X(01)
                                                           VALUE "A".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  IcInv
           RECORD CONTAINS 80 CHARACTERS.

       01  icinv-rec.
           03  icinv-rec-type           PIC X(01) VALUE SPACE.
               88  sw-icinv-rec-header            VALUE "H".
               88  sw-icinv-rec-detail            VALUE "D".
               88  sw-icinv-rec-trailer           VALUE "T".
           03  icinv-rec-data           PIC X(79) VALUE SPACES.
           03  icinv-rec-header-data REDEFINES icinv-rec-data.
               05  icinv-rec-invoice    PIC X(12).
               05  icinv-rec-pay-co     PIC X(03).
               05  icinv-rec-ben-co     PIC X(03).
               05  icinv-rec-period     PIC 9(06).
               05  icinv-rec-creation   PIC 9(08).
               05  FILLER               PIC X(47).
           03  icinv-rec-detail-data REDEFINES icinv-rec-data.
               05  icinv-rec-code       PIC 9(06).
               05  icinv-rec-name       PIC X(20).
               05  icinv-rec-pct        PIC 9(03)V9(02).
               05  icinv-rec-gross      PIC 9(09).
               05  icinv-rec-ss-er      PIC 9(09).
               05  icinv-rec-pf-er      PIC 9(09).
               05  icinv-rec-amount     PIC 9(09).
               05  FILLER               PIC X(12).
           03  icinv-rec-trailer-data REDEFINES icinv-rec-data.
               05  icinv-rec-count      PIC 9(06).
               05  icinv-rec-total      PIC 9(11).
               05  FILLER               PIC X(62).

       FD  IcGl
           RECORD CONTAINS 60 CHARACTERS.

       01  f-IcGl-rec                   PIC X(60) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-CompFile                  PIC X(02) VALUE SPACES.
       77  fs-RchgAgr                   PIC X(02) VALUE SPACES.
       77  fs-GlMap                     PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-PfLedger                  PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-IcInv                     PIC X(02) VALUE SPACES.
       77  fs-IcGl                      PIC X(02) VALUE SPACES.

       77  ws-CompFile-name             PIC X(12) VALUE "CompFile".
       77  ws-RchgAgr-name              PIC X(12) VALUE "RchgAgr".
       77  ws-GlMap-name                PIC X(12) VALUE "GlMap".
       77  ws-PayHist-name              PIC X(12) VALUE SPACES.
       77  ws-PfLedger-name             PIC X(12) VALUE SPACES.
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-IcInv-name                PIC X(12) VALUE SPACES.
       77  ws-IcGl-name                 PIC X(12) VALUE SPACES.

       77  ws-eof-CompFile              PIC X(01) VALUE 'N'.
           88  sw-eof-CompFile-Y                  VALUE 'Y'.
       77  ws-eof-RchgAgr               PIC X(01) VALUE 'N'.
           88  sw-eof-RchgAgr-Y                   VALUE 'Y'.
       77  ws-eof-GlMap                 PIC X(01) VALUE 'N'.
           88  sw-eof-GlMap-Y                     VALUE 'Y'.
       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  ws-eof-PfLedger              PIC X(01) VALUE 'N'.
           88  sw-eof-PfLedger-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-comp-tbl-max                       VALUE 50.
       78  cte-agr-tbl-max                        VALUE 500.
       78  cte-pair-tbl-max                       VALUE 100.
       78  cte-map-tbl-max                        VALUE 40.

       01  ws-selection-criteria.
           03  ws-sel-period            PIC 9(06) VALUE ZEROES.
           03  ws-run-date              PIC 9(08) VALUE ZEROES.

       01  ws-company-controls.
           03  ws-comp-tbl-count        PIC 9(02) VALUE ZEROES.
           03  ws-comp-sub              PIC 9(02) VALUE ZEROES.
           03  ws-comp-found-sub        PIC 9(02) VALUE ZEROES.
           03  ws-seek-company          PIC X(03) VALUE SPACES.

       01  ws-company-table.
           03  ws-comp-entry OCCURS cte-comp-tbl-max TIMES.
               05  ws-comp-code         PIC X(03).
               05  ws-comp-name         PIC X(30).

       01  ws-agreement-controls.
           03  ws-agr-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-agr-sub               PIC 9(03) VALUE ZEROES.
           03  ws-agr-check-sub         PIC 9(03) VALUE ZEROES.
           03  ws-agr-pct-total         PIC 9(04)V9(02)
                                                  VALUE ZEROES.

       01  ws-agreement-table.
           03  ws-agr-entry OCCURS cte-agr-tbl-max TIMES.
               05  ws-agr-code          PIC 9(06).
               05  ws-agr-pay-co        PIC X(03).
               05  ws-agr-ben-co        PIC X(03).
               05  ws-agr-pct           PIC 9(03)V9(02).
               05  ws-agr-name          PIC X(20).
               05  ws-agr-base-gross    PIC 9(08).
               05  ws-agr-base-ss-er    PIC 9(08).
               05  ws-agr-base-pf-er    PIC 9(08).
               05  ws-agr-gross         PIC 9(09).
               05  ws-agr-ss-er         PIC 9(09).
               05  ws-agr-pf-er         PIC 9(09).
               05  ws-agr-amount        PIC 9(09).

       01  ws-pair-controls.
           03  ws-pair-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-pair-sub              PIC 9(03) VALUE ZEROES.
           03  ws-pair-found-sub        PIC 9(03) VALUE ZEROES.

       01  ws-pair-table.
           03  ws-pair-entry OCCURS cte-pair-tbl-max TIMES.
               05  ws-pair-pay-co       PIC X(03).
               05  ws-pair-ben-co       PIC X(03).
               05  ws-pair-count        PIC 9(06).
               05  ws-pair-total        PIC 9(11).

       01  ws-map-controls.
           03  ws-map-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-map-sub               PIC 9(02) VALUE ZEROES.
           03  ws-map-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-map-seek-component    PIC X(08) VALUE SPACES.
           03  ws-map-unmapped-sw       PIC X(01) VALUE 'N'.
               88  sw-map-unmapped-Y              VALUE 'Y'.

       01  ws-map-table.
           03  ws-map-entry OCCURS cte-map-tbl-max TIMES.
               05  ws-map-component     PIC X(08).
               05  ws-map-account       PIC 9(08).
               05  ws-map-drcr          PIC X(01).

      *    The paying company books a receivable from the benefiting
      *    company against a recovery of its staff cost; the
      *    benefiting company books the same amount as staff cost
      *    against a payable. On consolidation the four cancel.
       01  ws-ic-component-names.
           03  FILLER                   PIC X(08) VALUE "ICRECV".
           03  FILLER                   PIC X(08) VALUE "ICRECOV".
           03  FILLER                   PIC X(08) VALUE "ICCHARGE".
           03  FILLER                   PIC X(08) VALUE "ICPAYBL".

       01  ws-ic-component-names-r REDEFINES ws-ic-component-names.
           03  ws-ic-component OCCURS 4 TIMES
                                        PIC X(08).

       01  ws-ic-map-subs.
           03  ws-ic-map-sub OCCURS 4 TIMES
                                        PIC 9(02).

       01  ws-ic-sub                    PIC 9(01) VALUE ZERO.

       01  ws-run-counters.
           03  ws-agr-read              PIC 9(05) VALUE ZEROES.
           03  ws-agr-not-in-force      PIC 9(05) VALUE ZEROES.
           03  ws-agr-rejected          PIC 9(05) VALUE ZEROES.
           03  ws-agr-unpaid            PIC 9(05) VALUE ZEROES.
           03  ws-hist-rows             PIC 9(07) VALUE ZEROES.
           03  ws-pf-rows               PIC 9(07) VALUE ZEROES.
           03  ws-invoices              PIC 9(03) VALUE ZEROES.
           03  ws-gl-files              PIC 9(03) VALUE ZEROES.
           03  ws-group-total           PIC 9(13) VALUE ZEROES.
           03  ws-overflow-sw           PIC X(01) VALUE 'N'.
               88  sw-overflow-Y                  VALUE 'Y'.

       01  ws-gl-controls.
           03  ws-gl-lines              PIC 9(04) VALUE ZEROES.
           03  ws-gl-debit-total        PIC 9(13) VALUE ZEROES.
           03  ws-gl-credit-total       PIC 9(13) VALUE ZEROES.
           03  ws-gl-amount             PIC 9(11) VALUE ZEROES.
           03  ws-gl-partner            PIC X(03) VALUE SPACES.
           03  ws-gl-out-of-balance-sw  PIC X(01) VALUE 'N'.
               88  sw-gl-out-of-balance-Y         VALUE 'Y'.

       01  ws-gl-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-glh-period            PIC 9(06) VALUE ZEROES.
           03  ws-glh-date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(45) VALUE SPACES.

       01  ws-gl-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-gld-account           PIC 9(08) VALUE ZEROES.
           03  ws-gld-drcr              PIC X(01) VALUE SPACE.
           03  ws-gld-amount            PIC 9(11) VALUE ZEROES.
           03  ws-gld-cat               PIC 9(04) VALUE ZEROES.
           03  ws-gld-component         PIC X(08) VALUE SPACES.
           03  ws-gld-partner           PIC X(03) VALUE SPACES.
           03  FILLER                   PIC X(24) VALUE SPACES.

       01  ws-gl-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-glt-lines             PIC 9(04) VALUE ZEROES.
           03  ws-glt-debits            PIC 9(13) VALUE ZEROES.
           03  ws-glt-credits           PIC 9(13) VALUE ZEROES.
           03  FILLER                   PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Inter-company recharge billing."

           DISPLAY "Recharge period (CCYYMM): " WITH NO ADVANCING
           ACCEPT ws-sel-period

           IF ws-sel-period EQUAL ZEROES
              DISPLAY "A recharge period is needed. Nothing billed."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD

           PERFORM Load-Company-Master
             THRU Load-Company-Master-Exit

           PERFORM Load-Account-Map
             THRU Load-Account-Map-Exit

           IF sw-map-unmapped-Y
              DISPLAY "*** Without the inter-company account mapping "
                      "no recharge can be billed. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Load-Agreements
             THRU Load-Agreements-Exit

           IF ws-agr-tbl-count EQUAL ZEROES
              DISPLAY "No recharge agreement is in force for period ["
                      ws-sel-period "]. Nothing billed."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Check-Employee-Shares
           VARYING ws-agr-sub FROM 1 BY 1
             UNTIL ws-agr-sub GREATER ws-agr-tbl-count

           PERFORM Collect-Company-Costs
             THRU Collect-Company-Costs-Exit
           VARYING ws-comp-sub FROM 1 BY 1
             UNTIL ws-comp-sub GREATER ws-comp-tbl-count

           PERFORM Price-One-Agreement
           VARYING ws-agr-sub FROM 1 BY 1
             UNTIL ws-agr-sub GREATER ws-agr-tbl-count

           PERFORM Write-One-Invoice
             THRU Write-One-Invoice-Exit
           VARYING ws-pair-sub FROM 1 BY 1
             UNTIL ws-pair-sub GREATER ws-pair-tbl-count

           PERFORM Write-Company-Postings
             THRU Write-Company-Postings-Exit
           VARYING ws-comp-sub FROM 1 BY 1
             UNTIL ws-comp-sub GREATER ws-comp-tbl-count

           PERFORM Print-Recharge-Summary

           IF  RETURN-CODE LESS 4
           AND (ws-agr-rejected GREATER ZEROES
            OR  ws-agr-unpaid   GREATER ZEROES
            OR  sw-overflow-Y)
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       Load-Company-Master.
           OPEN INPUT CompFile

           IF fs-CompFile NOT EQUAL "00"
              CLOSE CompFile
              DISPLAY "*** The company master could not be opened. "
                      "Nothing billed. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Read-One-Company
             UNTIL sw-eof-CompFile-Y

           CLOSE CompFile.
       Load-Company-Master-Exit.
           EXIT.

       Read-One-Company.
           READ CompFile RECORD
             AT END
                SET sw-eof-CompFile-Y TO TRUE

            NOT AT END
                IF ws-comp-tbl-count LESS cte-comp-tbl-max
                   ADD cte-01 TO ws-comp-tbl-count
                   MOVE comp-rec-code
                     TO ws-comp-code (ws-comp-tbl-count)
                   MOVE comp-rec-name
                     TO ws-comp-name (ws-comp-tbl-count)
                ELSE
                   SET sw-overflow-Y TO TRUE
                   SET sw-eof-CompFile-Y TO TRUE
                END-IF
           END-READ.

       Find-Company.
           MOVE ZEROES TO ws-comp-found-sub

           PERFORM Match-Company
           VARYING ws-comp-sub FROM 1 BY 1
             UNTIL ws-comp-sub GREATER ws-comp-tbl-count
                OR ws-comp-found-sub GREATER ZEROES.

       Match-Company.
           IF ws-comp-code (ws-comp-sub) EQUAL ws-seek-company
              MOVE ws-comp-sub TO ws-comp-found-sub
           END-IF.

       Load-Account-Map.
           OPEN INPUT GlMap

           IF fs-GlMap NOT EQUAL "00"
              CLOSE GlMap
              DISPLAY "No account mapping table was found."
              SET sw-map-unmapped-Y TO TRUE
              GO TO Load-Account-Map-Exit
           END-IF

           PERFORM Read-One-Map-Row
             UNTIL sw-eof-GlMap-Y

           CLOSE GlMap

           PERFORM Find-Ic-Component
           VARYING ws-ic-sub FROM 1 BY 1
             UNTIL ws-ic-sub GREATER 4.
       Load-Account-Map-Exit.
           EXIT.

       Read-One-Map-Row.
           READ GlMap RECORD
             AT END
                SET sw-eof-GlMap-Y TO TRUE

            NOT AT END
                IF ws-map-tbl-count LESS cte-map-tbl-max
                   ADD cte-01 TO ws-map-tbl-count
                   MOVE glmap-rec-component
                     TO ws-map-component (ws-map-tbl-count)
                   MOVE glmap-rec-account
                     TO ws-map-account   (ws-map-tbl-count)
                   MOVE glmap-rec-drcr
                     TO ws-map-drcr      (ws-map-tbl-count)
                END-IF
           END-READ.

       Find-Ic-Component.
           MOVE ws-ic-component (ws-ic-sub) TO ws-map-seek-component
           MOVE ZEROES TO ws-map-found-sub

           PERFORM Match-Map-Component
           VARYING ws-map-sub FROM 1 BY 1
             UNTIL ws-map-sub GREATER ws-map-tbl-count
                OR ws-map-found-sub GREATER ZEROES

           MOVE ws-map-found-sub TO ws-ic-map-sub (ws-ic-sub)

           IF ws-map-found-sub EQUAL ZEROES
              SET sw-map-unmapped-Y TO TRUE
              DISPLAY "*** The component ["
                      ws-ic-component (ws-ic-sub) "] carries "
                      "no account mapping. ***"
           END-IF.

       Match-Map-Component.
           IF ws-map-component (ws-map-sub) EQUAL
              ws-map-seek-component
              MOVE ws-map-sub TO ws-map-found-sub
           END-IF.

      *    An agreement is billed for every month its date range
      *    touches. A stop date of zero leaves it open.
       Load-Agreements.
           OPEN INPUT RchgAgr

           IF fs-RchgAgr NOT EQUAL "00"
              CLOSE RchgAgr
              DISPLAY "No recharge agreement file was found."
              GO TO Load-Agreements-Exit
           END-IF

           PERFORM Read-One-Agreement
             UNTIL sw-eof-RchgAgr-Y

           CLOSE RchgAgr.
       Load-Agreements-Exit.
           EXIT.

       Read-One-Agreement.
           READ RchgAgr RECORD
             AT END
                SET sw-eof-RchgAgr-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-agr-read

                IF rchg-rec-start-ym GREATER ws-sel-period
                OR (rchg-rec-stop NOT EQUAL ZEROES
                AND rchg-rec-stop-ym LESS ws-sel-period)
                   ADD cte-01 TO ws-agr-not-in-force
                ELSE
                   PERFORM Keep-One-Agreement
                      THRU Keep-One-Agreement-Exit
                END-IF
           END-READ.

       Keep-One-Agreement.
           IF rchg-rec-pay-company EQUAL rchg-rec-ben-company
           OR rchg-rec-pct EQUAL ZEROES
           OR rchg-rec-pct GREATER 100
              ADD cte-01 TO ws-agr-rejected
              DISPLAY "*** Agreement for [" rchg-rec-code "] from ["
                      rchg-rec-pay-company "] to ["
                      rchg-rec-ben-company "] at [" rchg-rec-pct
                      "] percent is not valid. Not billed. ***"
              GO TO Keep-One-Agreement-Exit
           END-IF

           MOVE rchg-rec-pay-company TO ws-seek-company
           PERFORM Find-Company

           IF ws-comp-found-sub NOT EQUAL ZEROES
              MOVE rchg-rec-ben-company TO ws-seek-company
              PERFORM Find-Company
           END-IF

           IF ws-comp-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-agr-rejected
              DISPLAY "*** Agreement for [" rchg-rec-code "]: the "
                      "company [" ws-seek-company "] is not on the "
                      "company master. Not billed. ***"
              GO TO Keep-One-Agreement-Exit
           END-IF

           IF ws-agr-tbl-count NOT LESS cte-agr-tbl-max
              SET sw-overflow-Y TO TRUE
              GO TO Keep-One-Agreement-Exit
           END-IF

           ADD cte-01 TO ws-agr-tbl-count
           INITIALIZE ws-agr-entry (ws-agr-tbl-count)
           MOVE rchg-rec-code
             TO ws-agr-code   (ws-agr-tbl-count)
           MOVE rchg-rec-pay-company
             TO ws-agr-pay-co (ws-agr-tbl-count)
           MOVE rchg-rec-ben-company
             TO ws-agr-ben-co (ws-agr-tbl-count)
           MOVE rchg-rec-pct
             TO ws-agr-pct    (ws-agr-tbl-count).
       Keep-One-Agreement-Exit.
           EXIT.

      *    An employee cannot be recharged for more than the whole of
      *    the paying company's cost. The run goes ahead, but the
      *    over-commitment is shown for the agreements to be fixed.
       Check-Employee-Shares.
           MOVE ZEROES TO ws-agr-pct-total

           PERFORM Add-Employee-Share
           VARYING ws-agr-check-sub FROM 1 BY 1
             UNTIL ws-agr-check-sub GREATER ws-agr-tbl-count

           IF ws-agr-pct-total GREATER 100
              DISPLAY "*** WARNING: employee [" ws-agr-code (ws-agr-sub)
                      "] is recharged [" ws-agr-pct-total "] percent "
                      "of the cost in [" ws-agr-pay-co (ws-agr-sub)
                      "]. ***"
              ADD cte-01 TO ws-agr-rejected
           END-IF.

       Add-Employee-Share.
           IF  ws-agr-code   (ws-agr-check-sub) EQUAL
               ws-agr-code   (ws-agr-sub)
           AND ws-agr-pay-co (ws-agr-check-sub) EQUAL
               ws-agr-pay-co (ws-agr-sub)
               IF ws-agr-check-sub LESS ws-agr-sub
                  MOVE ZEROES TO ws-agr-pct-total
                  MOVE ws-agr-tbl-count TO ws-agr-check-sub
               ELSE
                  ADD ws-agr-pct (ws-agr-check-sub)
                    TO ws-agr-pct-total
               END-IF
           END-IF.

      *    Each paying company's own pay history, PF ledger and master
      *    carry the cost of its people, named after the company the
      *    way the other multi-company programs name them.
       Collect-Company-Costs.
           MOVE ZEROES TO ws-agr-check-sub

           PERFORM Find-Paying-Agreement
           VARYING ws-agr-sub FROM 1 BY 1
             UNTIL ws-agr-sub GREATER ws-agr-tbl-count
                OR ws-agr-check-sub GREATER ZEROES

           IF ws-agr-check-sub EQUAL ZEROES
              GO TO Collect-Company-Costs-Exit
           END-IF

           MOVE SPACES TO ws-PayHist-name
                          ws-PfLedger-name
                          ws-IdxFile-name
           STRING ws-comp-code (ws-comp-sub) "PayHist"
                  DELIMITED BY SIZE INTO ws-PayHist-name
           STRING ws-comp-code (ws-comp-sub) "PfLedger"
                  DELIMITED BY SIZE INTO ws-PfLedger-name
           STRING ws-comp-code (ws-comp-sub) "IdxFile"
                  DELIMITED BY SIZE INTO ws-IdxFile-name

           MOVE 'N' TO ws-eof-PayHist
           OPEN INPUT PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              DISPLAY "*** WARNING: no pay history [" ws-PayHist-name
                      "] was found for company ["
                      ws-comp-code (ws-comp-sub) "]. ***"
           ELSE
              MOVE ws-sel-period TO payhist-rec-period

              START PayHist KEY IS EQUAL TO payhist-rec-period
                    INVALID KEY
                            SET sw-eof-PayHist-Y TO TRUE
              END-START

              PERFORM Read-One-History-Row
                UNTIL sw-eof-PayHist-Y
              CLOSE PayHist
           END-IF

           MOVE 'N' TO ws-eof-PfLedger
           OPEN INPUT PfLedger

           IF fs-PfLedger EQUAL "00"
              PERFORM Read-One-Pf-Row
                UNTIL sw-eof-PfLedger-Y
           END-IF

           CLOSE PfLedger

           OPEN INPUT IdxFile

           IF fs-IdxFile EQUAL "00"
              PERFORM Name-One-Agreement
              VARYING ws-agr-sub FROM 1 BY 1
                UNTIL ws-agr-sub GREATER ws-agr-tbl-count
           END-IF

           CLOSE IdxFile.
       Collect-Company-Costs-Exit.
           EXIT.

       Find-Paying-Agreement.
           IF ws-agr-pay-co (ws-agr-sub) EQUAL
              ws-comp-code (ws-comp-sub)
              MOVE ws-agr-sub TO ws-agr-check-sub
           END-IF.

       Read-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-sel-period
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF NOT sw-payhist-rec-run-reversed
                   PERFORM Add-History-To-Agreement
                   VARYING ws-agr-sub FROM 1 BY 1
                     UNTIL ws-agr-sub GREATER ws-agr-tbl-count
                END-IF
                END-IF
           END-READ.

       Add-History-To-Agreement.
           IF  ws-agr-pay-co (ws-agr-sub) EQUAL
               ws-comp-code (ws-comp-sub)
           AND ws-agr-code (ws-agr-sub) EQUAL payhist-rec-code
               ADD cte-01 TO ws-hist-rows
               ADD payhist-rec-gross TO ws-agr-base-gross (ws-agr-sub)

               IF payhist-rec-ss-er IS NUMERIC
                  ADD payhist-rec-ss-er
                    TO ws-agr-base-ss-er (ws-agr-sub)
               END-IF
           END-IF.

       Read-One-Pf-Row.
           READ PfLedger RECORD
             AT END
                SET sw-eof-PfLedger-Y TO TRUE

            NOT AT END
                IF pfled-rec-period EQUAL ws-sel-period
                   PERFORM Add-Pf-To-Agreement
                   VARYING ws-agr-sub FROM 1 BY 1
                     UNTIL ws-agr-sub GREATER ws-agr-tbl-count
                END-IF
           END-READ.

       Add-Pf-To-Agreement.
           IF  ws-agr-pay-co (ws-agr-sub) EQUAL
               ws-comp-code (ws-comp-sub)
           AND ws-agr-code (ws-agr-sub) EQUAL pfled-rec-code
               ADD cte-01 TO ws-pf-rows
               ADD pfled-rec-er-match TO ws-agr-base-pf-er (ws-agr-sub)
           END-IF.

       Name-One-Agreement.
           IF ws-agr-pay-co (ws-agr-sub) EQUAL
              ws-comp-code (ws-comp-sub)
              MOVE ws-agr-code (ws-agr-sub)
                TO f-IdxFile-rec-cod-employee

              READ IdxFile RECORD
                INVALID KEY
                   MOVE SPACES TO ws-agr-name (ws-agr-sub)

                NOT INVALID KEY
                   MOVE f-IdxFile-rec-name-employee
                     TO ws-agr-name (ws-agr-sub)
              END-READ
           END-IF.

       Price-One-Agreement.
           COMPUTE ws-agr-gross (ws-agr-sub) ROUNDED =
                   ws-agr-base-gross (ws-agr-sub)
                 * ws-agr-pct (ws-agr-sub) / 100
           COMPUTE ws-agr-ss-er (ws-agr-sub) ROUNDED =
                   ws-agr-base-ss-er (ws-agr-sub)
                 * ws-agr-pct (ws-agr-sub) / 100
           COMPUTE ws-agr-pf-er (ws-agr-sub) ROUNDED =
                   ws-agr-base-pf-er (ws-agr-sub)
                 * ws-agr-pct (ws-agr-sub) / 100
           COMPUTE ws-agr-amount (ws-agr-sub) =
                   ws-agr-gross (ws-agr-sub)
                 + ws-agr-ss-er (ws-agr-sub)
                 + ws-agr-pf-er (ws-agr-sub)

           IF ws-agr-amount (ws-agr-sub) EQUAL ZEROES
              ADD cte-01 TO ws-agr-unpaid
              DISPLAY "Employee [" ws-agr-code (ws-agr-sub) "] has "
                      "no pay in [" ws-agr-pay-co (ws-agr-sub)
                      "] for the period: nothing to recharge."
           ELSE
              PERFORM Add-To-Company-Pair
           END-IF.

       Add-To-Company-Pair.
           MOVE ZEROES TO ws-pair-found-sub

           PERFORM Match-Company-Pair
           VARYING ws-pair-sub FROM 1 BY 1
             UNTIL ws-pair-sub GREATER ws-pair-tbl-count
                OR ws-pair-found-sub GREATER ZEROES

           IF ws-pair-found-sub EQUAL ZEROES
              IF ws-pair-tbl-count LESS cte-pair-tbl-max
                 ADD cte-01 TO ws-pair-tbl-count
                 MOVE ws-pair-tbl-count TO ws-pair-found-sub
                 MOVE ws-agr-pay-co (ws-agr-sub)
                   TO ws-pair-pay-co (ws-pair-found-sub)
                 MOVE ws-agr-ben-co (ws-agr-sub)
                   TO ws-pair-ben-co (ws-pair-found-sub)
                 MOVE ZEROES TO ws-pair-count (ws-pair-found-sub)
                                ws-pair-total (ws-pair-found-sub)
              ELSE
                 SET sw-overflow-Y TO TRUE
                 MOVE ZEROES TO ws-agr-amount (ws-agr-sub)
              END-IF
           END-IF

           IF ws-pair-found-sub GREATER ZEROES
              ADD cte-01 TO ws-pair-count (ws-pair-found-sub)
              ADD ws-agr-amount (ws-agr-sub)
                TO ws-pair-total (ws-pair-found-sub)
                   ws-group-total
           END-IF.

       Match-Company-Pair.
           IF  ws-pair-pay-co (ws-pair-sub) EQUAL
               ws-agr-pay-co (ws-agr-sub)
           AND ws-pair-ben-co (ws-pair-sub) EQUAL
               ws-agr-ben-co (ws-agr-sub)
               MOVE ws-pair-sub TO ws-pair-found-sub
           END-IF.

      *    One invoice per paying and benefiting company, named after
      *    both, and numbered by the pair and the period.
       Write-One-Invoice.
           MOVE SPACES TO ws-IcInv-name
           STRING "IcInv" ws-pair-pay-co (ws-pair-sub)
                  ws-pair-ben-co (ws-pair-sub)
                  DELIMITED BY SIZE INTO ws-IcInv-name

           OPEN OUTPUT IcInv

           IF fs-IcInv NOT EQUAL "00" AND fs-IcInv NOT EQUAL "05"
              CLOSE IcInv
              DISPLAY "*** The invoice file [" ws-IcInv-name
                      "] could not be opened. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-One-Invoice-Exit
           END-IF

           MOVE SPACES TO icinv-rec
           MOVE "H" TO icinv-rec-type
           STRING ws-pair-pay-co (ws-pair-sub)
                  ws-pair-ben-co (ws-pair-sub)
                  ws-sel-period
                  DELIMITED BY SIZE INTO icinv-rec-invoice
           MOVE ws-pair-pay-co (ws-pair-sub) TO icinv-rec-pay-co
           MOVE ws-pair-ben-co (ws-pair-sub) TO icinv-rec-ben-co
           MOVE ws-sel-period                TO icinv-rec-period
           MOVE ws-run-date                  TO icinv-rec-creation
           WRITE icinv-rec

           PERFORM Write-One-Invoice-Line
           VARYING ws-agr-sub FROM 1 BY 1
             UNTIL ws-agr-sub GREATER ws-agr-tbl-count

           MOVE SPACES TO icinv-rec
           MOVE "T" TO icinv-rec-type
           MOVE ws-pair-count (ws-pair-sub) TO icinv-rec-count
           MOVE ws-pair-total (ws-pair-sub) TO icinv-rec-total
           WRITE icinv-rec

           CLOSE IcInv

           ADD cte-01 TO ws-invoices

           DISPLAY "Invoice [" ws-IcInv-name "] from ["
                   ws-pair-pay-co (ws-pair-sub) "] to ["
                   ws-pair-ben-co (ws-pair-sub) "]: ["
                   ws-pair-count (ws-pair-sub) "] employees, total ["
                   ws-pair-total (ws-pair-sub) "].".
       Write-One-Invoice-Exit.
           EXIT.

       Write-One-Invoice-Line.
           IF  ws-agr-pay-co (ws-agr-sub) EQUAL
               ws-pair-pay-co (ws-pair-sub)
           AND ws-agr-ben-co (ws-agr-sub) EQUAL
               ws-pair-ben-co (ws-pair-sub)
           AND ws-agr-amount (ws-agr-sub) GREATER ZEROES
               MOVE SPACES TO icinv-rec
               MOVE "D" TO icinv-rec-type
               MOVE ws-agr-code   (ws-agr-sub) TO icinv-rec-code
               MOVE ws-agr-name   (ws-agr-sub) TO icinv-rec-name
               MOVE ws-agr-pct    (ws-agr-sub) TO icinv-rec-pct
               MOVE ws-agr-gross  (ws-agr-sub) TO icinv-rec-gross
               MOVE ws-agr-ss-er  (ws-agr-sub) TO icinv-rec-ss-er
               MOVE ws-agr-pf-er  (ws-agr-sub) TO icinv-rec-pf-er
               MOVE ws-agr-amount (ws-agr-sub) TO icinv-rec-amount
               WRITE icinv-rec
           END-IF.

      *    Every company in a recharge gets its own posting file in
      *    the GlPost layout, with the other company of each line
      *    carried as the partner so consolidation can eliminate it.
       Write-Company-Postings.
           MOVE ZEROES TO ws-gl-lines
                          ws-gl-debit-total
                          ws-gl-credit-total

           PERFORM Count-Company-Lines
           VARYING ws-pair-sub FROM 1 BY 1
             UNTIL ws-pair-sub GREATER ws-pair-tbl-count

           IF ws-gl-lines EQUAL ZEROES
              GO TO Write-Company-Postings-Exit
           END-IF

           IF ws-gl-debit-total NOT EQUAL ws-gl-credit-total
              SET sw-gl-out-of-balance-Y TO TRUE
              MOVE 16 TO RETURN-CODE
              DISPLAY "*** The recharge posting for ["
                      ws-comp-code (ws-comp-sub) "] is OUT OF "
                      "BALANCE: debits [" ws-gl-debit-total
                      "] credits [" ws-gl-credit-total "]. Check "
                      "the ICxxxx sides in the account mapping. The "
                      "file was NOT released. ***"
              GO TO Write-Company-Postings-Exit
           END-IF

           MOVE SPACES TO ws-IcGl-name
           STRING ws-comp-code (ws-comp-sub) "IcGl"
                  DELIMITED BY SIZE INTO ws-IcGl-name

           OPEN OUTPUT IcGl

           IF fs-IcGl NOT EQUAL "00" AND fs-IcGl NOT EQUAL "05"
              CLOSE IcGl
              DISPLAY "*** The posting file [" ws-IcGl-name
                      "] could not be opened. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Company-Postings-Exit
           END-IF

           MOVE ws-sel-period TO ws-glh-period
           MOVE ws-run-date   TO ws-glh-date
           WRITE f-IcGl-rec FROM ws-gl-header

           PERFORM Write-Company-Pair-Lines
           VARYING ws-pair-sub FROM 1 BY 1
             UNTIL ws-pair-sub GREATER ws-pair-tbl-count

           MOVE ws-gl-lines        TO ws-glt-lines
           MOVE ws-gl-debit-total  TO ws-glt-debits
           MOVE ws-gl-credit-total TO ws-glt-credits
           WRITE f-IcGl-rec FROM ws-gl-trailer

           CLOSE IcGl

           ADD cte-01 TO ws-gl-files.
       Write-Company-Postings-Exit.
           EXIT.

       Count-Company-Lines.
           IF ws-pair-pay-co (ws-pair-sub) EQUAL
              ws-comp-code (ws-comp-sub)
              MOVE 1 TO ws-ic-sub
              PERFORM Total-One-Posting-Line
              MOVE 2 TO ws-ic-sub
              PERFORM Total-One-Posting-Line
           END-IF

           IF ws-pair-ben-co (ws-pair-sub) EQUAL
              ws-comp-code (ws-comp-sub)
              MOVE 3 TO ws-ic-sub
              PERFORM Total-One-Posting-Line
              MOVE 4 TO ws-ic-sub
              PERFORM Total-One-Posting-Line
           END-IF.

       Total-One-Posting-Line.
           ADD cte-01 TO ws-gl-lines

           IF ws-map-drcr (ws-ic-map-sub (ws-ic-sub)) EQUAL "D"
              ADD ws-pair-total (ws-pair-sub) TO ws-gl-debit-total
           ELSE
              ADD ws-pair-total (ws-pair-sub) TO ws-gl-credit-total
           END-IF.

       Write-Company-Pair-Lines.
           IF ws-pair-pay-co (ws-pair-sub) EQUAL
              ws-comp-code (ws-comp-sub)
              MOVE ws-pair-ben-co (ws-pair-sub) TO ws-gl-partner
              MOVE 1 TO ws-ic-sub
              PERFORM Write-One-Posting-Line
              MOVE 2 TO ws-ic-sub
              PERFORM Write-One-Posting-Line
           END-IF

           IF ws-pair-ben-co (ws-pair-sub) EQUAL
              ws-comp-code (ws-comp-sub)
              MOVE ws-pair-pay-co (ws-pair-sub) TO ws-gl-partner
              MOVE 3 TO ws-ic-sub
              PERFORM Write-One-Posting-Line
              MOVE 4 TO ws-ic-sub
              PERFORM Write-One-Posting-Line
           END-IF.

       Write-One-Posting-Line.
           MOVE ws-map-account (ws-ic-map-sub (ws-ic-sub))
             TO ws-gld-account
           MOVE ws-map-drcr    (ws-ic-map-sub (ws-ic-sub))
             TO ws-gld-drcr
           MOVE ws-pair-total  (ws-pair-sub)   TO ws-gld-amount
           MOVE ZEROES                         TO ws-gld-cat
           MOVE ws-ic-component (ws-ic-sub)    TO ws-gld-component
           MOVE ws-gl-partner                  TO ws-gld-partner

           WRITE f-IcGl-rec FROM ws-gl-detail.

       Print-Recharge-Summary.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|  Recharge summary for period ["
                   ws-sel-period "]. |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Agreements read            : [" ws-agr-read "]."
           DISPLAY "Not in force this period   : ["
                   ws-agr-not-in-force "]."
           DISPLAY "Rejected or over-committed : ["
                   ws-agr-rejected "]."
           DISPLAY "In force, no pay to bill   : ["
                   ws-agr-unpaid "]."
           DISPLAY "Pay history rows used      : [" ws-hist-rows "]."
           DISPLAY "PF ledger rows used        : [" ws-pf-rows "]."
           DISPLAY "Invoices produced          : [" ws-invoices "]."
           DISPLAY "Company posting files      : [" ws-gl-files "]."
           DISPLAY "Group recharge total       : ["
                   ws-group-total "]."

           IF sw-overflow-Y
              DISPLAY "*** A table filled up: some agreements were "
                      "left out. ***"
           END-IF

           IF sw-gl-out-of-balance-Y
              DISPLAY "*** Not every company posting was released. "
                      "***"
           ELSE
              DISPLAY "Receivables equal payables and recoveries "
                      "equal charges: the group nets to zero."
           END-IF.

       END PROGRAM IcRchg.
