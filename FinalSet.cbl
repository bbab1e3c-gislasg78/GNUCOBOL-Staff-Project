                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LoanFile.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL StmtFile ASSIGN TO ws-StmtFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-StmtFile.

           SELECT OPTIONAL AssetFile ASSIGN TO ws-AssetFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-AssetFile.

       DATA DIVISION.
       FILE SECTION.
       FD  IdxFile
                                                  VALUE ZEROES.

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
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

       01  f-StmtFile-rec               PIC X(80) VALUE SPACES.

       FD  AssetFile
           RECORD CONTAINS 46 CHARACTERS.

       01  asset-rec.
           03  asset-rec-code            PIC 9(06) VALUE ZEROES.
           03  asset-rec-tag             PIC X(12) VALUE SPACES.
           03  asset-rec-type            PIC X(02) VALUE SPACES.
           03  asset-rec-issued          PIC 9(08) VALUE ZEROES.
           03  asset-rec-returned        PIC 9(08) VALUE ZEROES.
           03  asset-rec-value           PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  asset-rec-status          PIC X(01) VALUE "O".
               88  sw-asset-rec-out               VALUE "O".

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-PayCalFile                PIC X(02) VALUE SPACES.
       77  fs-LoanFile                  PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-StmtFile                  PIC X(02) VALUE SPACES.
       77  fs-AssetFile                 PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-PayCalFile-name           PIC X(12) VALUE "PayCal".
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-StmtFile-name             PIC X(12) VALUE "FinalStmt".
       77  ws-AssetFile-name            PIC X(12) VALUE "AssetFile".

       77  ws-eof-PayCalFile            PIC X(01) VALUE 'N'.
           88  sw-eof-PayCalFile-Y                VALUE 'Y'.
       77  ws-eof-LoanFile              PIC X(01) VALUE 'N'.
           88  sw-eof-LoanFile-Y                  VALUE 'Y'.
       77  ws-eof-AssetFile             PIC X(01) VALUE 'N'.
           88  sw-eof-AssetFile-Y                 VALUE 'Y'.
       77  ws-PayHist-written-sw        PIC X(01) VALUE 'N'.
           88  sw-PayHist-written-Y               VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-loan-tbl-max                       VALUE 200.
       78  cte-asset-tbl-max                      VALUE 2000.

       01  ws-settle-fields.
           03  ws-set-code              PIC 9(06) VALUE ZEROES.
           03  ws-it-ded                PIC 9(06) VALUE ZEROES.
           03  ws-pf-ded                PIC 9(06) VALUE ZEROES.
           03  ws-loan-recovery         PIC 9(07) VALUE ZEROES.
           03  ws-asset-recovery        PIC 9(07) VALUE ZEROES.
           03  ws-other-deduction       PIC 9(07) VALUE ZEROES.
           03  ws-gross-pay             PIC 9(07) VALUE ZEROES.
           03  ws-total-deduction       PIC 9(07) VALUE ZEROES.
           03  ws-net-pay               PIC S9(07) VALUE ZEROES.
               05  ws-loan-balance      PIC 9(07).
               05  ws-loan-rate         PIC 9(02)V9(02).

       01  ws-asset-table-controls.
           03  ws-asset-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-asset-sub             PIC 9(04) VALUE ZEROES.
           03  ws-asset-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-asset-overflow-Y            VALUE 'Y'.
           03  ws-asset-out-count       PIC 9(04) VALUE ZEROES.
           03  ws-asset-out-value       PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-asset-deduct-sw       PIC X(01) VALUE 'N'.
               88  sw-asset-deduct-Y              VALUE 'Y'.
           03  ws-asset-confirm         PIC X(01) VALUE SPACE.
               88  sw-asset-confirm-Y             VALUES 'Y', 'y'.

       01  ws-asset-table.
           03  ws-asset-entry OCCURS cte-asset-tbl-max TIMES.
               05  ws-asset-data        PIC X(46).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Full-and-final settlement run for a "
                      "first next time. ***"
           END-IF

           PERFORM Check-Asset-Clearance
             THRU Check-Asset-Clearance-Exit

           PERFORM Find-Period-Dates
             THRU Find-Period-Dates-Exit

           PERFORM Recover-Loan-Balance
             THRU Recover-Loan-Balance-Exit

           PERFORM Recover-Asset-Value
             THRU Recover-Asset-Value-Exit

           COMPUTE ws-other-deduction =
                   ws-loan-recovery + ws-asset-recovery
           COMPUTE ws-total-deduction =
                   ws-it-ded + ws-pf-ded + ws-other-deduction
           COMPUTE ws-net-pay = ws-gross-pay - ws-total-deduction

           IF ws-net-pay LESS ZEROES

           STOP RUN.

       Check-Asset-Clearance.
           MOVE ZEROES TO ws-asset-tbl-count
                          ws-asset-out-count
                          ws-asset-out-value
           MOVE 'N'    TO ws-eof-AssetFile
                          ws-asset-overflow-sw
                          ws-asset-deduct-sw

           OPEN INPUT AssetFile

           IF fs-AssetFile NOT EQUAL "00"
              CLOSE AssetFile
              GO TO Check-Asset-Clearance-Exit
           END-IF

           PERFORM Load-One-Asset
             UNTIL sw-eof-AssetFile-Y

           CLOSE AssetFile

           IF sw-asset-overflow-Y
              DISPLAY "*** The asset register holds more than ["
                      cte-asset-tbl-max "] items and cannot be "
                      "cleared here. Nothing settled. ***"
              STOP RUN
           END-IF

           IF ws-asset-out-count EQUAL ZEROES
              DISPLAY "Asset clearance: no company assets are "
                      "outstanding."
              GO TO Check-Asset-Clearance-Exit
           END-IF

           DISPLAY "*** [" ws-asset-out-count "] company assets are "
                   "still out with this employee, replacement value ["
                   ws-asset-out-value "]. ***"
           DISPLAY "Deduct the replacement value from the "
                   "settlement (Y/N)? " WITH NO ADVANCING
           ACCEPT ws-asset-confirm

           IF NOT sw-asset-confirm-Y
              DISPLAY "*** The settlement is NOT released while "
                      "company assets are outstanding. Record the "
                      "returns and re-run. ***"
              STOP RUN
           END-IF

           SET sw-asset-deduct-Y TO TRUE.
       Check-Asset-Clearance-Exit.
           EXIT.

       Load-One-Asset.
           READ AssetFile RECORD
             AT END
                SET sw-eof-AssetFile-Y TO TRUE

            NOT AT END
                IF ws-asset-tbl-count LESS cte-asset-tbl-max
                   ADD cte-01 TO ws-asset-tbl-count
                   MOVE asset-rec
                     TO ws-asset-data (ws-asset-tbl-count)

                   IF  asset-rec-code EQUAL ws-set-code
                   AND sw-asset-rec-out
                       ADD cte-01 TO ws-asset-out-count
                       ADD asset-rec-value TO ws-asset-out-value
                       DISPLAY "    outstanding [" asset-rec-tag
                               "] type [" asset-rec-type
                               "] issued [" asset-rec-issued
                               "] value [" asset-rec-value "]"
                   END-IF
                ELSE
                   SET sw-asset-overflow-Y TO TRUE
                   SET sw-eof-AssetFile-Y  TO TRUE
                END-IF
           END-READ.

       Recover-Asset-Value.
           MOVE ZEROES TO ws-asset-recovery

           IF NOT sw-asset-deduct-Y
              GO TO Recover-Asset-Value-Exit
           END-IF

           OPEN OUTPUT AssetFile

           IF fs-AssetFile NOT EQUAL "00" AND fs-AssetFile NOT EQUAL
              "05"
              CLOSE AssetFile
              DISPLAY "*** WARNING: the asset register could not be "
                      "rewritten. The replacement value was NOT "
                      "deducted. ***"
              GO TO Recover-Asset-Value-Exit
           END-IF

           PERFORM Write-One-Asset
           VARYING ws-asset-sub FROM 1 BY 1
             UNTIL ws-asset-sub GREATER ws-asset-tbl-count

           CLOSE AssetFile

           COMPUTE ws-asset-recovery ROUNDED = ws-asset-out-value

           DISPLAY "Replacement value of unreturned assets deducted "
                   "in the settlement: [" ws-asset-recovery "].".
       Recover-Asset-Value-Exit.
           EXIT.

       Write-One-Asset.
           MOVE ws-asset-data (ws-asset-sub) TO asset-rec

           IF  asset-rec-code EQUAL ws-set-code
           AND sw-asset-rec-out
               MOVE "D"              TO asset-rec-status
               MOVE ws-set-term-date TO asset-rec-returned
           END-IF

           WRITE asset-rec.

       Find-Period-Dates.
           MOVE 'N'    TO ws-period-found-sw
                          ws-eof-PayCalFile
           WRITE loan-rec.

       Write-Final-History.
           OPEN I-O PayHist

           IF fs-PayHist NOT EQUAL "00" AND fs-PayHist NOT EQUAL
              "05"
           MOVE ws-hra              TO payhist-rec-hra
           MOVE ws-mi               TO payhist-rec-mi
           MOVE ws-it-ded           TO payhist-rec-it-ded
           MOVE ws-other-deduction  TO payhist-rec-oth-ded
           MOVE ws-pf-ded           TO payhist-rec-pf-ded
           MOVE ws-gross-pay        TO payhist-rec-gross
           MOVE ws-total-deduction  TO payhist-rec-deduction
           MOVE ws-net-pay          TO payhist-rec-net
           MOVE "F"                 TO payhist-rec-run-type
           MOVE 01                  TO payhist-rec-run-seq
           MOVE 'N'                 TO ws-PayHist-written-sw

           PERFORM Write-Final-History-Row
             UNTIL sw-PayHist-written-Y

           CLOSE PayHist

           IF payhist-rec-run-seq NOT EQUAL ZEROES
              DISPLAY "The FINAL pay history record was written. "
                      "The regular run now blocks this employee."
           END-IF.
       Write-Final-History-Exit.
           EXIT.

      *    A settlement already on file for the period keeps its key;
      *    a second one takes the next sequence.
       Write-Final-History-Row.
           WRITE payhist-rec
             INVALID KEY
                IF payhist-rec-run-seq LESS 99
                   ADD cte-01 TO payhist-rec-run-seq
                ELSE
                   DISPLAY "*** The final pay history record could "
                           "not be written. ***"
                   MOVE ZEROES TO payhist-rec-run-seq
                   SET sw-PayHist-written-Y TO TRUE
                END-IF

             NOT INVALID KEY
                SET sw-PayHist-written-Y TO TRUE
           END-WRITE.

       Write-Settlement-Statement.
           OPEN EXTEND StmtFile

             INTO f-StmtFile-rec
           WRITE f-StmtFile-rec

           IF ws-asset-recovery GREATER ZEROES
              MOVE SPACES TO f-StmtFile-rec
              STRING "COMPANY ASSETS NOT RETURNED [" ws-asset-out-count
                     "] DEDUCTED [" ws-asset-recovery "]"
                     DELIMITED BY SIZE
                INTO f-StmtFile-rec
              WRITE f-StmtFile-rec
           END-IF

           MOVE SPACES TO f-StmtFile-rec
           STRING "FINAL NET PAYABLE [" ws-net-pay "]"
                  DELIMITED BY SIZE
