       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpKiosk.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KioskCrd ASSIGN TO ws-KioskCrd-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-KioskCrd.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL LeaveFile ASSIGN TO ws-LeaveFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveFile.

           SELECT OPTIONAL LoanFile ASSIGN TO ws-LoanFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LoanFile.

       DATA DIVISION.
       FILE SECTION.
       FD  KioskCrd
           RECORD CONTAINS 22 CHARACTERS.

       01  kiosk-rec.
           03  kiosk-rec-code           PIC 9(06) VALUE ZEROES.
           03  kiosk-rec-pin            PIC X(06) VALUE SPACES.
           03  kiosk-rec-pin-changed    PIC 9(08) VALUE ZEROES.
           03  kiosk-rec-fail-count     PIC 9(01) VALUE ZERO.
           03  kiosk-rec-status         PIC X(01) VALUE "A".
               88  sw-kiosk-rec-status-active     VALUES "A",
                                                            SPACE.
               88  sw-kiosk-rec-status-locked     VALUE "L".

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
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

       FD  LeaveFile
           RECORD CONTAINS 19 CHARACTERS.

       01  leave-rec.
           03  leave-rec-code            PIC 9(06) VALUE ZEROES.
           03  leave-rec-annual-bal      PIC S9(03)V9(01)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.
           03  leave-rec-sick-bal        PIC S9(03)V9(01)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.
           03  leave-rec-accrual         PIC 9(02)V9(01)
                                                   VALUE ZEROES.

       FD  LoanFile
           RECORD CONTAINS 30 CHARACTERS.

       01  loan-rec.
           03  loan-rec-code            PIC 9(06) VALUE ZEROES.
           03  loan-rec-principal       PIC 9(07) VALUE ZEROES.
           03  loan-rec-installment     PIC 9(06) VALUE ZEROES.
           03  loan-rec-balance         PIC 9(07) VALUE ZEROES.
           03  loan-rec-rate            PIC 9(02)V9(02)
                                                  VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-KioskCrd                  PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-LeaveFile                 PIC X(02) VALUE SPACES.
       77  fs-LoanFile                  PIC X(02) VALUE SPACES.

       77  ws-KioskCrd-name             PIC X(12) VALUE "KioskCrd".
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-LeaveFile-name            PIC X(12) VALUE "LeaveFile".
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".

       77  ws-eof-KioskCrd              PIC X(01) VALUE 'N'.
           88  sw-eof-KioskCrd-Y                  VALUE 'Y'.
       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  ws-eof-LeaveFile             PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveFile-Y                 VALUE 'Y'.
       77  ws-eof-LoanFile              PIC X(01) VALUE 'N'.
           88  sw-eof-LoanFile-Y                  VALUE 'Y'.

       77  ws-key-pause                 PIC X(01) VALUE SPACE.

       78  cte-01                                 VALUE 01.
       78  cte-crd-tbl-max                        VALUE 2000.
       78  cte-hist-tbl-max                       VALUE 200.
       78  cte-recent-periods                     VALUE 12.
       78  cte-pin-max-attempts                   VALUE 3.

       01  ws-constants-symbolics.
           03  ws-cte-01                PIC 9(01) VALUE 01.
           03  ws-cte-03                PIC 9(01) VALUE 03.
           03  ws-cte-22                PIC 9(02) VALUE 22.
           03  ws-cte-25                PIC 9(02) VALUE 25.
           03  ws-cte-35                PIC 9(02) VALUE 35.

       01  ws-screen-coords.
           03  ws-screen-bounds.
               05  ws-horizontal-bounds.
                   07  ws-bottom-row    PIC 9(02) VALUE ZEROES.
                       88  sw-bottom-row-01       VALUE 01.
                   07  ws-top-row       PIC 9(02) VALUE ZEROES.
                       88  sw-top-row-24          VALUE 24.
               05  ws-vertical-bounds.
                   07  ws-left-col      PIC 9(02) VALUE ZEROES.
                       88  sw-left-col-01         VALUE 01.
                   07  ws-right-col     PIC 9(02) VALUE ZEROES.
                       88  sw-right-col-80        VALUE 80.
           03  ws-screen-initiators.
               05  ws-screen-displacement-vars.
                   07  ws-char-aux      PIC X(01) VALUE SPACE.
                       88  sw-char-normal-space      VALUE X'20'.
                       88  sw-char-closing-excl-mark VALUE X'21'.
                       88  sw-char-asterisk          VALUE X'2A'.
                       88  sw-char-plus-sign         VALUE X'2B'.
                       88  sw-char-dash-hyphen       VALUE X'2D'.
                       88  sw-char-equal-sign        VALUE X'3D'.
                       88  sw-char-pipe              VALUE X'7C'.
                   07  ws-screen-displacement-col-row.
                       09  ws-char      PIC X(01) VALUE SPACE.
                       09  ws-col       PIC 9(02) VALUE ZEROES.
                       09  ws-row       PIC 9(02) VALUE ZEROES.
                   07  ws-screen-styles-edges.
                       09  ws-screen-styles-corners.
                           11  ws-char-left-upper-corner   PIC X(01)
                                                           VALUE SPACE.
                           11  ws-char-left-lower-corner   PIC X(01)
                                                           VALUE SPACE.
                           11  ws-char-right-upper-corner  PIC X(01)
                                                           VALUE SPACE.
                           11  ws-char-right-lower-corner  PIC X(01)
                                                           VALUE SPACE.
                       09  ws-screen-styles-horizontal-bounds.
                           11  ws-char-bottom-row          PIC X(01)
                                                           VALUE SPACE.
                           11  ws-char-top-row             PIC X(01)
                                                           VALUE SPACE.
                       09  ws-screen-styles-vertical-bounds.
                           11  ws-char-left-col            PIC X(01)
                                                           VALUE SPACE.
                           11  ws-char-right-col           PIC X(01)
                                                           VALUE SPACE.
               05  ws-position-initiatiors.
                   07  ws-finish-pos    PIC 9(02) VALUE ZEROES.
                   07  ws-pos           PIC 9(02) VALUE ZEROES.
                   07  ws-interval-pos  PIC 9(01) VALUE ZERO.
                   07  ws-start-pos     PIC 9(02) VALUE ZEROES.
               05  ws-screen-fixed-initiators.
                   07  ws-fixed-col     PIC 9(02) VALUE ZEROES.
                   07  ws-fixed-row     PIC 9(02) VALUE ZEROES.
               05  ws-switch-row-column PIC 9(01) VALUE ZERO.
                   88  sw-switch-row-column-row    VALUE 1.
                   88  sw-switch-row-column-column VALUE 2.

       01  ws-checkdigit-valid-sw       PIC X(01) VALUE 'N'.
           88  sw-checkdigit-valid-Y              VALUE 'Y'.
           88  sw-checkdigit-valid-N              VALUE 'N'.

       01  ws-signon-fields.
           03  ws-signon-code           PIC 9(06) VALUE ZEROES.
           03  ws-signon-pin            PIC X(06) VALUE SPACES.
           03  ws-signon-today          PIC 9(08) VALUE ZEROES.
           03  ws-signlog-program       PIC X(08) VALUE "EmpKiosk".
           03  ws-signlog-oper-id       PIC X(08) VALUE SPACES.
           03  ws-signlog-result        PIC X(01) VALUE SPACE.
           03  ws-signon-message        PIC X(60) VALUE SPACES.
           03  ws-signed-on-sw          PIC X(01) VALUE 'N'.
               88  sw-signed-on-Y                 VALUE 'Y'.
               88  sw-signed-on-N                 VALUE 'N'.
           03  ws-kiosk-close-sw        PIC X(01) VALUE 'N'.
               88  sw-kiosk-close-Y               VALUE 'Y'.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-payslips        VALUE 1.
               88  sw-menu-option-leave           VALUE 2.
               88  sw-menu-option-loans           VALUE 3.
               88  sw-menu-option-sign-off        VALUE 4.

       01  ws-crd-table-controls.
           03  ws-crd-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-crd-sub               PIC 9(04) VALUE ZEROES.
           03  ws-crd-found-sub         PIC 9(04) VALUE ZEROES.
           03  ws-crd-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-crd-overflow-Y              VALUE 'Y'.

       01  ws-crd-table.
           03  ws-crd-entry OCCURS cte-crd-tbl-max TIMES.
               05  ws-crd-code          PIC 9(06).
               05  ws-crd-pin           PIC X(06).
               05  ws-crd-pin-changed   PIC 9(08).
               05  ws-crd-fail-count    PIC 9(01).
               05  ws-crd-status        PIC X(01).

       01  ws-history-controls.
           03  ws-hist-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-hist-sub              PIC 9(03) VALUE ZEROES.
           03  ws-hist-first-sub        PIC 9(03) VALUE ZEROES.
           03  ws-hist-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-hist-overflow-Y             VALUE 'Y'.
           03  ws-line-add              PIC 9(02) VALUE ZEROES.

       01  ws-history-table.
           03  ws-hist-entry OCCURS cte-hist-tbl-max TIMES
                             INDEXED BY idx-hist.
               05  ws-hist-period       PIC 9(06).
               05  ws-hist-gross        PIC 9(07).
               05  ws-hist-deduction    PIC 9(07).
               05  ws-hist-net          PIC 9(07).
               05  ws-hist-run-type     PIC X(01).

       01  ws-balance-fields.
           03  ws-leave-found-sw        PIC X(01) VALUE 'N'.
               88  sw-leave-found-Y               VALUE 'Y'.
           03  ws-leave-annual-bal      PIC S9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-leave-sick-bal        PIC S9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-leave-accrual         PIC 9(02)V9(01)
                                                  VALUE ZEROES.
           03  ws-loan-open-count       PIC 9(03) VALUE ZEROES.
           03  ws-loan-open-balance     PIC 9(08) VALUE ZEROES.
           03  ws-loan-open-installment PIC 9(07) VALUE ZEROES.

       SCREEN SECTION.
       01  scr-sign-on.
           03  LINE 02 COLUMN 28 VALUE "Employee self-service kiosk.".
           03  LINE 03 COLUMN 28
                       PIC X(28) VALUE "============================".
           03  LINE 05.
               05  COLUMN 03     VALUE "Employee code (0 closes):".
               05  COLUMN 30     PIC 9(06) TO ws-signon-code.
           03  LINE 06.
               05  COLUMN 03     VALUE "PIN                     :".
               05  COLUMN 30     PIC X(06) TO ws-signon-pin SECURE.

       01  scr-sign-on-message.
           03  LINE 08 COLUMN 03 PIC X(60) FROM ws-signon-message.

       01  scr-kiosk-menu.
           03  LINE 02 COLUMN 28 VALUE "Employee self-service kiosk.".
           03  LINE 03 COLUMN 28
                       PIC X(28) VALUE "============================".
           03  LINE 05.
               05  COLUMN 03     VALUE "Signed on employee :".
               05  COLUMN 24     PIC 9(06) FROM ws-signon-code.
           03  LINE 07 COLUMN 03 VALUE "[1]. Recent payslips.".
           03  LINE 08 COLUMN 03 VALUE "[2]. Leave balances.".
           03  LINE 09 COLUMN 03 VALUE "[3]. Loan balance.".
           03  LINE 10 COLUMN 03 VALUE "[4]. Sign off.".
           03  LINE 12.
               05  COLUMN 03     VALUE "Enter your own choice:".
               05  COLUMN 26     PIC 9(01) TO ws-menu-option.

       01  scr-payslip-header.
           03  LINE 02 COLUMN 28 VALUE "Recent payslips.".
           03  LINE 04 COLUMN 03
               VALUE "Period  Gross    Deduction  Net      Run".
           03  LINE 05 COLUMN 03
               VALUE "======  =======  =========  =======  ===".

       01  scr-payslip-row.
           03  LINE 05.
               05  LINE PLUS ws-line-add.
                   07  COLUMN 03 PIC 9(06)
                       FROM ws-hist-period    (idx-hist).
                   07  COLUMN 11 PIC 9(07)
                       FROM ws-hist-gross     (idx-hist).
                   07  COLUMN 20 PIC 9(07)
                       FROM ws-hist-deduction (idx-hist).
                   07  COLUMN 31 PIC 9(07)
                       FROM ws-hist-net       (idx-hist).
                   07  COLUMN 40 PIC X(01)
                       FROM ws-hist-run-type  (idx-hist).

       01  scr-leave-balances.
           03  LINE 02 COLUMN 28 VALUE "Leave balances.".
           03  LINE 05.
               05  COLUMN 03     VALUE "Annual leave days  :".
               05  COLUMN 24     PIC -ZZ9.9 FROM ws-leave-annual-bal.
           03  LINE 06.
               05  COLUMN 03     VALUE "Sick leave days    :".
               05  COLUMN 24     PIC -ZZ9.9 FROM ws-leave-sick-bal.
           03  LINE 07.
               05  COLUMN 03     VALUE "Monthly accrual    :".
               05  COLUMN 24     PIC Z9.9   FROM ws-leave-accrual.

       01  scr-loan-balance.
           03  LINE 02 COLUMN 28 VALUE "Loan balance.".
           03  LINE 05.
               05  COLUMN 03     VALUE "Open loans         :".
               05  COLUMN 24     PIC ZZ9 FROM ws-loan-open-count.
           03  LINE 06.
               05  COLUMN 03     VALUE "Balance still owed :".
               05  COLUMN 24     PIC ZZZZZZZ9 FROM ws-loan-open-balance.
           03  LINE 07.
               05  COLUMN 03     VALUE "Monthly installment:".
               05  COLUMN 24     PIC ZZZZZZ9
                                 FROM ws-loan-open-installment.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM 010000-start-kiosk-session
              THRU 010000-finish-kiosk-session
             UNTIL sw-kiosk-close-Y

           DISPLAY SPACE
                AT LINE ws-cte-01 COLUMN ws-cte-01
              WITH BLANK SCREEN

           STOP RUN.

       010000-start-kiosk-session.
           DISPLAY SPACE
                AT LINE ws-cte-01 COLUMN ws-cte-01
              WITH BLANK SCREEN

           PERFORM 100000-start-construct-main-text-window
              THRU 100000-finish-construct-main-text-window

           MOVE ZEROES TO ws-signon-code
           MOVE SPACES TO ws-signon-pin

           DISPLAY scr-sign-on
            ACCEPT scr-sign-on

           IF ws-signon-code EQUAL ZEROES
              SET sw-kiosk-close-Y TO TRUE
              GO TO 010000-finish-kiosk-session
           END-IF

           PERFORM 020000-start-kiosk-sign-on
              THRU 020000-finish-kiosk-sign-on

           IF sw-signed-on-N
              DISPLAY scr-sign-on-message
              PERFORM 090000-start-pause-kiosk
                 THRU 090000-finish-pause-kiosk
              GO TO 010000-finish-kiosk-session
           END-IF

           MOVE ZERO TO ws-menu-option

           PERFORM 030000-start-kiosk-menu
              THRU 030000-finish-kiosk-menu
             UNTIL sw-menu-option-sign-off.
       010000-finish-kiosk-session.
           EXIT.

       020000-start-kiosk-sign-on.
           SET sw-signed-on-N TO TRUE
           MOVE SPACES         TO ws-signon-message
           MOVE ws-signon-code TO ws-signlog-oper-id

           MOVE 'N' TO ws-checkdigit-valid-sw
           CALL "ChkDig" USING ws-signon-code
                               ws-checkdigit-valid-sw

           IF sw-checkdigit-valid-N
              MOVE "The employee code fails its check digit."
                TO ws-signon-message
              MOVE "F" TO ws-signlog-result
              PERFORM 025000-start-write-signon-history
                 THRU 025000-finish-write-signon-history
              GO TO 020000-finish-kiosk-sign-on
           END-IF

           PERFORM 021000-start-load-credential-table
              THRU 021000-finish-load-credential-table

           PERFORM 022000-start-find-credential-entry
              THRU 022000-finish-find-credential-entry

           IF ws-crd-found-sub EQUAL ZEROES
              MOVE "Unknown employee code or wrong PIN."
                TO ws-signon-message
              MOVE "F" TO ws-signlog-result
              PERFORM 025000-start-write-signon-history
                 THRU 025000-finish-write-signon-history
              GO TO 020000-finish-kiosk-sign-on
           END-IF

           IF ws-crd-status (ws-crd-found-sub) EQUAL "L"
              MOVE "This kiosk PIN is locked. Please contact payroll."
                TO ws-signon-message
              MOVE "L" TO ws-signlog-result
              PERFORM 025000-start-write-signon-history
                 THRU 025000-finish-write-signon-history
              GO TO 020000-finish-kiosk-sign-on
           END-IF

           IF ws-crd-pin (ws-crd-found-sub) EQUAL SPACES
           OR ws-crd-pin (ws-crd-found-sub) NOT EQUAL ws-signon-pin
              PERFORM 023000-start-record-failed-pin
                 THRU 023000-finish-record-failed-pin
              GO TO 020000-finish-kiosk-sign-on
           END-IF

           IF ws-crd-fail-count (ws-crd-found-sub) GREATER ZERO
              MOVE ZERO TO ws-crd-fail-count (ws-crd-found-sub)
              PERFORM 024000-start-rewrite-credential-file
                 THRU 024000-finish-rewrite-credential-file
           END-IF

           SET sw-signed-on-Y TO TRUE
           MOVE "S" TO ws-signlog-result
           PERFORM 025000-start-write-signon-history
              THRU 025000-finish-write-signon-history.
       020000-finish-kiosk-sign-on.
           EXIT.

       021000-start-load-credential-table.
           MOVE ZEROES TO ws-crd-tbl-count
           MOVE 'N'    TO ws-eof-KioskCrd
                          ws-crd-overflow-sw

           OPEN INPUT KioskCrd

           IF fs-KioskCrd NOT EQUAL "00"
              CLOSE KioskCrd
              GO TO 021000-finish-load-credential-table
           END-IF

           PERFORM 021100-start-read-one-credential
              THRU 021100-finish-read-one-credential
             UNTIL sw-eof-KioskCrd-Y

           CLOSE KioskCrd.
       021000-finish-load-credential-table.
           EXIT.

       021100-start-read-one-credential.
           READ KioskCrd RECORD
             AT END
                SET sw-eof-KioskCrd-Y TO TRUE

            NOT AT END
                IF ws-crd-tbl-count LESS cte-crd-tbl-max
                   ADD cte-01 TO ws-crd-tbl-count
                   MOVE kiosk-rec-code
                     TO ws-crd-code        (ws-crd-tbl-count)
                   MOVE kiosk-rec-pin
                     TO ws-crd-pin         (ws-crd-tbl-count)
                   MOVE kiosk-rec-pin-changed
                     TO ws-crd-pin-changed (ws-crd-tbl-count)
                   MOVE kiosk-rec-fail-count
                     TO ws-crd-fail-count  (ws-crd-tbl-count)
                   MOVE kiosk-rec-status
                     TO ws-crd-status      (ws-crd-tbl-count)
                ELSE
                   SET sw-crd-overflow-Y TO TRUE
                   SET sw-eof-KioskCrd-Y TO TRUE
                END-IF
           END-READ.
       021100-finish-read-one-credential.
           EXIT.

       022000-start-find-credential-entry.
           MOVE ZEROES TO ws-crd-found-sub

           PERFORM 022100-start-match-credential-entry
              THRU 022100-finish-match-credential-entry
           VARYING ws-crd-sub FROM 1 BY 1
             UNTIL ws-crd-sub GREATER ws-crd-tbl-count
                OR ws-crd-found-sub GREATER ZEROES.
       022000-finish-find-credential-entry.
           EXIT.

       022100-start-match-credential-entry.
           IF ws-crd-code (ws-crd-sub) EQUAL ws-signon-code
              MOVE ws-crd-sub TO ws-crd-found-sub
           END-IF.
       022100-finish-match-credential-entry.
           EXIT.

       023000-start-record-failed-pin.
           ADD cte-01 TO ws-crd-fail-count (ws-crd-found-sub)

           IF ws-crd-fail-count (ws-crd-found-sub) NOT LESS
              cte-pin-max-attempts
              MOVE "L" TO ws-crd-status (ws-crd-found-sub)
              MOVE "Too many wrong PINs. The kiosk PIN is now locked."
                TO ws-signon-message
              MOVE "L" TO ws-signlog-result
           ELSE
              MOVE "Unknown employee code or wrong PIN."
                TO ws-signon-message
              MOVE "F" TO ws-signlog-result
           END-IF

           PERFORM 024000-start-rewrite-credential-file
              THRU 024000-finish-rewrite-credential-file

           PERFORM 025000-start-write-signon-history
              THRU 025000-finish-write-signon-history.
       023000-finish-record-failed-pin.
           EXIT.

       024000-start-rewrite-credential-file.
           IF sw-crd-overflow-Y
              GO TO 024000-finish-rewrite-credential-file
           END-IF

           OPEN OUTPUT KioskCrd

           IF fs-KioskCrd NOT EQUAL "00" AND fs-KioskCrd NOT EQUAL
              "05"
              CLOSE KioskCrd
              GO TO 024000-finish-rewrite-credential-file
           END-IF

           PERFORM 024100-start-write-one-credential
              THRU 024100-finish-write-one-credential
           VARYING ws-crd-sub FROM 1 BY 1
             UNTIL ws-crd-sub GREATER ws-crd-tbl-count

           CLOSE KioskCrd.
       024000-finish-rewrite-credential-file.
           EXIT.

       024100-start-write-one-credential.
           MOVE ws-crd-code        (ws-crd-sub) TO kiosk-rec-code
           MOVE ws-crd-pin         (ws-crd-sub) TO kiosk-rec-pin
           MOVE ws-crd-pin-changed (ws-crd-sub)
             TO kiosk-rec-pin-changed
           MOVE ws-crd-fail-count  (ws-crd-sub)
             TO kiosk-rec-fail-count
           MOVE ws-crd-status      (ws-crd-sub) TO kiosk-rec-status

           WRITE kiosk-rec.
       024100-finish-write-one-credential.
           EXIT.

       025000-start-write-signon-history.
           CALL "SignOnLg" USING ws-signlog-program
                                 ws-signlog-oper-id
                                 ws-signlog-result.
       025000-finish-write-signon-history.
           EXIT.

       030000-start-kiosk-menu.
           PERFORM 100000-start-construct-main-text-window
              THRU 100000-finish-construct-main-text-window

           MOVE ZERO TO ws-menu-option

           DISPLAY scr-kiosk-menu
            ACCEPT scr-kiosk-menu

           EVALUATE TRUE
               WHEN sw-menu-option-payslips
                    PERFORM 040000-start-show-recent-payslips
                       THRU 040000-finish-show-recent-payslips

               WHEN sw-menu-option-leave
                    PERFORM 050000-start-show-leave-balances
                       THRU 050000-finish-show-leave-balances

               WHEN sw-menu-option-loans
                    PERFORM 060000-start-show-loan-balance
                       THRU 060000-finish-show-loan-balance

               WHEN sw-menu-option-sign-off
                    CONTINUE

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
                         AT LINE ws-cte-22 COLUMN ws-cte-03
                    PERFORM 090000-start-pause-kiosk
                       THRU 090000-finish-pause-kiosk
           END-EVALUATE.
       030000-finish-kiosk-menu.
           EXIT.

       040000-start-show-recent-payslips.
           MOVE ZEROES TO ws-hist-tbl-count
           MOVE 'N'    TO ws-eof-PayHist
                          ws-hist-overflow-sw

           OPEN INPUT PayHist

           IF fs-PayHist EQUAL "00"
              MOVE ws-signon-code TO payhist-rec-code
              MOVE ZEROES         TO payhist-rec-period
                                     payhist-rec-run-seq
              MOVE SPACE          TO payhist-rec-run-type

              START PayHist KEY IS NOT LESS THAN payhist-rec-key
                    INVALID KEY
                            SET sw-eof-PayHist-Y TO TRUE
              END-START

              PERFORM 041000-start-read-one-history-row
                 THRU 041000-finish-read-one-history-row
                UNTIL sw-eof-PayHist-Y
           END-IF

           CLOSE PayHist

           PERFORM 100000-start-construct-main-text-window
              THRU 100000-finish-construct-main-text-window

           DISPLAY scr-payslip-header

           IF ws-hist-tbl-count EQUAL ZEROES
              DISPLAY "No payslips are on file for you yet."
                   AT LINE 07 COLUMN 03
              PERFORM 090000-start-pause-kiosk
                 THRU 090000-finish-pause-kiosk
              GO TO 040000-finish-show-recent-payslips
           END-IF

           IF ws-hist-tbl-count GREATER cte-recent-periods
              COMPUTE ws-hist-first-sub =
                      ws-hist-tbl-count - cte-recent-periods + 1
           ELSE
              MOVE 1 TO ws-hist-first-sub
           END-IF

           MOVE ZEROES TO ws-line-add

           PERFORM 042000-start-show-one-payslip-row
              THRU 042000-finish-show-one-payslip-row
           VARYING ws-hist-sub FROM ws-hist-first-sub BY 1
             UNTIL ws-hist-sub GREATER ws-hist-tbl-count

           PERFORM 090000-start-pause-kiosk
              THRU 090000-finish-pause-kiosk.
       040000-finish-show-recent-payslips.
           EXIT.

       041000-start-read-one-history-row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-code NOT EQUAL ws-signon-code
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                   IF ws-hist-tbl-count LESS cte-hist-tbl-max
                      ADD cte-01 TO ws-hist-tbl-count
                   ELSE
                      PERFORM 041100-start-shift-history-table
                         THRU 041100-finish-shift-history-table
                   END-IF
                   SET idx-hist TO ws-hist-tbl-count
                   MOVE payhist-rec-period
                     TO ws-hist-period    (idx-hist)
                   MOVE payhist-rec-gross
                     TO ws-hist-gross     (idx-hist)
                   MOVE payhist-rec-deduction
                     TO ws-hist-deduction (idx-hist)
                   MOVE payhist-rec-net
                     TO ws-hist-net       (idx-hist)
                   MOVE payhist-rec-run-type
                     TO ws-hist-run-type  (idx-hist)
                END-IF
           END-READ.
       041000-finish-read-one-history-row.
           EXIT.

       041100-start-shift-history-table.
           PERFORM 041110-start-shift-one-history-entry
              THRU 041110-finish-shift-one-history-entry
           VARYING ws-hist-sub FROM 2 BY 1
             UNTIL ws-hist-sub GREATER ws-hist-tbl-count.
       041100-finish-shift-history-table.
           EXIT.

       041110-start-shift-one-history-entry.
           MOVE ws-hist-entry (ws-hist-sub)
             TO ws-hist-entry (ws-hist-sub - 1).
       041110-finish-shift-one-history-entry.
           EXIT.

       042000-start-show-one-payslip-row.
           ADD cte-01 TO ws-line-add
           SET idx-hist TO ws-hist-sub

           DISPLAY scr-payslip-row.
       042000-finish-show-one-payslip-row.
           EXIT.

       050000-start-show-leave-balances.
           MOVE ZEROES TO ws-leave-annual-bal
                          ws-leave-sick-bal
                          ws-leave-accrual
           MOVE 'N'    TO ws-eof-LeaveFile
                          ws-leave-found-sw

           OPEN INPUT LeaveFile

           IF fs-LeaveFile EQUAL "00"
              PERFORM 051000-start-read-one-leave-row
                 THRU 051000-finish-read-one-leave-row
                UNTIL sw-eof-LeaveFile-Y
           END-IF

           CLOSE LeaveFile

           PERFORM 100000-start-construct-main-text-window
              THRU 100000-finish-construct-main-text-window

           IF sw-leave-found-Y
              DISPLAY scr-leave-balances
           ELSE
              DISPLAY "No leave balance is on file for you."
                   AT LINE 05 COLUMN 03
           END-IF

           PERFORM 090000-start-pause-kiosk
              THRU 090000-finish-pause-kiosk.
       050000-finish-show-leave-balances.
           EXIT.

       051000-start-read-one-leave-row.
           READ LeaveFile RECORD
             AT END
                SET sw-eof-LeaveFile-Y TO TRUE

            NOT AT END
                IF leave-rec-code EQUAL ws-signon-code
                   MOVE leave-rec-annual-bal TO ws-leave-annual-bal
                   MOVE leave-rec-sick-bal   TO ws-leave-sick-bal
                   MOVE leave-rec-accrual    TO ws-leave-accrual
                   SET sw-leave-found-Y  TO TRUE
                   SET sw-eof-LeaveFile-Y TO TRUE
                END-IF
           END-READ.
       051000-finish-read-one-leave-row.
           EXIT.

       060000-start-show-loan-balance.
           MOVE ZEROES TO ws-loan-open-count
                          ws-loan-open-balance
                          ws-loan-open-installment
           MOVE 'N'    TO ws-eof-LoanFile

           OPEN INPUT LoanFile

           IF fs-LoanFile EQUAL "00"
              PERFORM 061000-start-read-one-loan-row
                 THRU 061000-finish-read-one-loan-row
                UNTIL sw-eof-LoanFile-Y
           END-IF

           CLOSE LoanFile

           PERFORM 100000-start-construct-main-text-window
              THRU 100000-finish-construct-main-text-window

           IF ws-loan-open-count GREATER ZEROES
              DISPLAY scr-loan-balance
           ELSE
              DISPLAY "You have no open loan."
                   AT LINE 05 COLUMN 03
           END-IF

           PERFORM 090000-start-pause-kiosk
              THRU 090000-finish-pause-kiosk.
       060000-finish-show-loan-balance.
           EXIT.

       061000-start-read-one-loan-row.
           READ LoanFile RECORD
             AT END
                SET sw-eof-LoanFile-Y TO TRUE

            NOT AT END
                IF  loan-rec-code    EQUAL ws-signon-code
                AND loan-rec-balance GREATER ZEROES
                    ADD cte-01              TO ws-loan-open-count
                    ADD loan-rec-balance    TO ws-loan-open-balance
                    ADD loan-rec-installment
                                            TO ws-loan-open-installment
                END-IF
           END-READ.
       061000-finish-read-one-loan-row.
           EXIT.

       090000-start-pause-kiosk.
           DISPLAY "Press the ENTER key to continue..."
                AT LINE ws-cte-25 COLUMN ws-cte-01
           ACCEPT ws-key-pause
               AT LINE ws-cte-25 COLUMN ws-cte-35 WITH PROMPT.
       090000-finish-pause-kiosk.
           EXIT.

       100000-start-construct-main-text-window.
           INITIALIZE ws-screen-coords

           SET sw-bottom-row-01             TO TRUE
           SET sw-top-row-24                TO TRUE
           SET sw-left-col-01               TO TRUE
           SET sw-right-col-80              TO TRUE

           PERFORM 110000-start-cleaning-window-frame-area
              THRU 110000-finish-cleaning-window-frame-area

           PERFORM 120000-start-construct-vertical-edges-frame
              THRU 120000-finish-construct-vertical-edges-frame

           PERFORM 130000-start-construct-horizontal-edges-frame
              THRU 130000-finish-construct-horizontal-edges-frame

           PERFORM 140000-start-construct-window-frame-corners
              THRU 140000-finish-construct-window-frame-corners.
       100000-finish-construct-main-text-window.
           EXIT.

        110000-start-cleaning-window-frame-area.
           SET  sw-char-normal-space        TO TRUE
           MOVE ws-char-aux                 TO ws-char

           PERFORM 111000-start-clean-one-frame-cell
              THRU 111000-finish-clean-one-frame-cell
           VARYING ws-row FROM ws-bottom-row BY ws-cte-01
             UNTIL ws-row  IS GREATER THAN ws-top-row
             AFTER ws-col  FROM ws-left-col BY ws-cte-01
             UNTIL ws-col  IS GREATER THAN ws-right-col.
        110000-finish-cleaning-window-frame-area.
           EXIT.

         111000-start-clean-one-frame-cell.
           DISPLAY ws-char
                AT LINE ws-row COLUMN ws-col.
         111000-finish-clean-one-frame-cell.
           EXIT.

        120000-start-construct-vertical-edges-frame.
           SET  sw-char-closing-excl-mark   TO TRUE
           MOVE ws-char-aux                 TO ws-char-left-col
           SET  sw-char-pipe                TO TRUE
           MOVE ws-char-aux                 TO ws-char-right-col

           PERFORM 121000-start-build-vertical-edges-frame
              THRU 121000-finish-build-vertical-edges-frame.
        120000-finish-construct-vertical-edges-frame.
           EXIT.

         121000-start-build-vertical-edges-frame.
           SET  sw-switch-row-column-row    TO TRUE
           MOVE ws-char-left-col            TO ws-char
           MOVE ws-left-col                 TO ws-fixed-col
           MOVE ws-bottom-row               TO ws-start-pos
           MOVE ws-top-row                  TO ws-finish-pos
           MOVE ws-cte-01                   TO ws-interval-pos

           PERFORM 121100-start-build-text-window-bricks
              THRU 121100-finish-build-text-window-bricks
           VARYING ws-pos FROM ws-start-pos BY ws-interval-pos
             UNTIL ws-pos IS GREATER THAN ws-finish-pos

           MOVE ws-char-right-col           TO ws-char
           MOVE ws-right-col                TO ws-fixed-col

           PERFORM 121100-start-build-text-window-bricks
              THRU 121100-finish-build-text-window-bricks
           VARYING ws-pos FROM ws-start-pos BY ws-interval-pos
             UNTIL ws-pos IS GREATER THAN ws-finish-pos.
         121000-finish-build-vertical-edges-frame.
           EXIT.

          121100-start-build-text-window-bricks.
            IF (sw-switch-row-column-row)
                DISPLAY ws-char AT LINE ws-pos COLUMN ws-fixed-col
            ELSE
                IF (sw-switch-row-column-column)
                    DISPLAY ws-char AT LINE ws-fixed-row COLUMN ws-pos
                END-IF
            END-IF.
          121100-finish-build-text-window-bricks.
            EXIT.

        130000-start-construct-horizontal-edges-frame.
           SET  sw-char-equal-sign          TO TRUE
           MOVE ws-char-aux                 TO ws-char-bottom-row
           SET  sw-char-dash-hyphen         TO TRUE
           MOVE ws-char-aux                 TO ws-char-top-row

           PERFORM 131000-start-build-horizontal-edges-frame
              THRU 131000-finish-build-horizontal-edges-frame.
        130000-finish-construct-horizontal-edges-frame.
            EXIT.

         131000-start-build-horizontal-edges-frame.
           SET  sw-switch-row-column-column TO TRUE
           MOVE ws-char-top-row             TO ws-char
           MOVE ws-top-row                  TO ws-fixed-row
           MOVE ws-left-col                 TO ws-start-pos
           MOVE ws-right-col                TO ws-finish-pos
           MOVE ws-cte-01                   TO ws-interval-pos

           PERFORM 121100-start-build-text-window-bricks
              THRU 121100-finish-build-text-window-bricks
           VARYING ws-pos FROM ws-start-pos BY ws-interval-pos
             UNTIL ws-pos IS GREATER THAN ws-finish-pos

           MOVE ws-char-bottom-row          TO ws-char
           MOVE ws-bottom-row               TO ws-fixed-row

           PERFORM 121100-start-build-text-window-bricks
              THRU 121100-finish-build-text-window-bricks
           VARYING ws-pos FROM ws-start-pos BY ws-interval-pos
             UNTIL ws-pos IS GREATER THAN ws-finish-pos.
         131000-finish-build-horizontal-edges-frame.
           EXIT.

        140000-start-construct-window-frame-corners.
           SET  sw-char-plus-sign           TO TRUE
           MOVE ws-char-aux                 TO ws-char-left-lower-corner
                                               ws-char-left-upper-corner
           SET  sw-char-asterisk            TO TRUE
           MOVE ws-char-aux              TO ws-char-right-lower-corner
                                            ws-char-right-upper-corner

           PERFORM 141000-start-build-set-window-frame-corners
              THRU 141000-finish-build-set-window-frame-corners.
        140000-finish-construct-window-frame-corners.
           EXIT.

         141000-start-build-set-window-frame-corners.
           DISPLAY ws-char-left-lower-corner
                AT LINE ws-bottom-row COLUMN ws-left-col

           DISPLAY ws-char-right-lower-corner
                AT LINE ws-bottom-row COLUMN ws-right-col

           DISPLAY ws-char-left-upper-corner
                AT LINE ws-top-row    COLUMN ws-left-col

           DISPLAY ws-char-right-upper-corner
                AT LINE ws-top-row    COLUMN ws-right-col.
         141000-finish-build-set-window-frame-corners.
           EXIT.

       END PROGRAM EmpKiosk.
