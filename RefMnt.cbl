       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RefTable ASSIGN TO ws-RefTable-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RefTable.

           SELECT OPTIONAL RefPend ASSIGN TO ws-RefPend-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RefPend.

           SELECT OPTIONAL AuditFile ASSIGN TO ws-AuditFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-AuditFile.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

       DATA DIVISION.
       FILE SECTION.
       FD  RefTable
           RECORD CONTAINS 60 CHARACTERS.

       01  f-RefTable-rec               PIC X(60) VALUE SPACES.

       FD  RefPend
           RECORD CONTAINS 174 CHARACTERS.

       01  refpend-rec.
           03  refpend-rec-seq          PIC 9(06) VALUE ZEROES.
           03  refpend-rec-table        PIC X(10) VALUE SPACES.
           03  refpend-rec-file         PIC X(12) VALUE SPACES.
           03  refpend-rec-action       PIC X(01) VALUE SPACE.
           03  refpend-rec-before       PIC X(60) VALUE SPACES.
           03  refpend-rec-after        PIC X(60) VALUE SPACES.
           03  refpend-rec-operator     PIC X(08) VALUE SPACES.
           03  refpend-rec-req-date     PIC 9(08) VALUE ZEROES.
           03  refpend-rec-status       PIC X(01) VALUE "P".
           03  refpend-rec-decided-by   PIC X(08) VALUE SPACES.

       FD  AuditFile
           RECORD CONTAINS 420 CHARACTERS.

       01  f-AuditFile-rec              PIC X(420) VALUE SPACES.

       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
           03  oper-rec-password               PIC X(08)  VALUE SPACES.
           03  oper-rec-level                  PIC 9(01)  VALUE ZERO.
           03  oper-rec-name                   PIC X(20)  VALUE SPACES.
           03  oper-rec-pwd-changed            PIC 9(08)  VALUE ZEROES.
           03  oper-rec-fail-count             PIC 9(01)  VALUE ZERO.
           03  oper-rec-status                 PIC X(01)  VALUE "A".
               88  sw-oper-rec-status-active              VALUES "A",
                                                            SPACE.
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-RefTable                  PIC X(02) VALUE SPACES.
       77  ws-RefTable-name             PIC X(12) VALUE SPACES.
       77  ws-eof-RefTable              PIC X(01) VALUE 'N'.
           88  sw-eof-RefTable-Y                  VALUE 'Y'.
       77  fs-RefPend                   PIC X(02) VALUE SPACES.
       77  ws-RefPend-name              PIC X(12) VALUE "RefPend".
       77  ws-eof-RefPend               PIC X(01) VALUE 'N'.
           88  sw-eof-RefPend-Y                   VALUE 'Y'.
       77  fs-AuditFile                 PIC X(02) VALUE SPACES.
       77  ws-AuditFile-name            PIC X(12) VALUE SPACES.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-ref-update-level                   VALUE 3.
       78  cte-ref-tbl-max                        VALUE 500.
       78  cte-pend-tbl-max                       VALUE 200.

       01  ws-ref-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE "RefMnt".
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "RefMnt".
           03  ws-alertlog-severity     PIC X(01) VALUE "F".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-choose          VALUE 1.
               88  sw-menu-option-list            VALUE 2.
               88  sw-menu-option-add             VALUE 3.
               88  sw-menu-option-change          VALUE 4.
               88  sw-menu-option-expire          VALUE 5.
               88  sw-menu-option-table-work      VALUES 2 THRU 5.
               88  sw-menu-option-review          VALUE 6.
               88  sw-menu-option-exit            VALUE 7.
           03  ws-table-choice          PIC 9(01) VALUE ZERO.

       01  ws-table-controls.
           03  ws-sel-table             PIC X(10) VALUE SPACES.
               88  sw-sel-table-none              VALUE SPACES.
           03  ws-sel-file              PIC X(12) VALUE SPACES.
           03  ws-tbl-name              PIC X(10) VALUE SPACES.
               88  sw-tbl-taxfile                 VALUE "TaxFile".
               88  sw-tbl-otpolicy                VALUE "OtPolicy".
               88  sw-tbl-rndpolicy               VALUE "RndPolicy".
               88  sw-tbl-glmap                   VALUE "GlMap".
               88  sw-tbl-commplan                VALUE "CommPlan".
               88  sw-tbl-meritmtx                VALUE "MeritMtx".
               88  sw-tbl-editrules               VALUE "EditRules".
               88  sw-tbl-fmtcfg                  VALUE "FmtCfg".
           03  ws-tbl-rec-len           PIC 9(02) VALUE ZEROES.
           03  ws-tbl-key-len           PIC 9(02) VALUE ZEROES.
           03  ws-tbl-approval-sw       PIC X(01) VALUE 'N'.
               88  sw-tbl-approval-Y              VALUE 'Y'.

       01  ws-ref-controls.
           03  ws-ref-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-ref-sub               PIC 9(03) VALUE ZEROES.
           03  ws-ref-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-ref-row-no            PIC 9(03) VALUE ZEROES.
           03  ws-ref-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-ref-overflow-Y              VALUE 'Y'.
           03  ws-ref-rewrite-sw        PIC X(01) VALUE 'N'.
               88  sw-ref-rewrite-Y               VALUE 'Y'.

       01  ws-ref-table.
           03  ws-ref-row OCCURS cte-ref-tbl-max TIMES
                                        PIC X(60).

       01  ws-row-work.
           03  ws-row-image             PIC X(60) VALUE SPACES.
           03  ws-row-tax           REDEFINES ws-row-image.
               05  ws-row-tax-eff-date  PIC 9(08).
               05  ws-row-tax-eff-date-r REDEFINES
                   ws-row-tax-eff-date.
                   07  ws-row-tax-eff-year  PIC 9(04).
                   07  ws-row-tax-eff-month PIC 9(02).
                   07  ws-row-tax-eff-day   PIC 9(02).
               05  ws-row-tax-lower     PIC 9(07).
               05  ws-row-tax-upper     PIC 9(07).
               05  ws-row-tax-rate      PIC 9(02)V9(02).
               05  ws-row-tax-fixed     PIC 9(07).
               05  FILLER               PIC X(27).
           03  ws-row-otpol         REDEFINES ws-row-image.
               05  ws-row-otpol-day-type PIC X(01).
                   88  sw-row-otpol-day-type-valid VALUES "W", "E",
                                                          "H".
               05  ws-row-otpol-threshold PIC 9(03).
               05  ws-row-otpol-multiplier PIC 9(01)V9(02).
               05  FILLER               PIC X(53).
           03  ws-row-rndpol        REDEFINES ws-row-image.
               05  ws-row-rndpol-component PIC X(08).
               05  ws-row-rndpol-method PIC X(01).
                   88  sw-row-rndpol-method-valid VALUES "U", "T",
                                                         "C".
               05  FILLER               PIC X(51).
           03  ws-row-glmap         REDEFINES ws-row-image.
               05  ws-row-glmap-component PIC X(08).
               05  ws-row-glmap-account PIC 9(08).
               05  ws-row-glmap-drcr    PIC X(01).
                   88  sw-row-glmap-drcr-valid    VALUES "D", "C".
               05  FILLER               PIC X(43).
           03  ws-row-cplan         REDEFINES ws-row-image.
               05  ws-row-cplan-region  PIC X(04).
               05  ws-row-cplan-pct-low PIC 9(03)V9(01).
               05  ws-row-cplan-rate    PIC 9(01)V9(04).
               05  ws-row-cplan-accel   PIC 9(01)V9(04).
               05  FILLER               PIC X(42).
           03  ws-row-mtx           REDEFINES ws-row-image.
               05  ws-row-mtx-score-low PIC 9(02).
               05  ws-row-mtx-score-high PIC 9(02).
               05  ws-row-mtx-zone      PIC X(01).
                   88  sw-row-mtx-zone-valid      VALUES "L", "M",
                                                         "H".
               05  ws-row-mtx-raise-pct PIC 9(02)V9(02).
               05  FILLER               PIC X(51).
           03  ws-row-rule          REDEFINES ws-row-image.
               05  ws-row-rule-trans-type PIC X(02).
               05  ws-row-rule-field    PIC X(12).
               05  ws-row-rule-check    PIC X(01).
                   88  sw-row-rule-check-valid    VALUES "R", "N",
                                                   "D", "L", "B".
                   88  sw-row-rule-check-ranged   VALUES "N", "B".
                   88  sw-row-rule-check-in-list  VALUE "L".
               05  ws-row-rule-low      PIC 9(08).
               05  ws-row-rule-high     PIC 9(08).
               05  ws-row-rule-list     PIC X(20).
               05  FILLER               PIC X(09).
           03  ws-row-fmt           REDEFINES ws-row-image.
               05  ws-row-fmt-symbol    PIC X(03).
               05  ws-row-fmt-thousands PIC X(01).
               05  ws-row-fmt-decimal   PIC X(01).
               05  ws-row-fmt-position  PIC X(01).
                   88  sw-row-fmt-position-valid  VALUES "B", "A",
                                                         SPACE.
               05  FILLER               PIC X(54).

       01  ws-cmp-work.
           03  ws-cmp-image             PIC X(60) VALUE SPACES.
           03  ws-cmp-tax           REDEFINES ws-cmp-image.
               05  ws-cmp-tax-eff-date  PIC 9(08).
               05  ws-cmp-tax-lower     PIC 9(07).
               05  ws-cmp-tax-upper     PIC 9(07).
               05  FILLER               PIC X(38).
           03  ws-cmp-mtx           REDEFINES ws-cmp-image.
               05  ws-cmp-mtx-score-low PIC 9(02).
               05  ws-cmp-mtx-score-high PIC 9(02).
               05  ws-cmp-mtx-zone      PIC X(01).
               05  FILLER               PIC X(55).

       01  ws-show-fields.
           03  ws-show-tax-rate         PIC Z9.99      VALUE ZEROES.
           03  ws-show-multiplier       PIC 9.99       VALUE ZEROES.
           03  ws-show-pct-low          PIC ZZ9.9      VALUE ZEROES.
           03  ws-show-comm-rate        PIC 9.9999     VALUE ZEROES.
           03  ws-show-accel            PIC 9.9999     VALUE ZEROES.
           03  ws-show-raise-pct        PIC Z9.99      VALUE ZEROES.

       01  ws-change-fields.
           03  ws-chg-action            PIC X(01) VALUE SPACE.
               88  sw-chg-action-add              VALUE "A".
               88  sw-chg-action-change           VALUE "C".
               88  sw-chg-action-expire           VALUE "E".
           03  ws-chg-before            PIC X(60) VALUE SPACES.
           03  ws-chg-after             PIC X(60) VALUE SPACES.
           03  ws-chg-key               PIC X(60) VALUE SPACES.
           03  ws-chg-requester         PIC X(08) VALUE SPACES.
           03  ws-chg-pend-seq          PIC 9(06) VALUE ZEROES.
           03  ws-chg-confirm           PIC X(01) VALUE SPACE.
               88  sw-chg-confirm-Y               VALUES 'Y', 'y'.
           03  ws-row-valid-sw          PIC X(01) VALUE 'Y'.
               88  sw-row-valid-Y                 VALUE 'Y'.
               88  sw-row-valid-N                 VALUE 'N'.
           03  ws-chg-applied-sw        PIC X(01) VALUE 'N'.
               88  sw-chg-applied-Y               VALUE 'Y'.
           03  ws-audit-action          PIC X(08) VALUE SPACES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.

       01  ws-pend-controls.
           03  ws-pend-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-pend-sub              PIC 9(03) VALUE ZEROES.
           03  ws-pend-last-seq         PIC 9(06) VALUE ZEROES.
           03  ws-pend-waiting          PIC 9(03) VALUE ZEROES.
           03  ws-pend-applied-count    PIC 9(03) VALUE ZEROES.
           03  ws-pend-rejected-count   PIC 9(03) VALUE ZEROES.
           03  ws-pend-skipped-count    PIC 9(03) VALUE ZEROES.
           03  ws-pend-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-pend-overflow-Y             VALUE 'Y'.
           03  ws-pend-clash-sw         PIC X(01) VALUE 'N'.
               88  sw-pend-clash-Y                VALUE 'Y'.
           03  ws-pend-decision         PIC X(01) VALUE SPACE.
               88  sw-pend-decision-approve       VALUES 'A', 'a'.
               88  sw-pend-decision-reject        VALUES 'R', 'r'.
               88  sw-pend-decision-skip          VALUES 'S', 's'.

       01  ws-pend-table.
           03  ws-pend-row OCCURS cte-pend-tbl-max TIMES
                                        PIC X(174).

       01  ws-pend-work.
           03  ws-pw-seq                PIC 9(06) VALUE ZEROES.
           03  ws-pw-table              PIC X(10) VALUE SPACES.
           03  ws-pw-file               PIC X(12) VALUE SPACES.
           03  ws-pw-action             PIC X(01) VALUE SPACE.
               88  sw-pw-action-add               VALUE "A".
               88  sw-pw-action-change            VALUE "C".
               88  sw-pw-action-expire            VALUE "E".
           03  ws-pw-before             PIC X(60) VALUE SPACES.
           03  ws-pw-after              PIC X(60) VALUE SPACES.
           03  ws-pw-operator           PIC X(08) VALUE SPACES.
           03  ws-pw-req-date           PIC 9(08) VALUE ZEROES.
           03  ws-pw-status             PIC X(01) VALUE "P".
               88  sw-pw-status-pending           VALUE "P".
           03  ws-pw-decided-by         PIC X(08) VALUE SPACES.

       01  ws-current-date-and-time.
           03  ws-CDT-Date.
               05  ws-CDT-Year         PIC 9(04)          VALUE ZEROES.
               05  ws-CDT-Month        PIC 9(02)          VALUE ZEROES.
               05  ws-CDT-Day          PIC 9(02)          VALUE ZEROES.
           03  ws-CDT-Time.
               05  ws-CDT-Hour         PIC 9(02)          VALUE ZEROES.
               05  ws-CDT-Minutes      PIC 9(02)          VALUE ZEROES.
               05  ws-CDT-Seconds      PIC 9(02)          VALUE ZEROES.
               05  ws-CDT-Hundredths   PIC 9(02)          VALUE ZEROES.
           03  FILLER                  PIC X(05)          VALUE SPACES.

       01  ws-audit-timestamp.
           03  ws-ats-year             PIC 9(04)          VALUE ZEROES.
           03  FILLER                  PIC X(01)          VALUE "/".
           03  ws-ats-month            PIC 9(02)          VALUE ZEROES.
           03  FILLER                  PIC X(01)          VALUE "/".
           03  ws-ats-day              PIC 9(02)          VALUE ZEROES.
           03  FILLER                  PIC X(03)          VALUE " - ".
           03  ws-ats-hour             PIC 9(02)          VALUE ZEROES.
           03  FILLER                  PIC X(01)          VALUE ":".
           03  ws-ats-minutes          PIC 9(02)          VALUE ZEROES.
           03  FILLER                  PIC X(01)          VALUE ":".
           03  ws-ats-seconds          PIC 9(02)          VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Payroll reference table maintenance."

           PERFORM Check-Ref-Authorization
              THRU Check-Ref-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           DISPLAY "Audit trail file   : " WITH NO ADVANCING
           ACCEPT ws-AuditFile-name

           IF ws-AuditFile-name EQUAL SPACES
              DISPLAY "The audit trail file must be entered. Nothing "
                      "can be changed without it."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND AuditFile

           IF  fs-AuditFile NOT EQUAL "00"
           AND fs-AuditFile NOT EQUAL "05"
              DISPLAY "*** The audit trail [" ws-AuditFile-name
                      "] could not be opened. Status [" fs-AuditFile
                      "]. Nothing can be changed. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE AuditFile

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           IF NOT sw-sel-table-none
              DISPLAY "Current table: [" ws-sel-table "] file ["
                      ws-sel-file "]."
           END-IF
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|   Payroll Reference Tables.       |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Choose the table.            |"
           DISPLAY "| [2]. List the table rows.         |"
           DISPLAY "| [3]. Add a row.                   |"
           DISPLAY "| [4]. Change a row.                |"
           DISPLAY "| [5]. Expire a row.                |"
           DISPLAY "| [6]. Review pending changes.      |"
           DISPLAY "| [7]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           IF  sw-menu-option-table-work
           AND NOT sw-sel-table-none
               MOVE ws-sel-table TO ws-tbl-name
               MOVE ws-sel-file  TO ws-RefTable-name
               PERFORM Set-Table-Attributes
           END-IF

           EVALUATE TRUE
               WHEN sw-menu-option-choose
                    PERFORM Choose-Reference-Table
                      THRU Choose-Reference-Table-Exit

               WHEN sw-menu-option-table-work
                AND sw-sel-table-none
                    DISPLAY "Choose the table first."

               WHEN sw-menu-option-list
                    PERFORM List-Reference-Table

               WHEN sw-menu-option-add
                    PERFORM Add-Reference-Row
                      THRU Add-Reference-Row-Exit

               WHEN sw-menu-option-change
                    PERFORM Change-Reference-Row
                      THRU Change-Reference-Row-Exit

               WHEN sw-menu-option-expire
                    PERFORM Expire-Reference-Row
                      THRU Expire-Reference-Row-Exit

               WHEN sw-menu-option-review
                    PERFORM Review-Pending-Changes
                      THRU Review-Pending-Changes-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Choose-Reference-Table.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. TaxFile   - tax brackets.    |"
           DISPLAY "| [2]. OtPolicy  - overtime rules.  |"
           DISPLAY "| [3]. RndPolicy - rounding.        |"
           DISPLAY "| [4]. GlMap     - ledger accounts. |"
           DISPLAY "| [5]. CommPlan  - commission plan. |"
           DISPLAY "| [6]. MeritMtx  - merit matrix.    |"
           DISPLAY "| [7]. EditRules - input edits.     |"
           DISPLAY "| [8]. FmtCfg    - money format.    |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-table-choice

           EVALUATE ws-table-choice
               WHEN 1 MOVE "TaxFile"   TO ws-tbl-name
               WHEN 2 MOVE "OtPolicy"  TO ws-tbl-name
               WHEN 3 MOVE "RndPolicy" TO ws-tbl-name
               WHEN 4 MOVE "GlMap"     TO ws-tbl-name
               WHEN 5 MOVE "CommPlan"  TO ws-tbl-name
               WHEN 6 MOVE "MeritMtx"  TO ws-tbl-name
               WHEN 7 MOVE "EditRules" TO ws-tbl-name
               WHEN 8 MOVE "FmtCfg"    TO ws-tbl-name
               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
                    GO TO Choose-Reference-Table-Exit
           END-EVALUATE

           DISPLAY "Table file name (blank for " ws-tbl-name "): "
              WITH NO ADVANCING
           ACCEPT ws-RefTable-name

           IF ws-RefTable-name EQUAL SPACES
              MOVE ws-tbl-name TO ws-RefTable-name
           END-IF

           MOVE ws-tbl-name      TO ws-sel-table
           MOVE ws-RefTable-name TO ws-sel-file

           PERFORM Set-Table-Attributes
           PERFORM Load-Reference-Table

           DISPLAY "Table [" ws-sel-table "] chosen. Rows on file ["
                   ws-ref-tbl-count "]."

           IF sw-tbl-approval-Y
              DISPLAY "Changes to this table take effect only when "
                      "a second admin operator approves them."
           END-IF.
       Choose-Reference-Table-Exit.
           EXIT.

       Set-Table-Attributes.
           MOVE 'N' TO ws-tbl-approval-sw

           EVALUATE TRUE
               WHEN sw-tbl-taxfile
                    MOVE 33 TO ws-tbl-rec-len
                    MOVE 15 TO ws-tbl-key-len
                    SET sw-tbl-approval-Y TO TRUE
               WHEN sw-tbl-otpolicy
                    MOVE 07 TO ws-tbl-rec-len
                    MOVE 04 TO ws-tbl-key-len
               WHEN sw-tbl-rndpolicy
                    MOVE 09 TO ws-tbl-rec-len
                    MOVE 08 TO ws-tbl-key-len
               WHEN sw-tbl-glmap
                    MOVE 17 TO ws-tbl-rec-len
                    MOVE 08 TO ws-tbl-key-len
                    SET sw-tbl-approval-Y TO TRUE
               WHEN sw-tbl-commplan
                    MOVE 18 TO ws-tbl-rec-len
                    MOVE 08 TO ws-tbl-key-len
               WHEN sw-tbl-meritmtx
                    MOVE 09 TO ws-tbl-rec-len
                    MOVE 05 TO ws-tbl-key-len
               WHEN sw-tbl-editrules
                    MOVE 51 TO ws-tbl-rec-len
                    MOVE 15 TO ws-tbl-key-len
               WHEN sw-tbl-fmtcfg
                    MOVE 08 TO ws-tbl-rec-len
                    MOVE 00 TO ws-tbl-key-len
           END-EVALUATE.

       Load-Reference-Table.
           MOVE ZEROES TO ws-ref-tbl-count
           MOVE 'N'    TO ws-eof-RefTable
                          ws-ref-overflow-sw

           OPEN INPUT RefTable

           IF fs-RefTable EQUAL "00"
              PERFORM Read-One-Reference-Row
                UNTIL sw-eof-RefTable-Y
           END-IF

           CLOSE RefTable

           IF sw-ref-overflow-Y
              DISPLAY "*** [" ws-RefTable-name "] holds more than ["
                      cte-ref-tbl-max "] rows. It cannot be "
                      "maintained here and is left untouched. ***"
           END-IF.

       Read-One-Reference-Row.
           READ RefTable RECORD
             AT END
                SET sw-eof-RefTable-Y TO TRUE

            NOT AT END
                IF ws-ref-tbl-count LESS cte-ref-tbl-max
                   ADD cte-01 TO ws-ref-tbl-count
                   MOVE f-RefTable-rec
                     TO ws-ref-row (ws-ref-tbl-count)
                ELSE
                   SET sw-ref-overflow-Y  TO TRUE
                   SET sw-eof-RefTable-Y  TO TRUE
                END-IF
           END-READ.

       List-Reference-Table.
           PERFORM Load-Reference-Table

           IF ws-ref-tbl-count EQUAL ZEROES
              DISPLAY "There are no rows on [" ws-RefTable-name "]."
           ELSE
              PERFORM List-Reference-Rows

              DISPLAY SPACE
              DISPLAY "Rows on file: [" ws-ref-tbl-count "]."
           END-IF.

       List-Reference-Rows.
           PERFORM List-One-Reference-Row
           VARYING ws-ref-sub FROM 1 BY 1
             UNTIL ws-ref-sub GREATER ws-ref-tbl-count.

       List-One-Reference-Row.
           MOVE ws-ref-row (ws-ref-sub) TO ws-row-image
           DISPLAY "[" ws-ref-sub "] " WITH NO ADVANCING
           PERFORM Show-Row-Image.

       Show-Row-Image.
           EVALUATE TRUE
               WHEN sw-tbl-taxfile
                    MOVE ws-row-tax-rate TO ws-show-tax-rate
                    DISPLAY "effective [" ws-row-tax-eff-date
                            "] over [" ws-row-tax-lower
                            "] up to [" ws-row-tax-upper
                            "] rate [" ws-show-tax-rate
                            "] fixed [" ws-row-tax-fixed "]"
               WHEN sw-tbl-otpolicy
                    MOVE ws-row-otpol-multiplier
                      TO ws-show-multiplier
                    DISPLAY "day type [" ws-row-otpol-day-type
                            "] after [" ws-row-otpol-threshold
                            "] multiplier [" ws-show-multiplier "]"
               WHEN sw-tbl-rndpolicy
                    DISPLAY "component [" ws-row-rndpol-component
                            "] method [" ws-row-rndpol-method "]"
               WHEN sw-tbl-glmap
                    DISPLAY "component [" ws-row-glmap-component
                            "] account [" ws-row-glmap-account
                            "] side [" ws-row-glmap-drcr "]"
               WHEN sw-tbl-commplan
                    MOVE ws-row-cplan-pct-low  TO ws-show-pct-low
                    MOVE ws-row-cplan-rate     TO ws-show-comm-rate
                    MOVE ws-row-cplan-accel    TO ws-show-accel
                    DISPLAY "region [" ws-row-cplan-region
                            "] from [" ws-show-pct-low
                            "]% rate [" ws-show-comm-rate
                            "] accelerator [" ws-show-accel "]"
               WHEN sw-tbl-meritmtx
                    MOVE ws-row-mtx-raise-pct TO ws-show-raise-pct
                    DISPLAY "score [" ws-row-mtx-score-low
                            "] to [" ws-row-mtx-score-high
                            "] zone [" ws-row-mtx-zone
                            "] raise [" ws-show-raise-pct "]%"
               WHEN sw-tbl-editrules
                    DISPLAY "type [" ws-row-rule-trans-type
                            "] field [" ws-row-rule-field
                            "] check [" ws-row-rule-check
                            "] low [" ws-row-rule-low
                            "] high [" ws-row-rule-high
                            "] list [" ws-row-rule-list "]"
               WHEN sw-tbl-fmtcfg
                    DISPLAY "symbol [" ws-row-fmt-symbol
                            "] thousands [" ws-row-fmt-thousands
                            "] decimal [" ws-row-fmt-decimal
                            "] position [" ws-row-fmt-position "]"
           END-EVALUATE.

       Capture-Row-Fields.
           MOVE SPACES TO ws-row-image

           EVALUATE TRUE
               WHEN sw-tbl-taxfile
                    DISPLAY "Effective date (YYYYMMDD) : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-tax-eff-date
                    DISPLAY "Bracket lower bound       : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-tax-lower
                    DISPLAY "Bracket upper bound       : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-tax-upper
                    DISPLAY "Rate percent (99.99)      : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-tax-rate
                    DISPLAY "Fixed amount              : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-tax-fixed
               WHEN sw-tbl-otpolicy
                    DISPLAY "Day type [W]/[E]/[H]      : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-otpol-day-type
                    DISPLAY "Threshold hours           : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-otpol-threshold
                    DISPLAY "Multiplier (9.99)         : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-otpol-multiplier
               WHEN sw-tbl-rndpolicy
                    DISPLAY "Pay component             : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rndpol-component
                    DISPLAY "Method [U]/[T]/[C]        : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rndpol-method
               WHEN sw-tbl-glmap
                    DISPLAY "Pay component             : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-glmap-component
                    DISPLAY "Ledger account            : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-glmap-account
                    DISPLAY "Side [D]ebit / [C]redit   : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-glmap-drcr
               WHEN sw-tbl-commplan
                    DISPLAY "Region                    : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-cplan-region
                    DISPLAY "Quota percent from (999.9): "
                       WITH NO ADVANCING
                    ACCEPT ws-row-cplan-pct-low
                    DISPLAY "Commission rate (9.9999)  : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-cplan-rate
                    DISPLAY "Accelerator (9.9999)      : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-cplan-accel
               WHEN sw-tbl-meritmtx
                    DISPLAY "Score from                : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-mtx-score-low
                    DISPLAY "Score to                  : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-mtx-score-high
                    DISPLAY "Zone [L]/[M]/[H]          : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-mtx-zone
                    DISPLAY "Raise percent (99.99)     : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-mtx-raise-pct
               WHEN sw-tbl-editrules
                    DISPLAY "Transaction type          : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rule-trans-type
                    DISPLAY "Field name                : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rule-field
                    DISPLAY "Check [R]/[N]/[D]/[L]/[B] : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rule-check
                    DISPLAY "Low value                 : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rule-low
                    DISPLAY "High value                : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rule-high
                    DISPLAY "Value list                : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-rule-list
               WHEN sw-tbl-fmtcfg
                    DISPLAY "Currency symbol           : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-fmt-symbol
                    DISPLAY "Thousands separator       : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-fmt-thousands
                    DISPLAY "Decimal separator         : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-fmt-decimal
                    DISPLAY "Symbol [B]efore/[A]fter   : "
                       WITH NO ADVANCING
                    ACCEPT ws-row-fmt-position
           END-EVALUATE.

       Pick-Reference-Row.
           MOVE ZEROES TO ws-ref-found-sub

           PERFORM List-Reference-Rows

           DISPLAY "Row number (0 to cancel)  : " WITH NO ADVANCING
           ACCEPT ws-ref-row-no

           IF  ws-ref-row-no GREATER ZEROES
           AND ws-ref-row-no NOT GREATER ws-ref-tbl-count
               MOVE ws-ref-row-no TO ws-ref-found-sub
           ELSE
               DISPLAY "No row chosen. Nothing changed."
           END-IF.

       Add-Reference-Row.
           PERFORM Load-Reference-Table

           IF sw-ref-overflow-Y
              GO TO Add-Reference-Row-Exit
           END-IF

           PERFORM Capture-Row-Fields

           MOVE ZEROES TO ws-ref-found-sub

           PERFORM Validate-Row-Rules
              THRU Validate-Row-Rules-Exit

           IF sw-row-valid-N
              DISPLAY "Nothing changed."
              GO TO Add-Reference-Row-Exit
           END-IF

           SET sw-chg-action-add TO TRUE
           MOVE SPACES       TO ws-chg-before
           MOVE ws-row-image TO ws-chg-after

           PERFORM Submit-Row-Change
              THRU Submit-Row-Change-Exit.
       Add-Reference-Row-Exit.
           EXIT.

       Change-Reference-Row.
           PERFORM Load-Reference-Table

           IF sw-ref-overflow-Y
              GO TO Change-Reference-Row-Exit
           END-IF

           IF ws-ref-tbl-count EQUAL ZEROES
              DISPLAY "There are no rows on [" ws-RefTable-name "]."
              GO TO Change-Reference-Row-Exit
           END-IF

           PERFORM Pick-Reference-Row

           IF ws-ref-found-sub EQUAL ZEROES
              GO TO Change-Reference-Row-Exit
           END-IF

           MOVE ws-ref-row (ws-ref-found-sub) TO ws-chg-before
                                                 ws-row-image
           DISPLAY "Current : " WITH NO ADVANCING
           PERFORM Show-Row-Image
           DISPLAY "Enter the new values of the row."

           PERFORM Capture-Row-Fields

           IF ws-row-image EQUAL ws-chg-before
              DISPLAY "The row is unchanged. Nothing changed."
              GO TO Change-Reference-Row-Exit
           END-IF

           PERFORM Validate-Row-Rules
              THRU Validate-Row-Rules-Exit

           IF sw-row-valid-N
              DISPLAY "Nothing changed."
              GO TO Change-Reference-Row-Exit
           END-IF

           SET sw-chg-action-change TO TRUE
           MOVE ws-row-image TO ws-chg-after

           PERFORM Submit-Row-Change
              THRU Submit-Row-Change-Exit.
       Change-Reference-Row-Exit.
           EXIT.

       Expire-Reference-Row.
           PERFORM Load-Reference-Table

           IF sw-ref-overflow-Y
              GO TO Expire-Reference-Row-Exit
           END-IF

           IF ws-ref-tbl-count EQUAL ZEROES
              DISPLAY "There are no rows on [" ws-RefTable-name "]."
              GO TO Expire-Reference-Row-Exit
           END-IF

           PERFORM Pick-Reference-Row

           IF ws-ref-found-sub EQUAL ZEROES
              GO TO Expire-Reference-Row-Exit
           END-IF

           MOVE ws-ref-row (ws-ref-found-sub) TO ws-chg-before
                                                 ws-row-image
           DISPLAY "Expire  : " WITH NO ADVANCING
           PERFORM Show-Row-Image

           DISPLAY "The row is taken off the table. Confirm (Y/N) : "
              WITH NO ADVANCING
           ACCEPT ws-chg-confirm

           IF NOT sw-chg-confirm-Y
              DISPLAY "Nothing changed."
              GO TO Expire-Reference-Row-Exit
           END-IF

           SET sw-chg-action-expire TO TRUE
           MOVE SPACES TO ws-chg-after

           PERFORM Submit-Row-Change
              THRU Submit-Row-Change-Exit.
       Expire-Reference-Row-Exit.
           EXIT.

       Submit-Row-Change.
           MOVE ws-auth-oper-id TO ws-chg-requester
           MOVE ZEROES          TO ws-chg-pend-seq

           IF sw-tbl-approval-Y
              PERFORM Queue-Pending-Change
                 THRU Queue-Pending-Change-Exit
              GO TO Submit-Row-Change-Exit
           END-IF

           PERFORM Apply-Row-Change
              THRU Apply-Row-Change-Exit.
       Submit-Row-Change-Exit.
           EXIT.

      *    The table must be loaded, and the action with its before
      *    and after images set, before the change is applied.
       Apply-Row-Change.
           MOVE 'N' TO ws-chg-applied-sw

           IF NOT sw-chg-action-add
              PERFORM Find-Before-Image

              IF ws-ref-found-sub EQUAL ZEROES
                 DISPLAY "*** The row was changed or taken off since "
                         "it was chosen. Nothing changed. ***"
                 GO TO Apply-Row-Change-Exit
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN sw-chg-action-add
                    IF ws-ref-tbl-count NOT LESS cte-ref-tbl-max
                       DISPLAY "*** The table is full at ["
                               cte-ref-tbl-max "] rows. Nothing "
                               "changed. ***"
                       GO TO Apply-Row-Change-Exit
                    END-IF
                    ADD cte-01 TO ws-ref-tbl-count
                    MOVE ws-chg-after
                      TO ws-ref-row (ws-ref-tbl-count)
                    MOVE "REFADD"  TO ws-audit-action

               WHEN sw-chg-action-change
                    MOVE ws-chg-after
                      TO ws-ref-row (ws-ref-found-sub)
                    MOVE "REFCHG"  TO ws-audit-action

               WHEN sw-chg-action-expire
                    PERFORM Close-Up-One-Row
                    VARYING ws-ref-sub FROM ws-ref-found-sub BY 1
                      UNTIL ws-ref-sub NOT LESS ws-ref-tbl-count
                    SUBTRACT cte-01 FROM ws-ref-tbl-count
                    MOVE "REFEXP"  TO ws-audit-action
           END-EVALUATE

           PERFORM Rewrite-Reference-File

           IF NOT sw-ref-rewrite-Y
              GO TO Apply-Row-Change-Exit
           END-IF

           SET sw-chg-applied-Y TO TRUE

           PERFORM Write-Audit-Record

           DISPLAY "The change to [" ws-RefTable-name "] is now in "
                   "effect.".
       Apply-Row-Change-Exit.
           EXIT.

       Find-Before-Image.
           MOVE ZEROES TO ws-ref-found-sub

           PERFORM Match-Before-Image
           VARYING ws-ref-sub FROM 1 BY 1
             UNTIL ws-ref-sub GREATER ws-ref-tbl-count
                OR ws-ref-found-sub GREATER ZEROES.

       Match-Before-Image.
           IF ws-ref-row (ws-ref-sub) EQUAL ws-chg-before
              MOVE ws-ref-sub TO ws-ref-found-sub
           END-IF.

       Close-Up-One-Row.
           MOVE ws-ref-row (ws-ref-sub + 1) TO ws-ref-row (ws-ref-sub).

       Rewrite-Reference-File.
           MOVE 'N' TO ws-ref-rewrite-sw

           OPEN OUTPUT RefTable

           IF  fs-RefTable NOT EQUAL "00"
           AND fs-RefTable NOT EQUAL "05"
              CLOSE RefTable
              DISPLAY "*** WARNING: [" ws-RefTable-name "] could not "
                      "be rewritten. Nothing changed. ***"
           ELSE
              PERFORM Write-One-Reference-Row
              VARYING ws-ref-sub FROM 1 BY 1
                UNTIL ws-ref-sub GREATER ws-ref-tbl-count

              CLOSE RefTable
              SET sw-ref-rewrite-Y TO TRUE
           END-IF.

       Write-One-Reference-Row.
           MOVE ws-ref-row (ws-ref-sub) TO f-RefTable-rec
           WRITE f-RefTable-rec.

       Write-Audit-Record.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-and-time

           MOVE ws-CDT-Year           TO ws-ats-year
           MOVE ws-CDT-Month          TO ws-ats-month
           MOVE ws-CDT-Day            TO ws-ats-day
           MOVE ws-CDT-Hour           TO ws-ats-hour
           MOVE ws-CDT-Minutes        TO ws-ats-minutes
           MOVE ws-CDT-Seconds        TO ws-ats-seconds

           MOVE SPACES                TO f-AuditFile-rec

           STRING ws-audit-timestamp                  DELIMITED SIZE
                  " | OP="  ws-auth-oper-id           DELIMITED SIZE
                  " | "     ws-audit-action           DELIMITED SIZE
                  " | TABLE=" ws-tbl-name             DELIMITED SIZE
                  " FILE=["   ws-RefTable-name "]"    DELIMITED SIZE
                  " REQ="     ws-chg-requester        DELIMITED SIZE
                  " REQUEST=" ws-chg-pend-seq         DELIMITED SIZE
                  " BEFORE=["
                     ws-chg-before (1:ws-tbl-rec-len) "]"
                                                      DELIMITED SIZE
                  " AFTER=["
                     ws-chg-after (1:ws-tbl-rec-len) "]"
                                                      DELIMITED SIZE
             INTO f-AuditFile-rec

           OPEN EXTEND AuditFile

           IF fs-AuditFile EQUAL "00" OR fs-AuditFile EQUAL "05"
              CALL "AudChn" USING f-AuditFile-rec
                                  ws-AuditFile-name

              WRITE f-AuditFile-rec

              CLOSE AuditFile
           ELSE
              CLOSE AuditFile
              DISPLAY "*** WARNING: the audit trail could not be "
                      "opened. The change to [" ws-RefTable-name
                      "] was NOT audited. ***"

              MOVE ws-chg-pend-seq TO ws-alertlog-key
              MOVE SPACES          TO ws-alertlog-message
              STRING "REFERENCE CHANGE TO " ws-RefTable-name
                     " NOT ON AUDIT TRAIL"
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              CALL "AlertLog" USING ws-alertlog-program
                                    ws-alertlog-severity
                                    ws-alertlog-key
                                    ws-alertlog-message
           END-IF.

      *    The candidate row is in ws-row-image. ws-ref-found-sub is
      *    the row it replaces (zero for a new row), which is left
      *    out of the duplicate and overlap checks.
       Validate-Row-Rules.
           SET sw-row-valid-Y TO TRUE

           EVALUATE TRUE
               WHEN sw-tbl-taxfile
                    PERFORM Check-Tax-Row
                       THRU Check-Tax-Row-Exit
               WHEN sw-tbl-otpolicy
                    PERFORM Check-Overtime-Row
                       THRU Check-Overtime-Row-Exit
               WHEN sw-tbl-rndpolicy
                    PERFORM Check-Rounding-Row
                       THRU Check-Rounding-Row-Exit
               WHEN sw-tbl-glmap
                    PERFORM Check-Ledger-Row
                       THRU Check-Ledger-Row-Exit
               WHEN sw-tbl-commplan
                    PERFORM Check-Commission-Row
                       THRU Check-Commission-Row-Exit
               WHEN sw-tbl-meritmtx
                    PERFORM Check-Merit-Row
                       THRU Check-Merit-Row-Exit
               WHEN sw-tbl-editrules
                    PERFORM Check-Edit-Rule-Row
                       THRU Check-Edit-Rule-Row-Exit
               WHEN sw-tbl-fmtcfg
                    PERFORM Check-Format-Row
                       THRU Check-Format-Row-Exit
           END-EVALUATE

           IF sw-row-valid-N
              GO TO Validate-Row-Rules-Exit
           END-IF

           PERFORM Check-Other-Row
              THRU Check-Other-Row-Exit
           VARYING ws-ref-sub FROM 1 BY 1
             UNTIL ws-ref-sub GREATER ws-ref-tbl-count
                OR sw-row-valid-N.
       Validate-Row-Rules-Exit.
           EXIT.

       Check-Tax-Row.
           IF ws-row-tax-eff-year  LESS 1900
           OR ws-row-tax-eff-month LESS 01
           OR ws-row-tax-eff-month GREATER 12
           OR ws-row-tax-eff-day   LESS 01
           OR ws-row-tax-eff-day   GREATER 31
              DISPLAY "*** The effective date [" ws-row-tax-eff-date
                      "] is not a valid date. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Tax-Row-Exit
           END-IF

           IF ws-row-tax-upper NOT GREATER ws-row-tax-lower
              DISPLAY "*** The upper bound [" ws-row-tax-upper
                      "] must be above the lower bound ["
                      ws-row-tax-lower "]. ***"
              SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Tax-Row-Exit.
           EXIT.

       Check-Overtime-Row.
           IF NOT sw-row-otpol-day-type-valid
              DISPLAY "*** The day type must be [W]eekday, week[E]nd "
                      "or [H]oliday. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Overtime-Row-Exit
           END-IF

           IF ws-row-otpol-multiplier LESS 1
              MOVE ws-row-otpol-multiplier TO ws-show-multiplier
              DISPLAY "*** The overtime multiplier ["
                      ws-show-multiplier "] may not be below 1.00. ***"
              SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Overtime-Row-Exit.
           EXIT.

       Check-Rounding-Row.
           IF ws-row-rndpol-component EQUAL SPACES
              DISPLAY "*** The pay component must be entered. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Rounding-Row-Exit
           END-IF

           IF NOT sw-row-rndpol-method-valid
              DISPLAY "*** The method must be half-[U]p, [T]runcate "
                      "or [C]arry. ***"
              SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Rounding-Row-Exit.
           EXIT.

       Check-Ledger-Row.
           IF ws-row-glmap-component EQUAL SPACES
              DISPLAY "*** The pay component must be entered. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Ledger-Row-Exit
           END-IF

           IF ws-row-glmap-account EQUAL ZEROES
              DISPLAY "*** The ledger account must be entered. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Ledger-Row-Exit
           END-IF

           IF NOT sw-row-glmap-drcr-valid
              DISPLAY "*** The side must be [D]ebit or [C]redit. ***"
              SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Ledger-Row-Exit.
           EXIT.

       Check-Commission-Row.
           IF ws-row-cplan-region EQUAL SPACES
              DISPLAY "*** The region must be entered. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Commission-Row-Exit
           END-IF

           IF ws-row-cplan-rate EQUAL ZEROES
              DISPLAY "*** The commission rate must be above zero. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Commission-Row-Exit
           END-IF

           IF  ws-row-cplan-accel NOT EQUAL ZEROES
           AND ws-row-cplan-accel LESS 1
               MOVE ws-row-cplan-accel TO ws-show-accel
               DISPLAY "*** The accelerator [" ws-show-accel "] must "
                       "be zero (none) or at least 1. ***"
               SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Commission-Row-Exit.
           EXIT.

       Check-Merit-Row.
           IF NOT sw-row-mtx-zone-valid
              DISPLAY "*** The zone must be [L]ower, [M]iddle or "
                      "[H]igher. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Merit-Row-Exit
           END-IF

           IF ws-row-mtx-score-high LESS ws-row-mtx-score-low
              DISPLAY "*** The score band [" ws-row-mtx-score-low
                      "] to [" ws-row-mtx-score-high "] runs "
                      "backwards. ***"
              SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Merit-Row-Exit.
           EXIT.

       Check-Edit-Rule-Row.
           IF ws-row-rule-trans-type EQUAL SPACES
           OR ws-row-rule-field      EQUAL SPACES
              DISPLAY "*** The transaction type and field must be "
                      "entered. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Edit-Rule-Row-Exit
           END-IF

           IF NOT sw-row-rule-check-valid
              DISPLAY "*** The check must be [R]equired, [N]umeric "
                      "range, [D]ate, [L]ist or [B]and. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Edit-Rule-Row-Exit
           END-IF

           IF  sw-row-rule-check-ranged
           AND ws-row-rule-high LESS ws-row-rule-low
               DISPLAY "*** The high value [" ws-row-rule-high
                       "] is below the low value [" ws-row-rule-low
                       "]. ***"
               SET sw-row-valid-N TO TRUE
               GO TO Check-Edit-Rule-Row-Exit
           END-IF

           IF  sw-row-rule-check-in-list
           AND ws-row-rule-list EQUAL SPACES
               DISPLAY "*** A list check needs its value list. ***"
               SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Edit-Rule-Row-Exit.
           EXIT.

       Check-Format-Row.
           IF NOT sw-row-fmt-position-valid
              DISPLAY "*** The symbol position must be [B]efore or "
                      "[A]fter. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Format-Row-Exit
           END-IF

           IF  ws-row-fmt-thousands NOT EQUAL SPACE
           AND ws-row-fmt-thousands EQUAL ws-row-fmt-decimal
               DISPLAY "*** The thousands and decimal separators "
                       "must differ. ***"
               SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Format-Row-Exit.
           EXIT.

       Check-Other-Row.
           IF ws-ref-sub EQUAL ws-ref-found-sub
              GO TO Check-Other-Row-Exit
           END-IF

           MOVE ws-ref-row (ws-ref-sub) TO ws-cmp-image

           IF ws-tbl-key-len EQUAL ZEROES
              DISPLAY "*** [" ws-tbl-name "] holds a single row. "
                      "Change the row on file instead. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Other-Row-Exit
           END-IF

           IF ws-cmp-image (1:ws-tbl-key-len) EQUAL
              ws-row-image (1:ws-tbl-key-len)
              DISPLAY "*** Row [" ws-ref-sub "] already has this "
                      "key. ***"
              SET sw-row-valid-N TO TRUE
              GO TO Check-Other-Row-Exit
           END-IF

           IF  sw-tbl-taxfile
           AND ws-cmp-tax-eff-date EQUAL ws-row-tax-eff-date
           AND ws-cmp-tax-lower LESS ws-row-tax-upper
           AND ws-row-tax-lower LESS ws-cmp-tax-upper
               DISPLAY "*** The bracket overlaps row [" ws-ref-sub
                       "] of the same effective date. ***"
               SET sw-row-valid-N TO TRUE
               GO TO Check-Other-Row-Exit
           END-IF

           IF  sw-tbl-meritmtx
           AND ws-cmp-mtx-zone EQUAL ws-row-mtx-zone
           AND ws-cmp-mtx-score-low NOT GREATER ws-row-mtx-score-high
           AND ws-row-mtx-score-low NOT GREATER ws-cmp-mtx-score-high
               DISPLAY "*** The score band overlaps row [" ws-ref-sub
                       "] of the same zone. ***"
               SET sw-row-valid-N TO TRUE
           END-IF.
       Check-Other-Row-Exit.
           EXIT.

       Queue-Pending-Change.
           PERFORM Load-Pending-Table

           IF sw-pend-overflow-Y
              DISPLAY "*** The pending-change file is full. Nothing "
                      "was queued. ***"
              GO TO Queue-Pending-Change-Exit
           END-IF

           IF sw-chg-action-expire
              MOVE ws-chg-before TO ws-chg-key
           ELSE
              MOVE ws-chg-after  TO ws-chg-key
           END-IF

           MOVE 'N' TO ws-pend-clash-sw

           PERFORM Check-Pending-Clash
           VARYING ws-pend-sub FROM 1 BY 1
             UNTIL ws-pend-sub GREATER ws-pend-tbl-count
                OR sw-pend-clash-Y

           IF sw-pend-clash-Y
              DISPLAY "*** Request [" ws-pw-seq "] for the same row "
                      "is still waiting for approval. Nothing was "
                      "queued. ***"
              GO TO Queue-Pending-Change-Exit
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD

           OPEN EXTEND RefPend

           IF  fs-RefPend NOT EQUAL "00"
           AND fs-RefPend NOT EQUAL "05"
              CLOSE RefPend
              DISPLAY "*** WARNING: the pending-change file could not "
                      "be opened. Nothing was queued. ***"
              GO TO Queue-Pending-Change-Exit
           END-IF

           ADD cte-01 TO ws-pend-last-seq

           MOVE ws-pend-last-seq  TO refpend-rec-seq
                                     ws-chg-pend-seq
           MOVE ws-tbl-name       TO refpend-rec-table
           MOVE ws-RefTable-name  TO refpend-rec-file
           MOVE ws-chg-action     TO refpend-rec-action
           MOVE ws-chg-before     TO refpend-rec-before
           MOVE ws-chg-after      TO refpend-rec-after
           MOVE ws-auth-oper-id   TO refpend-rec-operator
           MOVE ws-today          TO refpend-rec-req-date
           MOVE "P"               TO refpend-rec-status
           MOVE SPACES            TO refpend-rec-decided-by

           WRITE refpend-rec

           CLOSE RefPend

           MOVE "REFREQ" TO ws-audit-action
           PERFORM Write-Audit-Record

           DISPLAY "The change to [" ws-RefTable-name "] was queued "
                   "as request [" ws-chg-pend-seq "]. It takes "
                   "effect when a second admin operator approves it.".
       Queue-Pending-Change-Exit.
           EXIT.

       Check-Pending-Clash.
           MOVE ws-pend-row (ws-pend-sub) TO ws-pend-work

           IF  sw-pw-status-pending
           AND ws-pw-table EQUAL ws-tbl-name
           AND ws-pw-file  EQUAL ws-RefTable-name
               IF sw-pw-action-expire
                  MOVE ws-pw-before TO ws-cmp-image
               ELSE
                  MOVE ws-pw-after  TO ws-cmp-image
               END-IF

               IF ws-tbl-key-len EQUAL ZEROES
                  SET sw-pend-clash-Y TO TRUE
               ELSE
               IF ws-cmp-image (1:ws-tbl-key-len) EQUAL
                  ws-chg-key (1:ws-tbl-key-len)
                  SET sw-pend-clash-Y TO TRUE
               ELSE
               IF  ws-pw-before NOT EQUAL SPACES
               AND ws-pw-before EQUAL ws-chg-before
                   SET sw-pend-clash-Y TO TRUE
               END-IF
               END-IF
               END-IF
           END-IF.

       Load-Pending-Table.
           MOVE ZEROES TO ws-pend-tbl-count
                          ws-pend-last-seq
           MOVE 'N'    TO ws-eof-RefPend
                          ws-pend-overflow-sw

           OPEN INPUT RefPend

           IF fs-RefPend EQUAL "00"
              PERFORM Read-One-Pending-Row
                UNTIL sw-eof-RefPend-Y
           END-IF

           CLOSE RefPend.

       Read-One-Pending-Row.
           READ RefPend RECORD
             AT END
                SET sw-eof-RefPend-Y TO TRUE

            NOT AT END
                IF refpend-rec-seq GREATER ws-pend-last-seq
                   MOVE refpend-rec-seq TO ws-pend-last-seq
                END-IF

                IF ws-pend-tbl-count LESS cte-pend-tbl-max
                   ADD cte-01 TO ws-pend-tbl-count
                   MOVE refpend-rec
                     TO ws-pend-row (ws-pend-tbl-count)
                ELSE
                   SET sw-pend-overflow-Y TO TRUE
                   SET sw-eof-RefPend-Y   TO TRUE
                END-IF
           END-READ.

       Review-Pending-Changes.
           MOVE ZEROES TO ws-pend-waiting
                          ws-pend-applied-count
                          ws-pend-rejected-count
                          ws-pend-skipped-count

           PERFORM Load-Pending-Table

           IF sw-pend-overflow-Y
              DISPLAY "*** The pending-change file holds more than ["
                      cte-pend-tbl-max "] requests. No review is "
                      "possible; the file is left untouched. ***"
              GO TO Review-Pending-Changes-Exit
           END-IF

           PERFORM Count-Waiting-Request
           VARYING ws-pend-sub FROM 1 BY 1
             UNTIL ws-pend-sub GREATER ws-pend-tbl-count

           IF ws-pend-waiting EQUAL ZEROES
              DISPLAY "There are no changes waiting for approval."
              GO TO Review-Pending-Changes-Exit
           END-IF

           PERFORM Review-One-Request
              THRU Review-One-Request-Exit
           VARYING ws-pend-sub FROM 1 BY 1
             UNTIL ws-pend-sub GREATER ws-pend-tbl-count

           PERFORM Rewrite-Pending-File

           DISPLAY SPACE
           DISPLAY "+---+----+---+----+---+----+---+"
           DISPLAY "|   Approval Review Summary.   |"
           DISPLAY "+---+----+---+----+---+----+---+"
           DISPLAY "| Applied  : [" ws-pend-applied-count  "]."
           DISPLAY "| Rejected : [" ws-pend-rejected-count "]."
           DISPLAY "| Skipped  : [" ws-pend-skipped-count  "]."
           DISPLAY "+---+----+---+----+---+----+---+".
       Review-Pending-Changes-Exit.
           EXIT.

       Count-Waiting-Request.
           MOVE ws-pend-row (ws-pend-sub) TO ws-pend-work

           IF sw-pw-status-pending
              ADD cte-01 TO ws-pend-waiting
           END-IF.

       Review-One-Request.
           MOVE ws-pend-row (ws-pend-sub) TO ws-pend-work

           IF NOT sw-pw-status-pending
              GO TO Review-One-Request-Exit
           END-IF

           MOVE ws-pw-table TO ws-tbl-name
           MOVE ws-pw-file  TO ws-RefTable-name
           PERFORM Set-Table-Attributes

           DISPLAY SPACE
           DISPLAY "Request [" ws-pw-seq "] on [" ws-pw-table
                   "] file [" ws-pw-file "] by [" ws-pw-operator
                   "] on [" ws-pw-req-date "] action ["
                   ws-pw-action "]."

           IF ws-pw-before NOT EQUAL SPACES
              MOVE ws-pw-before TO ws-row-image
              DISPLAY "Before  : " WITH NO ADVANCING
              PERFORM Show-Row-Image
           END-IF

           IF ws-pw-after NOT EQUAL SPACES
              MOVE ws-pw-after TO ws-row-image
              DISPLAY "After   : " WITH NO ADVANCING
              PERFORM Show-Row-Image
           END-IF

           IF ws-pw-operator EQUAL ws-auth-oper-id
              PERFORM Refuse-Own-Approval
              ADD cte-01 TO ws-pend-skipped-count
              GO TO Review-One-Request-Exit
           END-IF

           PERFORM Accept-Review-Decision
              WITH TEST AFTER
             UNTIL sw-pend-decision-approve
                OR sw-pend-decision-reject
                OR sw-pend-decision-skip

           MOVE ws-pw-action    TO ws-chg-action
           MOVE ws-pw-before    TO ws-chg-before
           MOVE ws-pw-after     TO ws-chg-after
           MOVE ws-pw-operator  TO ws-chg-requester
           MOVE ws-pw-seq       TO ws-chg-pend-seq

           EVALUATE TRUE
               WHEN sw-pend-decision-approve
                    PERFORM Apply-Approved-Request
                       THRU Apply-Approved-Request-Exit

               WHEN sw-pend-decision-reject
                    MOVE "R"             TO ws-pw-status
                    MOVE ws-auth-oper-id TO ws-pw-decided-by
                    ADD cte-01 TO ws-pend-rejected-count
                    MOVE "REFREJ"        TO ws-audit-action
                    PERFORM Write-Audit-Record

               WHEN sw-pend-decision-skip
                    ADD cte-01 TO ws-pend-skipped-count
           END-EVALUATE

           MOVE ws-pend-work TO ws-pend-row (ws-pend-sub).
       Review-One-Request-Exit.
           EXIT.

       Accept-Review-Decision.
           DISPLAY "[A]pprove / [R]eject / [S]kip : "
              WITH NO ADVANCING
           ACCEPT ws-pend-decision.

       Apply-Approved-Request.
           ADD cte-01 TO ws-pend-skipped-count

           PERFORM Load-Reference-Table

           IF sw-ref-overflow-Y
              GO TO Apply-Approved-Request-Exit
           END-IF

           IF NOT sw-chg-action-expire
              MOVE ZEROES TO ws-ref-found-sub

              IF sw-chg-action-change
                 PERFORM Find-Before-Image

                 IF ws-ref-found-sub EQUAL ZEROES
                    DISPLAY "*** The row was changed since the "
                            "request. Reject it and request the "
                            "change again. ***"
                    GO TO Apply-Approved-Request-Exit
                 END-IF
              END-IF

              MOVE ws-chg-after TO ws-row-image

              PERFORM Validate-Row-Rules
                 THRU Validate-Row-Rules-Exit

              IF sw-row-valid-N
                 DISPLAY "*** The request no longer passes the table "
                         "rules. Reject it and request the change "
                         "again. ***"
                 GO TO Apply-Approved-Request-Exit
              END-IF
           END-IF

           PERFORM Apply-Row-Change
              THRU Apply-Row-Change-Exit

           IF sw-chg-applied-Y
              SUBTRACT cte-01 FROM ws-pend-skipped-count
              ADD cte-01 TO ws-pend-applied-count
              MOVE "A"             TO ws-pw-status
              MOVE ws-auth-oper-id TO ws-pw-decided-by
           END-IF.
       Apply-Approved-Request-Exit.
           EXIT.

       Refuse-Own-Approval.
           DISPLAY "*** This is your own request. It must be "
                   "approved by another admin operator. ***"

           MOVE ws-pw-seq TO ws-alertlog-key
           MOVE SPACES    TO ws-alertlog-message
           STRING "OPERATOR " ws-auth-oper-id
                  " REFUSED APPROVAL OF OWN TABLE CHANGE"
                  DELIMITED BY SIZE
             INTO ws-alertlog-message
           END-STRING
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       Rewrite-Pending-File.
           OPEN OUTPUT RefPend

           IF  fs-RefPend NOT EQUAL "00"
           AND fs-RefPend NOT EQUAL "05"
              CLOSE RefPend
              DISPLAY "*** WARNING: the pending-change file could not "
                      "be rewritten. The decisions are not saved. ***"
           ELSE
              PERFORM Write-One-Pending-Row
              VARYING ws-pend-sub FROM 1 BY 1
                UNTIL ws-pend-sub GREATER ws-pend-tbl-count

              CLOSE RefPend
           END-IF.

       Write-One-Pending-Row.
           MOVE ws-pend-row (ws-pend-sub) TO refpend-rec
           WRITE refpend-rec.

       Check-Ref-Authorization.
           SET sw-auth-granted-Y TO TRUE

           DISPLAY "Operator id        : " WITH NO ADVANCING
           ACCEPT ws-auth-oper-id

           DISPLAY "Operator password  : " WITH NO ADVANCING
           ACCEPT ws-auth-password

           MOVE 'N' TO ws-eof-OperFile

           OPEN INPUT OperFile

           IF fs-OperFile NOT EQUAL "00"
              CLOSE OperFile
              DISPLAY "No operator file was found. Running "
                      "without the operator check."
              GO TO Check-Ref-Authorization-Exit
           END-IF

           MOVE 'N' TO ws-auth-granted-sw

           PERFORM Match-One-Auth-Operator
             UNTIL sw-eof-OperFile-Y

           CLOSE OperFile

           IF NOT sw-auth-granted-Y
              MOVE "D" TO ws-signlog-result
              CALL "SignOnLg" USING ws-signlog-program
                                    ws-auth-oper-id
                                    ws-signlog-result
              DISPLAY "*** The reference tables are open only to "
                      "authorization level [" cte-ref-update-level
                      "]. The attempt was logged. ***"
           END-IF.
       Check-Ref-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-ref-update-level
                AND sw-oper-rec-status-active
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                END-IF
           END-READ.

       END PROGRAM RefMnt.
