       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ExpClaim ASSIGN TO ws-ExpClaim-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExpClaim.

           SELECT OPTIONAL ExpPol ASSIGN TO ws-ExpPol-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExpPol.

           SELECT OPTIONAL MgrFile ASSIGN TO ws-MgrFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-MgrFile.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

       DATA DIVISION.
       FILE SECTION.
       FD  ExpClaim
           RECORD CONTAINS 67 CHARACTERS.

       01  expclaim-rec.
           03  expclaim-rec-code         PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-claim-no     PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-line-no      PIC 9(02) VALUE ZEROES.
           03  expclaim-rec-exp-date     PIC 9(08) VALUE ZEROES.
           03  expclaim-rec-type         PIC X(04) VALUE SPACES.
           03  expclaim-rec-amount       PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-receipt      PIC X(12) VALUE SPACES.
           03  expclaim-rec-status       PIC X(01) VALUE "P".
               88  sw-expclaim-rec-pending        VALUE "P".
               88  sw-expclaim-rec-approved       VALUE "A".
               88  sw-expclaim-rec-rejected       VALUE "R".
               88  sw-expclaim-rec-paid           VALUE "D".
           03  expclaim-rec-approver     PIC X(08) VALUE SPACES.
           03  expclaim-rec-period-paid  PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-submit-date  PIC 9(08) VALUE ZEROES.

       FD  ExpPol
           RECORD CONTAINS 30 CHARACTERS.

       01  exppol-rec.
           03  exppol-rec-type           PIC X(04) VALUE SPACES.
           03  exppol-rec-descr          PIC X(20) VALUE SPACES.
           03  exppol-rec-limit          PIC 9(06) VALUE ZEROES.

       FD  MgrFile
           RECORD CONTAINS 12 CHARACTERS.

       01  mgr-rec.
           03  mgr-rec-code              PIC 9(06) VALUE ZEROES.
           03  mgr-rec-manager           PIC 9(06) VALUE ZEROES.

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
       77  fs-ExpClaim                  PIC X(02) VALUE SPACES.
       77  ws-ExpClaim-name             PIC X(12) VALUE "ExpClaim".
       77  ws-eof-ExpClaim              PIC X(01) VALUE 'N'.
           88  sw-eof-ExpClaim-Y                  VALUE 'Y'.
       77  fs-ExpPol                    PIC X(02) VALUE SPACES.
       77  ws-ExpPol-name               PIC X(12) VALUE "ExpPol".
       77  ws-eof-ExpPol                PIC X(01) VALUE 'N'.
           88  sw-eof-ExpPol-Y                    VALUE 'Y'.
       77  fs-MgrFile                   PIC X(02) VALUE SPACES.
       77  ws-MgrFile-name              PIC X(12) VALUE "MgrFile".
       77  ws-eof-MgrFile               PIC X(01) VALUE 'N'.
           88  sw-eof-MgrFile-Y                   VALUE 'Y'.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-exp-update-level                   VALUE 1.
       78  cte-pol-tbl-max                        VALUE 50.
       78  cte-mgr-tbl-max                        VALUE 500.
       78  cte-claim-tbl-max                      VALUE 1000.
       78  cte-claim-line-max                     VALUE 99.

       01  ws-exp-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-emp-code         PIC 9(06) VALUE ZEROES.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE "ExpMnt".
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "ExpMnt".
           03  ws-alertlog-severity     PIC X(01) VALUE "F".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-capture         VALUE 1.
               88  sw-menu-option-approve         VALUE 2.
               88  sw-menu-option-report          VALUE 3.
               88  sw-menu-option-policy          VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-claim-no          PIC 9(06) VALUE ZEROES.
           03  ws-cap-line-no           PIC 9(02) VALUE ZEROES.
           03  ws-cap-exp-date          PIC 9(08) VALUE ZEROES.
           03  ws-cap-type              PIC X(04) VALUE SPACES.
           03  ws-cap-amount            PIC 9(06) VALUE ZEROES.
           03  ws-cap-receipt           PIC X(12) VALUE SPACES.
           03  ws-cap-total             PIC 9(08) VALUE ZEROES.
           03  ws-cap-refused           PIC 9(02) VALUE ZEROES.
           03  ws-cap-done-sw           PIC X(01) VALUE 'N'.
               88  sw-cap-done-Y                  VALUE 'Y'.
           03  ws-cap-exists-sw         PIC X(01) VALUE 'N'.
               88  sw-cap-exists-Y                VALUE 'Y'.

       01  ws-policy-capture-fields.
           03  ws-polcap-type           PIC X(04) VALUE SPACES.
           03  ws-polcap-descr          PIC X(20) VALUE SPACES.
           03  ws-polcap-limit          PIC 9(06) VALUE ZEROES.

       01  ws-pol-controls.
           03  ws-pol-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-pol-sub               PIC 9(02) VALUE ZEROES.
           03  ws-pol-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-pol-seek-type         PIC X(04) VALUE SPACES.

       01  ws-pol-table.
           03  ws-pol-entry OCCURS cte-pol-tbl-max TIMES.
               05  ws-pol-type          PIC X(04).
               05  ws-pol-descr         PIC X(20).
               05  ws-pol-limit         PIC 9(06).

       01  ws-mgr-controls.
           03  ws-mgr-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-mgr-sub               PIC 9(03) VALUE ZEROES.
           03  ws-mgr-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-mgr-seek-code         PIC 9(06) VALUE ZEROES.

       01  ws-mgr-table.
           03  ws-mgr-entry OCCURS cte-mgr-tbl-max TIMES.
               05  ws-mgr-code          PIC 9(06).
               05  ws-mgr-manager       PIC 9(06).

       01  ws-claim-controls.
           03  ws-claim-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-claim-sub             PIC 9(04) VALUE ZEROES.
           03  ws-claim-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-claim-overflow-Y            VALUE 'Y'.
           03  ws-changed-sw            PIC X(01) VALUE 'N'.
               88  sw-changed-Y                   VALUE 'Y'.
           03  ws-reviewed-count        PIC 9(04) VALUE ZEROES.
           03  ws-approved-count        PIC 9(04) VALUE ZEROES.
           03  ws-rejected-count        PIC 9(04) VALUE ZEROES.

       01  ws-claim-table.
           03  ws-claim-record OCCURS cte-claim-tbl-max TIMES
                                        PIC X(67).

       01  ws-claim-work.
           03  ws-cw-code               PIC 9(06).
           03  ws-cw-claim-no           PIC 9(06).
           03  ws-cw-line-no            PIC 9(02).
           03  ws-cw-exp-date           PIC 9(08).
           03  ws-cw-type               PIC X(04).
           03  ws-cw-amount             PIC 9(06).
           03  ws-cw-receipt            PIC X(12).
           03  ws-cw-status             PIC X(01).
           03  ws-cw-approver           PIC X(08).
           03  ws-cw-period-paid        PIC 9(06).
           03  ws-cw-submit-date        PIC 9(08).

       01  ws-decision-fields.
           03  ws-decision              PIC X(01) VALUE SPACE.
               88  sw-decision-approve      VALUES 'A', 'a'.
               88  sw-decision-reject       VALUES 'R', 'r'.
               88  sw-decision-skip         VALUES 'S', 's'.

       01  ws-report-work-fields.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-pending-listed        PIC 9(04) VALUE ZEROES.
           03  ws-pending-total         PIC 9(09) VALUE ZEROES.
           03  ws-pending-no-mgr        PIC 9(04) VALUE ZEROES.
           03  ws-unpaid-count          PIC 9(04) VALUE ZEROES.
           03  ws-unpaid-total          PIC 9(09) VALUE ZEROES.
           03  ws-days-waiting          PIC 9(04) VALUE ZEROES.

       01  ws-detail-line.
           03  ws-det-code              PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE "/".
           03  ws-det-claim-no          PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE "/".
           03  ws-det-line-no           PIC 9(02) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-det-exp-date          PIC 9(04)/99/99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-det-type              PIC X(04) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-det-amount            PIC ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-det-receipt           PIC X(12) VALUE SPACES.
           03  FILLER                   PIC X(06) VALUE " mgr [".
           03  ws-det-manager           PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(10) VALUE "] waiting ".
           03  ws-det-days              PIC ZZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(05) VALUE " days".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Employee expense claims."

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Check-Expense-Authorization
              THRU Check-Expense-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           PERFORM Load-Expense-Policy
              THRU Load-Expense-Policy-Exit

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+"
           DISPLAY "|   Expense Claims.            |"
           DISPLAY "+===+====+===+====+===+====+===+"
           DISPLAY "| [1]. Capture a claim.        |"
           DISPLAY "| [2]. Approve / reject claims.|"
           DISPLAY "| [3]. Claims awaiting approval|"
           DISPLAY "| [4]. Record expense policy.  |"
           DISPLAY "| [5]. Exit this program.      |"
           DISPLAY "+===+====+===+====+===+====+===+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-capture
                    PERFORM Capture-Expense-Claim
                      THRU Capture-Expense-Claim-Exit

               WHEN sw-menu-option-approve
                    PERFORM Review-Pending-Claims
                      THRU Review-Pending-Claims-Exit

               WHEN sw-menu-option-report
                    PERFORM Claims-Awaiting-Approval-Report
                      THRU Claims-Awaiting-Approval-Report-Exit

               WHEN sw-menu-option-policy
                    PERFORM Record-Expense-Policy
                      THRU Record-Expense-Policy-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Capture-Expense-Claim.
           DISPLAY "Employee code       : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Claim number        : " WITH NO ADVANCING
           ACCEPT ws-cap-claim-no

           IF ws-cap-code EQUAL ZEROES
           OR ws-cap-claim-no EQUAL ZEROES
              DISPLAY "The employee code and claim number must both "
                      "be entered. Nothing was captured."
              GO TO Capture-Expense-Claim-Exit
           END-IF

           IF ws-pol-tbl-count EQUAL ZEROES
              DISPLAY "*** No expense policy is on file: claim "
                      "lines cannot be checked against a limit. "
                      "Record the policy first. ***"
              GO TO Capture-Expense-Claim-Exit
           END-IF

           PERFORM Seek-Claim-Number
              THRU Seek-Claim-Number-Exit

           IF sw-cap-exists-Y
              DISPLAY "*** Claim [" ws-cap-claim-no "] already "
                      "exists for employee [" ws-cap-code "]. "
                      "Nothing was captured. ***"
              GO TO Capture-Expense-Claim-Exit
           END-IF

           OPEN EXTEND ExpClaim

           IF fs-ExpClaim NOT EQUAL "00" AND fs-ExpClaim NOT EQUAL
              "05"
              CLOSE ExpClaim
              DISPLAY "*** WARNING: the expense claim file could "
                      "not be opened. Nothing was captured. ***"
              GO TO Capture-Expense-Claim-Exit
           END-IF

           MOVE ZEROES TO ws-cap-line-no
                          ws-cap-total
                          ws-cap-refused
           MOVE 'N'    TO ws-cap-done-sw

           DISPLAY "Enter the claim lines. A blank expense type "
                   "ends the claim."

           PERFORM Capture-One-Claim-Line
              THRU Capture-One-Claim-Line-Exit
             UNTIL sw-cap-done-Y

           CLOSE ExpClaim

           DISPLAY "Claim [" ws-cap-claim-no "] for ["
                   ws-cap-code "]: [" ws-cap-line-no "] lines "
                   "totalling [" ws-cap-total "] wait for the "
                   "manager's approval."

           IF ws-cap-refused GREATER ZEROES
              DISPLAY "[" ws-cap-refused "] lines were refused "
                      "and were NOT captured."
           END-IF.
       Capture-Expense-Claim-Exit.
           EXIT.

       Capture-One-Claim-Line.
           IF ws-cap-line-no NOT LESS cte-claim-line-max
              DISPLAY "The claim holds the most lines allowed. "
                      "Start another claim for the rest."
              SET sw-cap-done-Y TO TRUE
              GO TO Capture-One-Claim-Line-Exit
           END-IF

           MOVE SPACES TO ws-cap-type
           DISPLAY "Expense type        : " WITH NO ADVANCING
           ACCEPT ws-cap-type

           IF ws-cap-type EQUAL SPACES
              SET sw-cap-done-Y TO TRUE
              GO TO Capture-One-Claim-Line-Exit
           END-IF

           MOVE ws-cap-type TO ws-pol-seek-type
           PERFORM Find-Expense-Policy

           IF ws-pol-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-cap-refused
              DISPLAY "*** Expense type [" ws-cap-type "] has no "
                      "policy on file. The line was refused. ***"
              GO TO Capture-One-Claim-Line-Exit
           END-IF

           DISPLAY "Expense date        : " WITH NO ADVANCING
           ACCEPT ws-cap-exp-date

           DISPLAY "Amount              : " WITH NO ADVANCING
           ACCEPT ws-cap-amount

           MOVE SPACES TO ws-cap-receipt
           DISPLAY "Receipt reference   : " WITH NO ADVANCING
           ACCEPT ws-cap-receipt

           IF ws-cap-exp-date EQUAL ZEROES
           OR ws-cap-exp-date GREATER ws-today
           OR ws-cap-amount EQUAL ZEROES
           OR ws-cap-receipt EQUAL SPACES
              ADD cte-01 TO ws-cap-refused
              DISPLAY "*** The expense date must not lie in the "
                      "future, and the amount and receipt reference "
                      "must be entered. The line was refused. ***"
              GO TO Capture-One-Claim-Line-Exit
           END-IF

           IF ws-cap-amount GREATER ws-pol-limit (ws-pol-found-sub)
              ADD cte-01 TO ws-cap-refused
              DISPLAY "*** [" ws-cap-amount "] is over the policy "
                      "limit of [" ws-pol-limit (ws-pol-found-sub)
                      "] for [" ws-pol-descr (ws-pol-found-sub)
                      "]. The line was refused. ***"
              GO TO Capture-One-Claim-Line-Exit
           END-IF

           ADD cte-01 TO ws-cap-line-no

           MOVE ws-cap-code      TO expclaim-rec-code
           MOVE ws-cap-claim-no  TO expclaim-rec-claim-no
           MOVE ws-cap-line-no   TO expclaim-rec-line-no
           MOVE ws-cap-exp-date  TO expclaim-rec-exp-date
           MOVE ws-cap-type      TO expclaim-rec-type
           MOVE ws-cap-amount    TO expclaim-rec-amount
           MOVE ws-cap-receipt   TO expclaim-rec-receipt
           MOVE "P"              TO expclaim-rec-status
           MOVE SPACES           TO expclaim-rec-approver
           MOVE ZEROES           TO expclaim-rec-period-paid
           MOVE ws-today         TO expclaim-rec-submit-date

           WRITE expclaim-rec

           ADD ws-cap-amount TO ws-cap-total.
       Capture-One-Claim-Line-Exit.
           EXIT.

       Seek-Claim-Number.
           MOVE 'N' TO ws-cap-exists-sw
                       ws-eof-ExpClaim

           OPEN INPUT ExpClaim

           IF fs-ExpClaim NOT EQUAL "00"
              CLOSE ExpClaim
              GO TO Seek-Claim-Number-Exit
           END-IF

           PERFORM Match-One-Claim-Number
             UNTIL sw-eof-ExpClaim-Y

           CLOSE ExpClaim.
       Seek-Claim-Number-Exit.
           EXIT.

       Match-One-Claim-Number.
           READ ExpClaim RECORD
             AT END
                SET sw-eof-ExpClaim-Y TO TRUE

            NOT AT END
                IF  expclaim-rec-code EQUAL ws-cap-code
                AND expclaim-rec-claim-no EQUAL ws-cap-claim-no
                    SET sw-cap-exists-Y   TO TRUE
                    SET sw-eof-ExpClaim-Y TO TRUE
                END-IF
           END-READ.

       Review-Pending-Claims.
           IF ws-auth-emp-code EQUAL ZEROES
              DISPLAY "*** Your operator id is not linked to an "
                      "employee record. Claims are approved only by "
                      "the claimant's manager. ***"
              GO TO Review-Pending-Claims-Exit
           END-IF

           PERFORM Load-Manager-Table
              THRU Load-Manager-Table-Exit

           IF ws-mgr-tbl-count EQUAL ZEROES
              DISPLAY "*** No manager file was found: no claim can "
                      "be approved. ***"
              GO TO Review-Pending-Claims-Exit
           END-IF

           PERFORM Load-Claim-Table
              THRU Load-Claim-Table-Exit

           IF ws-claim-tbl-count EQUAL ZEROES
              DISPLAY "There are no expense claims on file."
              GO TO Review-Pending-Claims-Exit
           END-IF

           MOVE ZEROES TO ws-reviewed-count
                          ws-approved-count
                          ws-rejected-count
           MOVE 'N'    TO ws-changed-sw

           PERFORM Review-One-Claim-Line
              THRU Review-One-Claim-Line-Exit
           VARYING ws-claim-sub FROM 1 BY 1
             UNTIL ws-claim-sub GREATER ws-claim-tbl-count

           IF sw-changed-Y
              PERFORM Rewrite-Claim-File
                 THRU Rewrite-Claim-File-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Claim lines reviewed : [" ws-reviewed-count "]."
           DISPLAY "Approved             : [" ws-approved-count "]."
           DISPLAY "Rejected             : [" ws-rejected-count "].".
       Review-Pending-Claims-Exit.
           EXIT.

       Review-One-Claim-Line.
           MOVE ws-claim-record (ws-claim-sub) TO ws-claim-work

           IF ws-cw-status NOT EQUAL "P"
              GO TO Review-One-Claim-Line-Exit
           END-IF

           MOVE ws-cw-code TO ws-mgr-seek-code
           PERFORM Find-Employee-Manager

           IF ws-mgr-found-sub EQUAL ZEROES
              GO TO Review-One-Claim-Line-Exit
           END-IF

           IF ws-mgr-manager (ws-mgr-found-sub) NOT EQUAL
              ws-auth-emp-code
              GO TO Review-One-Claim-Line-Exit
           END-IF

           IF ws-cw-code EQUAL ws-auth-emp-code
              PERFORM Refuse-Own-Approval
              GO TO Review-One-Claim-Line-Exit
           END-IF

           ADD cte-01 TO ws-reviewed-count

           MOVE ws-cw-code      TO ws-det-code
           MOVE ws-cw-claim-no  TO ws-det-claim-no
           MOVE ws-cw-line-no   TO ws-det-line-no
           MOVE ws-cw-exp-date  TO ws-det-exp-date
           MOVE ws-cw-type      TO ws-det-type
           MOVE ws-cw-amount    TO ws-det-amount
           MOVE ws-cw-receipt   TO ws-det-receipt
           MOVE ws-auth-emp-code TO ws-det-manager
           PERFORM Compute-Days-Waiting
           MOVE ws-days-waiting TO ws-det-days

           DISPLAY SPACE
           DISPLAY ws-detail-line

           DISPLAY "[A]pprove / [R]eject / [S]kip: "
              WITH NO ADVANCING
           ACCEPT ws-decision

           EVALUATE TRUE
               WHEN sw-decision-approve
                    MOVE "A" TO ws-cw-status
                    MOVE ws-auth-oper-id TO ws-cw-approver
                    ADD cte-01 TO ws-approved-count
                    SET sw-changed-Y TO TRUE

               WHEN sw-decision-reject
                    MOVE "R" TO ws-cw-status
                    MOVE ws-auth-oper-id TO ws-cw-approver
                    ADD cte-01 TO ws-rejected-count
                    SET sw-changed-Y TO TRUE

               WHEN OTHER
                    SUBTRACT cte-01 FROM ws-reviewed-count
                    DISPLAY "Skipped."
           END-EVALUATE

           MOVE ws-claim-work TO ws-claim-record (ws-claim-sub).
       Review-One-Claim-Line-Exit.
           EXIT.

       Refuse-Own-Approval.
           DISPLAY "*** Claim [" ws-cw-claim-no "] line ["
                   ws-cw-line-no "] is your own claim. It must be "
                   "approved by another manager and stays "
                   "pending. ***"

           MOVE ws-cw-code TO ws-alertlog-key
           MOVE SPACES     TO ws-alertlog-message
           STRING "OPERATOR " ws-auth-oper-id
                  " REFUSED APPROVAL OF OWN EXPENSE CLAIM"
                  DELIMITED BY SIZE
             INTO ws-alertlog-message
           END-STRING
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       Compute-Days-Waiting.
           MOVE ZEROES TO ws-days-waiting

           IF  ws-cw-submit-date GREATER ZEROES
           AND ws-cw-submit-date NOT GREATER ws-today
               COMPUTE ws-days-waiting =
                       INTEGER-OF-DATE(ws-today)
                     - INTEGER-OF-DATE(ws-cw-submit-date)
           END-IF.

       Load-Claim-Table.
           MOVE ZEROES TO ws-claim-tbl-count
           MOVE 'N'    TO ws-eof-ExpClaim
                          ws-claim-overflow-sw

           OPEN INPUT ExpClaim

           IF fs-ExpClaim NOT EQUAL "00"
              CLOSE ExpClaim
              GO TO Load-Claim-Table-Exit
           END-IF

           PERFORM Read-One-Claim-Line
             UNTIL sw-eof-ExpClaim-Y

           CLOSE ExpClaim

           IF sw-claim-overflow-Y
              DISPLAY "*** The expense claim file holds more than ["
                      cte-claim-tbl-max "] lines. Nothing will be "
                      "rewritten this session: archive the paid "
                      "claims first. ***"
              MOVE ZEROES TO ws-claim-tbl-count
           END-IF.
       Load-Claim-Table-Exit.
           EXIT.

       Read-One-Claim-Line.
           READ ExpClaim RECORD
             AT END
                SET sw-eof-ExpClaim-Y TO TRUE

            NOT AT END
                IF ws-claim-tbl-count LESS cte-claim-tbl-max
                   ADD cte-01 TO ws-claim-tbl-count
                   MOVE expclaim-rec
                     TO ws-claim-record (ws-claim-tbl-count)
                ELSE
                   SET sw-claim-overflow-Y TO TRUE
                   SET sw-eof-ExpClaim-Y   TO TRUE
                END-IF
           END-READ.

       Rewrite-Claim-File.
           OPEN OUTPUT ExpClaim

           IF fs-ExpClaim NOT EQUAL "00" AND fs-ExpClaim NOT EQUAL
              "05"
              CLOSE ExpClaim
              DISPLAY "*** The expense claim file could not be "
                      "rewritten. The decisions were NOT "
                      "saved. ***"
              GO TO Rewrite-Claim-File-Exit
           END-IF

           PERFORM Write-One-Claim-Line
           VARYING ws-claim-sub FROM 1 BY 1
             UNTIL ws-claim-sub GREATER ws-claim-tbl-count

           CLOSE ExpClaim

           DISPLAY "The decisions were stamped with ["
                   ws-auth-oper-id "] and saved. Approved lines are "
                   "paid by the next regular payroll run.".
       Rewrite-Claim-File-Exit.
           EXIT.

       Write-One-Claim-Line.
           MOVE ws-claim-record (ws-claim-sub) TO expclaim-rec
           WRITE expclaim-rec.

       Claims-Awaiting-Approval-Report.
           PERFORM Load-Manager-Table
              THRU Load-Manager-Table-Exit

           MOVE 'N'    TO ws-eof-ExpClaim
           MOVE ZEROES TO ws-pending-listed
                          ws-pending-total
                          ws-pending-no-mgr
                          ws-unpaid-count
                          ws-unpaid-total

           OPEN INPUT ExpClaim

           IF fs-ExpClaim NOT EQUAL "00"
              CLOSE ExpClaim
              DISPLAY "There is no expense claim file on file."
              GO TO Claims-Awaiting-Approval-Report-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Expense claim lines awaiting approval as of ["
                   ws-today "]:"
           DISPLAY "Emp   /Claim /Ln Date       Type   Amount "
                   "Receipt"

           PERFORM Report-One-Claim-Line
             UNTIL sw-eof-ExpClaim-Y

           CLOSE ExpClaim

           DISPLAY SPACE
           DISPLAY "Lines awaiting approval : [" ws-pending-listed
                   "] for [" ws-pending-total "]."

           IF ws-pending-no-mgr GREATER ZEROES
              DISPLAY "*** [" ws-pending-no-mgr "] of them belong "
                      "to employees with no manager on file and "
                      "cannot be approved until one is assigned. ***"
           END-IF

           DISPLAY "Approved, not yet paid  : [" ws-unpaid-count
                   "] for [" ws-unpaid-total "].".
       Claims-Awaiting-Approval-Report-Exit.
           EXIT.

       Report-One-Claim-Line.
           READ ExpClaim RECORD
             AT END
                SET sw-eof-ExpClaim-Y TO TRUE

            NOT AT END
                IF sw-expclaim-rec-approved
                   ADD cte-01             TO ws-unpaid-count
                   ADD expclaim-rec-amount TO ws-unpaid-total
                END-IF

                IF sw-expclaim-rec-pending
                   MOVE expclaim-rec TO ws-claim-work
                   PERFORM Print-Pending-Line
                END-IF
           END-READ.

       Print-Pending-Line.
           ADD cte-01       TO ws-pending-listed
           ADD ws-cw-amount TO ws-pending-total

           MOVE ws-cw-code TO ws-mgr-seek-code
           PERFORM Find-Employee-Manager

           IF ws-mgr-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-pending-no-mgr
              MOVE "NONE"  TO ws-det-manager
           ELSE
              MOVE ws-mgr-manager (ws-mgr-found-sub)
                TO ws-det-manager
           END-IF

           MOVE ws-cw-code      TO ws-det-code
           MOVE ws-cw-claim-no  TO ws-det-claim-no
           MOVE ws-cw-line-no   TO ws-det-line-no
           MOVE ws-cw-exp-date  TO ws-det-exp-date
           MOVE ws-cw-type      TO ws-det-type
           MOVE ws-cw-amount    TO ws-det-amount
           MOVE ws-cw-receipt   TO ws-det-receipt
           PERFORM Compute-Days-Waiting
           MOVE ws-days-waiting TO ws-det-days

           DISPLAY ws-detail-line.

       Record-Expense-Policy.
           MOVE SPACES TO ws-polcap-type
                          ws-polcap-descr

           DISPLAY "Expense type        : " WITH NO ADVANCING
           ACCEPT ws-polcap-type

           DISPLAY "Description         : " WITH NO ADVANCING
           ACCEPT ws-polcap-descr

           DISPLAY "Limit per line      : " WITH NO ADVANCING
           ACCEPT ws-polcap-limit

           IF ws-polcap-type EQUAL SPACES
           OR ws-polcap-limit EQUAL ZEROES
              DISPLAY "The expense type and limit must both be "
                      "entered. Nothing was recorded."
              GO TO Record-Expense-Policy-Exit
           END-IF

           OPEN EXTEND ExpPol

           IF fs-ExpPol NOT EQUAL "00" AND fs-ExpPol NOT EQUAL "05"
              CLOSE ExpPol
              DISPLAY "*** WARNING: the expense policy file could "
                      "not be opened. Nothing was recorded. ***"
              GO TO Record-Expense-Policy-Exit
           END-IF

           MOVE ws-polcap-type  TO exppol-rec-type
           MOVE ws-polcap-descr TO exppol-rec-descr
           MOVE ws-polcap-limit TO exppol-rec-limit

           WRITE exppol-rec

           CLOSE ExpPol

           DISPLAY "The limit of [" ws-polcap-limit "] for ["
                   ws-polcap-type "] applies to lines captured "
                   "from now on."

           PERFORM Load-Expense-Policy
              THRU Load-Expense-Policy-Exit.
       Record-Expense-Policy-Exit.
           EXIT.

       Load-Expense-Policy.
           MOVE ZEROES TO ws-pol-tbl-count
           MOVE 'N'    TO ws-eof-ExpPol

           OPEN INPUT ExpPol

           IF fs-ExpPol NOT EQUAL "00"
              CLOSE ExpPol
              DISPLAY "No expense policy file was found."
              GO TO Load-Expense-Policy-Exit
           END-IF

           PERFORM Read-One-Expense-Policy
             UNTIL sw-eof-ExpPol-Y

           CLOSE ExpPol.
       Load-Expense-Policy-Exit.
           EXIT.

       Read-One-Expense-Policy.
           READ ExpPol RECORD
             AT END
                SET sw-eof-ExpPol-Y TO TRUE

            NOT AT END
                MOVE exppol-rec-type TO ws-pol-seek-type
                PERFORM Find-Expense-Policy

                IF ws-pol-found-sub EQUAL ZEROES
                   IF ws-pol-tbl-count LESS cte-pol-tbl-max
                      ADD cte-01 TO ws-pol-tbl-count
                      MOVE ws-pol-tbl-count TO ws-pol-found-sub
                   ELSE
                      DISPLAY "*** WARNING: the expense policy "
                              "table is full at [" cte-pol-tbl-max
                              "] types. ***"
                      SET sw-eof-ExpPol-Y TO TRUE
                   END-IF
                END-IF

                IF ws-pol-found-sub GREATER ZEROES
                   MOVE exppol-rec-type
                     TO ws-pol-type  (ws-pol-found-sub)
                   MOVE exppol-rec-descr
                     TO ws-pol-descr (ws-pol-found-sub)
                   MOVE exppol-rec-limit
                     TO ws-pol-limit (ws-pol-found-sub)
                END-IF
           END-READ.

       Find-Expense-Policy.
           MOVE ZEROES TO ws-pol-found-sub

           PERFORM Match-Expense-Policy
           VARYING ws-pol-sub FROM 1 BY 1
             UNTIL ws-pol-sub GREATER ws-pol-tbl-count
                OR ws-pol-found-sub GREATER ZEROES.

       Match-Expense-Policy.
           IF ws-pol-type (ws-pol-sub) EQUAL ws-pol-seek-type
              MOVE ws-pol-sub TO ws-pol-found-sub
           END-IF.

       Load-Manager-Table.
           MOVE ZEROES TO ws-mgr-tbl-count
           MOVE 'N'    TO ws-eof-MgrFile

           OPEN INPUT MgrFile

           IF fs-MgrFile NOT EQUAL "00"
              CLOSE MgrFile
              GO TO Load-Manager-Table-Exit
           END-IF

           PERFORM Read-One-Manager-Link
             UNTIL sw-eof-MgrFile-Y

           CLOSE MgrFile.
       Load-Manager-Table-Exit.
           EXIT.

       Read-One-Manager-Link.
           READ MgrFile RECORD
             AT END
                SET sw-eof-MgrFile-Y TO TRUE

            NOT AT END
                MOVE mgr-rec-code TO ws-mgr-seek-code
                PERFORM Find-Employee-Manager

                IF ws-mgr-found-sub EQUAL ZEROES
                   IF ws-mgr-tbl-count LESS cte-mgr-tbl-max
                      ADD cte-01 TO ws-mgr-tbl-count
                      MOVE ws-mgr-tbl-count TO ws-mgr-found-sub
                   ELSE
                      DISPLAY "*** WARNING: the manager table is "
                              "full at [" cte-mgr-tbl-max "]. ***"
                      SET sw-eof-MgrFile-Y TO TRUE
                   END-IF
                END-IF

                IF ws-mgr-found-sub GREATER ZEROES
                   MOVE mgr-rec-code
                     TO ws-mgr-code    (ws-mgr-found-sub)
                   MOVE mgr-rec-manager
                     TO ws-mgr-manager (ws-mgr-found-sub)
                END-IF
           END-READ.

       Find-Employee-Manager.
           MOVE ZEROES TO ws-mgr-found-sub

           PERFORM Match-Employee-Manager
           VARYING ws-mgr-sub FROM 1 BY 1
             UNTIL ws-mgr-sub GREATER ws-mgr-tbl-count
                OR ws-mgr-found-sub GREATER ZEROES.

       Match-Employee-Manager.
           IF ws-mgr-code (ws-mgr-sub) EQUAL ws-mgr-seek-code
              MOVE ws-mgr-sub TO ws-mgr-found-sub
           END-IF.

       Check-Expense-Authorization.
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
                      "without the operator check: claims can be "
                      "captured and reported but not approved."
              GO TO Check-Expense-Authorization-Exit
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
              DISPLAY "*** Unknown operator id or wrong password. "
                      "The attempt was logged. ***"
           END-IF.
       Check-Expense-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-exp-update-level
                AND sw-oper-rec-status-active
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                    MOVE oper-rec-emp-code TO ws-auth-emp-code
                END-IF
           END-READ.

       END PROGRAM ExpMnt.
