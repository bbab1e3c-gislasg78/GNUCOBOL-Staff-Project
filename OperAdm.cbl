                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SignLog.

           SELECT OPTIONAL KioskCrd ASSIGN TO ws-KioskCrd-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-KioskCrd.

       DATA DIVISION.
       FILE SECTION.
       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
                                                            SPACE.
               88  sw-oper-rec-status-locked               VALUE "L".
               88  sw-oper-rec-status-disabled             VALUE "D".
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       FD  SignLog
           RECORD CONTAINS 31 CHARACTERS.
               88  sw-signlog-rec-locked          VALUE "L".
               88  sw-signlog-rec-denied          VALUE "D".

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

       WORKING-STORAGE SECTION.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  fs-SignLog                   PIC X(02) VALUE SPACES.
       77  fs-KioskCrd                  PIC X(02) VALUE SPACES.

       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-SignLog-name              PIC X(12) VALUE "SignLog".
       77  ws-KioskCrd-name             PIC X(12) VALUE "KioskCrd".

       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.
       77  ws-eof-SignLog               PIC X(01) VALUE 'N'.
           88  sw-eof-SignLog-Y                   VALUE 'Y'.
       77  ws-eof-KioskCrd              PIC X(01) VALUE 'N'.
           88  sw-eof-KioskCrd-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-oper-tbl-max                       VALUE 50.
       78  cte-pwd-expiry-days                    VALUE 90.
       78  cte-crd-tbl-max                        VALUE 2000.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-disable         VALUE 3.
               88  sw-menu-option-enable          VALUE 4.
               88  sw-menu-option-history         VALUE 5.
               88  sw-menu-option-kiosk-pin       VALUE 6.
               88  sw-menu-option-link-emp        VALUE 7.
               88  sw-menu-option-exit            VALUE 8.

       01  ws-capture-fields.
           03  ws-cap-id                PIC X(08) VALUE SPACES.
           03  ws-cap-target-id         PIC X(08) VALUE SPACES.
           03  ws-cap-super-id          PIC X(08) VALUE SPACES.
           03  ws-cap-super-password    PIC X(08) VALUE SPACES.
           03  ws-cap-kiosk-code        PIC 9(06) VALUE ZEROES.
           03  ws-cap-kiosk-pin         PIC X(06) VALUE SPACES.
           03  ws-cap-emp-code          PIC 9(06) VALUE ZEROES.
           03  ws-cap-checkdigit-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-checkdigit-N            VALUE 'N'.

       01  ws-oper-table-controls.
           03  ws-oper-tbl-count        PIC 9(02) VALUE ZEROES.
           03  ws-oper-sub              PIC 9(02) VALUE ZEROES.
           03  ws-oper-found-sub        PIC 9(02) VALUE ZEROES.
           03  ws-oper-seek-id          PIC X(08) VALUE SPACES.
           03  ws-oper-linked-sub       PIC 9(02) VALUE ZEROES.
           03  ws-super-auth-sw         PIC X(01) VALUE 'N'.
               88  sw-super-auth-Y                VALUE 'Y'.
               88  sw-super-auth-N                VALUE 'N'.
               05  ws-oper-pwd-changed  PIC 9(08).
               05  ws-oper-fail-count   PIC 9(01).
               05  ws-oper-status       PIC X(01).
               05  ws-oper-emp-code     PIC 9(06).

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

       01  ws-history-fields.
           03  ws-hist-filter-id        PIC X(08) VALUE SPACES.
           DISPLAY "| [3]. Disable an operator.             |"
           DISPLAY "| [4]. Enable an operator.              |"
           DISPLAY "| [5]. Sign-on history report.          |"
           DISPLAY "| [6]. Set an employee kiosk PIN.       |"
           DISPLAY "| [7]. Link an operator to employee.    |"
           DISPLAY "| [8]. Exit this program.               |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option
                    PERFORM Print-Signon-History
                      THRU Print-Signon-History-Exit

               WHEN sw-menu-option-kiosk-pin
                    PERFORM Set-Kiosk-Pin
                      THRU Set-Kiosk-Pin-Exit

               WHEN sw-menu-option-link-emp
                    PERFORM Link-Operator-Employee
                      THRU Link-Operator-Employee-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

       Enable-Operator-Exit.
           EXIT.

       Set-Kiosk-Pin.
           PERFORM Verify-Supervisor
             THRU Verify-Supervisor-Exit

           IF sw-super-auth-N
              GO TO Set-Kiosk-Pin-Exit
           END-IF

           DISPLAY "Employee code       : " WITH NO ADVANCING
           ACCEPT ws-cap-kiosk-code

           MOVE 'N' TO ws-cap-checkdigit-sw
           CALL "ChkDig" USING ws-cap-kiosk-code
                               ws-cap-checkdigit-sw

           IF sw-cap-checkdigit-N
              DISPLAY "The employee code [" ws-cap-kiosk-code "] "
                      "fails its check digit. Nothing changed."
              GO TO Set-Kiosk-Pin-Exit
           END-IF

           DISPLAY "New kiosk PIN       : " WITH NO ADVANCING
           ACCEPT ws-cap-kiosk-pin

           IF ws-cap-kiosk-pin EQUAL SPACES
              DISPLAY "The kiosk PIN must be entered. Nothing "
                      "changed."
              GO TO Set-Kiosk-Pin-Exit
           END-IF

           PERFORM Load-Kiosk-Table
             THRU Load-Kiosk-Table-Exit

           PERFORM Find-Kiosk-Entry

           IF ws-crd-found-sub EQUAL ZEROES
              IF ws-crd-tbl-count NOT LESS cte-crd-tbl-max
                 DISPLAY "*** The kiosk credential table is full at ["
                         cte-crd-tbl-max "] employees. Nothing "
                         "changed. ***"
                 GO TO Set-Kiosk-Pin-Exit
              END-IF
              ADD cte-01 TO ws-crd-tbl-count
              MOVE ws-crd-tbl-count  TO ws-crd-found-sub
              MOVE ws-cap-kiosk-code
                TO ws-crd-code (ws-crd-found-sub)
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE ws-cap-kiosk-pin
             TO ws-crd-pin         (ws-crd-found-sub)
           MOVE ws-today
             TO ws-crd-pin-changed (ws-crd-found-sub)
           MOVE ZERO
             TO ws-crd-fail-count  (ws-crd-found-sub)
           MOVE "A"
             TO ws-crd-status      (ws-crd-found-sub)

           PERFORM Rewrite-Kiosk-File
             THRU Rewrite-Kiosk-File-Exit

           DISPLAY "The kiosk PIN of employee [" ws-cap-kiosk-code
                   "] was set and unlocked by supervisor ["
                   ws-cap-super-id "].".
       Set-Kiosk-Pin-Exit.
           EXIT.

       Link-Operator-Employee.
           PERFORM Verify-Supervisor
             THRU Verify-Supervisor-Exit

           IF sw-super-auth-N
              GO TO Link-Operator-Employee-Exit
           END-IF

           DISPLAY "Operator id to link : " WITH NO ADVANCING
           ACCEPT ws-cap-target-id

           IF ws-cap-target-id EQUAL ws-cap-super-id
              DISPLAY "A supervisor cannot link their own id. "
                      "Nothing changed."
              GO TO Link-Operator-Employee-Exit
           END-IF

           MOVE ws-cap-target-id TO ws-oper-seek-id
           PERFORM Find-Operator-Entry

           IF ws-oper-found-sub EQUAL ZEROES
              DISPLAY "The operator [" ws-cap-target-id "] is not "
                      "on file. Nothing changed."
              GO TO Link-Operator-Employee-Exit
           END-IF

           DISPLAY "Employee code (zeroes to unlink): "
                   WITH NO ADVANCING
           ACCEPT ws-cap-emp-code

           IF ws-cap-emp-code NOT EQUAL ZEROES
              MOVE 'N' TO ws-cap-checkdigit-sw
              CALL "ChkDig" USING ws-cap-emp-code
                                  ws-cap-checkdigit-sw

              IF sw-cap-checkdigit-N
                 DISPLAY "The employee code [" ws-cap-emp-code "] "
                         "fails its check digit. Nothing changed."
                 GO TO Link-Operator-Employee-Exit
              END-IF

              PERFORM Find-Linked-Operator

              IF ws-oper-linked-sub NOT EQUAL ZEROES
              AND ws-oper-linked-sub NOT EQUAL ws-oper-found-sub
                 DISPLAY "The employee [" ws-cap-emp-code "] is "
                         "already linked to operator ["
                         ws-oper-id (ws-oper-linked-sub)
                         "]. Nothing changed."
                 GO TO Link-Operator-Employee-Exit
              END-IF
           END-IF

           MOVE ws-cap-emp-code TO ws-oper-emp-code (ws-oper-found-sub)

           PERFORM Rewrite-Operator-File
             THRU Rewrite-Operator-File-Exit

           DISPLAY "The operator [" ws-cap-target-id "] was linked "
                   "to employee [" ws-cap-emp-code "] by supervisor ["
                   ws-cap-super-id "].".
       Link-Operator-Employee-Exit.
           EXIT.

       Find-Linked-Operator.
           MOVE ZEROES TO ws-oper-linked-sub

           PERFORM Match-Linked-Operator
           VARYING ws-oper-sub FROM 1 BY 1
             UNTIL ws-oper-sub GREATER ws-oper-tbl-count
                OR ws-oper-linked-sub GREATER ZEROES.

       Match-Linked-Operator.
           IF ws-oper-emp-code (ws-oper-sub) EQUAL ws-cap-emp-code
              MOVE ws-oper-sub TO ws-oper-linked-sub
           END-IF.

       Verify-Supervisor.
           SET sw-super-auth-N TO TRUE

                     TO ws-oper-fail-count  (ws-oper-tbl-count)
                   MOVE oper-rec-status
                     TO ws-oper-status      (ws-oper-tbl-count)
                   MOVE oper-rec-emp-code
                     TO ws-oper-emp-code    (ws-oper-tbl-count)
                ELSE
                   DISPLAY "*** The operator table is full at ["
                           cte-oper-tbl-max "] accounts. ***"
             TO oper-rec-fail-count
           MOVE ws-oper-status      (ws-oper-sub)
             TO oper-rec-status
           MOVE ws-oper-emp-code    (ws-oper-sub)
             TO oper-rec-emp-code

           WRITE oper-rec.

       Load-Kiosk-Table.
           MOVE ZEROES TO ws-crd-tbl-count
           MOVE 'N'    TO ws-eof-KioskCrd
                          ws-crd-overflow-sw

           OPEN INPUT KioskCrd

           IF fs-KioskCrd NOT EQUAL "00"
              CLOSE KioskCrd
              GO TO Load-Kiosk-Table-Exit
           END-IF

           PERFORM Read-One-Kiosk-Credential
             UNTIL sw-eof-KioskCrd-Y

           CLOSE KioskCrd.
       Load-Kiosk-Table-Exit.
           EXIT.

       Read-One-Kiosk-Credential.
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
                   DISPLAY "*** The kiosk credential table is full "
                           "at [" cte-crd-tbl-max "] employees. ***"
                   SET sw-crd-overflow-Y TO TRUE
                   SET sw-eof-KioskCrd-Y TO TRUE
                END-IF
           END-READ.

       Find-Kiosk-Entry.
           MOVE ZEROES TO ws-crd-found-sub

           PERFORM Match-Kiosk-Entry
           VARYING ws-crd-sub FROM 1 BY 1
             UNTIL ws-crd-sub GREATER ws-crd-tbl-count
                OR ws-crd-found-sub GREATER ZEROES.

       Match-Kiosk-Entry.
           IF ws-crd-code (ws-crd-sub) EQUAL ws-cap-kiosk-code
              MOVE ws-crd-sub TO ws-crd-found-sub
           END-IF.

       Rewrite-Kiosk-File.
           IF sw-crd-overflow-Y
              DISPLAY "*** The kiosk credential file holds more "
                      "than [" cte-crd-tbl-max "] employees. "
                      "Nothing was rewritten: the file is left "
                      "untouched. ***"
              GO TO Rewrite-Kiosk-File-Exit
           END-IF

           OPEN OUTPUT KioskCrd

           IF fs-KioskCrd NOT EQUAL "00" AND fs-KioskCrd NOT EQUAL
              "05"
              CLOSE KioskCrd
              DISPLAY "*** WARNING: the kiosk credential file could "
                      "not be rewritten. Nothing was changed on "
                      "file. ***"
              GO TO Rewrite-Kiosk-File-Exit
           END-IF

           PERFORM Write-One-Kiosk-Credential
           VARYING ws-crd-sub FROM 1 BY 1
             UNTIL ws-crd-sub GREATER ws-crd-tbl-count

           CLOSE KioskCrd.
       Rewrite-Kiosk-File-Exit.
           EXIT.

       Write-One-Kiosk-Credential.
           MOVE ws-crd-code        (ws-crd-sub) TO kiosk-rec-code
           MOVE ws-crd-pin         (ws-crd-sub) TO kiosk-rec-pin
           MOVE ws-crd-pin-changed (ws-crd-sub)
             TO kiosk-rec-pin-changed
           MOVE ws-crd-fail-count  (ws-crd-sub)
             TO kiosk-rec-fail-count
           MOVE ws-crd-status      (ws-crd-sub) TO kiosk-rec-status

           WRITE kiosk-rec.

       Print-Signon-History.
           DISPLAY "Operator id to review (blank for all): "
              WITH NO ADVANCING
