                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpBank.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

           SELECT OPTIONAL PreNote ASSIGN TO ws-PreNote-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PreNote.

           SELECT OPTIONAL PreRsp ASSIGN TO ws-PreRsp-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PreRsp.

       DATA DIVISION.
       FILE SECTION.
       FD  EmpBank
           RECORD CONTAINS 64 CHARACTERS.

       01  empbank-rec.
           03  empbank-rec-code         PIC 9(06) VALUE ZEROES.
           03  empbank-rec-account      PIC X(16) VALUE SPACES.
           03  empbank-rec-holder       PIC X(20) VALUE SPACES.
           03  empbank-rec-currency     PIC X(03) VALUE SPACES.
           03  empbank-rec-prenote      PIC X(01) VALUE SPACE.
               88  sw-empbank-rec-verified        VALUES "V",
                                                            SPACE.
               88  sw-empbank-rec-unverified      VALUE "U".
               88  sw-empbank-rec-prenote-sent    VALUE "P".
               88  sw-empbank-rec-rejected        VALUE "R".
           03  empbank-rec-prenote-date PIC 9(08) VALUE ZEROES.

       FD  PreNote
           RECORD CONTAINS 60 CHARACTERS.

       01  f-PreNote-rec                PIC X(60) VALUE SPACES.

       FD  PreRsp
           RECORD CONTAINS 43 CHARACTERS.

       01  prersp-rec.
           03  prersp-rec-code          PIC 9(06) VALUE ZEROES.
           03  prersp-rec-account       PIC X(16) VALUE SPACES.
           03  prersp-rec-result        PIC X(01) VALUE SPACE.
               88  sw-prersp-rec-accepted         VALUE "A".
               88  sw-prersp-rec-rejected         VALUE "R".
           03  prersp-rec-reason        PIC X(20) VALUE SPACES.

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
       77  fs-EmpBank                   PIC X(02) VALUE SPACES.
       77  ws-EmpBank-name              PIC X(12) VALUE "EmpBank".
       77  ws-eof-EmpBank               PIC X(01) VALUE 'N'.
           88  sw-eof-EmpBank-Y                   VALUE 'Y'.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.
       77  fs-PreNote                   PIC X(02) VALUE SPACES.
       77  ws-PreNote-name              PIC X(12) VALUE "PreNote".
       77  fs-PreRsp                    PIC X(02) VALUE SPACES.
       77  ws-PreRsp-name               PIC X(12) VALUE "PreRsp".
       77  ws-eof-PreRsp                PIC X(01) VALUE 'N'.
           88  sw-eof-PreRsp-Y                    VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-bank-update-level                  VALUE 2.
       78  cte-acct-tbl-max                       VALUE 500.

       01  ws-bank-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-emp-code         PIC 9(06) VALUE ZEROES.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE "BankMnt".
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "BankMnt".
           03  ws-alertlog-severity     PIC X(01) VALUE "F".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-add             VALUE 1.
               88  sw-menu-option-list            VALUE 2.
               88  sw-menu-option-prenote         VALUE 3.
               88  sw-menu-option-response        VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.

       01  ws-list-counter              PIC 9(04) VALUE ZEROES.

       01  ws-current-account.
           03  ws-cur-found-sw          PIC X(01) VALUE 'N'.
               88  sw-cur-found-Y                 VALUE 'Y'.
           03  ws-cur-bank              PIC X(04) VALUE SPACES.
           03  ws-cur-branch            PIC X(06) VALUE SPACES.
           03  ws-cur-account           PIC X(16) VALUE SPACES.
           03  ws-cur-prenote           PIC X(01) VALUE SPACE.
           03  ws-cur-prenote-date      PIC 9(08) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.

       01  ws-account-controls.
           03  ws-acct-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-acct-sub              PIC 9(03) VALUE ZEROES.
           03  ws-acct-later-sub        PIC 9(03) VALUE ZEROES.
           03  ws-acct-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-acct-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-acct-overflow-Y             VALUE 'Y'.
           03  ws-acct-superseded-sw    PIC X(01) VALUE 'N'.
               88  sw-acct-superseded-Y           VALUE 'Y'.

       01  ws-account-table.
           03  ws-acct-entry OCCURS cte-acct-tbl-max TIMES.
               05  ws-acct-code         PIC 9(06).
               05  ws-acct-row          PIC X(64).

       01  ws-prenote-counters.
           03  ws-prenote-sent          PIC 9(04) VALUE ZEROES.
           03  ws-rsp-read              PIC 9(04) VALUE ZEROES.
           03  ws-rsp-verified          PIC 9(04) VALUE ZEROES.
           03  ws-rsp-rejected          PIC 9(04) VALUE ZEROES.
           03  ws-rsp-unmatched         PIC 9(04) VALUE ZEROES.

       01  ws-prenote-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-ph-date               PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(07) VALUE "PRENOTE".
           03  FILLER                   PIC X(44) VALUE SPACES.

       01  ws-prenote-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-pd-code               PIC 9(06) VALUE ZEROES.
           03  ws-pd-bank               PIC X(04) VALUE SPACES.
           03  ws-pd-branch             PIC X(06) VALUE SPACES.
           03  ws-pd-account            PIC X(16) VALUE SPACES.
           03  ws-pd-net                PIC 9(09) VALUE ZEROES.
           03  ws-pd-currency           PIC X(03) VALUE SPACES.
           03  FILLER                   PIC X(15) VALUE SPACES.

       01  ws-prenote-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-pt-count              PIC 9(06) VALUE ZEROES.
           03  ws-pt-total              PIC 9(11) VALUE ZEROES.
           03  FILLER                   PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Employee bank account maintenance."

           PERFORM Check-Bank-Authorization
              THRU Check-Bank-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit


       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|   Employee Bank Accounts.         |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record a bank account.       |"
           DISPLAY "| [2]. List the accounts.           |"
           DISPLAY "| [3]. Produce the prenote file.    |"
           DISPLAY "| [4]. Apply the prenote responses. |"
           DISPLAY "| [5]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

               WHEN sw-menu-option-list
                    PERFORM List-Bank-Accounts

               WHEN sw-menu-option-prenote
                    PERFORM Produce-Prenote-File
                      THRU Produce-Prenote-File-Exit

               WHEN sw-menu-option-response
                    PERFORM Apply-Prenote-Responses
                      THRU Apply-Prenote-Responses-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

              DISPLAY "The code and account number must be entered. "
                      "Nothing recorded."
           ELSE
           IF ws-auth-emp-code NOT EQUAL ZEROES
           AND ws-cap-code EQUAL ws-auth-emp-code
              PERFORM Refuse-Own-Bank-Account
           ELSE
              PERFORM Find-Current-Account

              OPEN EXTEND EmpBank

              IF fs-EmpBank EQUAL "00" OR fs-EmpBank EQUAL "05"
                 MOVE ws-cap-holder   TO empbank-rec-holder
                 MOVE ws-cap-currency TO empbank-rec-currency

                 IF  sw-cur-found-Y
                 AND ws-cur-bank    EQUAL ws-cap-bank
                 AND ws-cur-branch  EQUAL ws-cap-branch
                 AND ws-cur-account EQUAL ws-cap-account
                     MOVE ws-cur-prenote TO empbank-rec-prenote
                     MOVE ws-cur-prenote-date
                       TO empbank-rec-prenote-date
                 ELSE
                     SET sw-empbank-rec-unverified TO TRUE
                     MOVE ws-today TO empbank-rec-prenote-date
                 END-IF

                 WRITE empbank-rec

                 CLOSE EmpBank

                 IF sw-empbank-rec-unverified
                    DISPLAY "The bank account was recorded as "
                            "UNVERIFIED: net pay goes by the reissue "
                            "route until the bank accepts the "
                            "prenote."
                 ELSE
                    DISPLAY "The bank account was recorded."
                 END-IF
              ELSE
                 CLOSE EmpBank
                 DISPLAY "*** WARNING: the employee-bank file could "
                         "not be opened. Nothing recorded. ***"
              END-IF
           END-IF
           END-IF.

       Find-Current-Account.
           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE 'N'    TO ws-cur-found-sw
                          ws-eof-EmpBank

           OPEN INPUT EmpBank

           IF fs-EmpBank EQUAL "00"
              PERFORM Match-Current-Account
                UNTIL sw-eof-EmpBank-Y
           END-IF

           CLOSE EmpBank.

       Match-Current-Account.
           READ EmpBank RECORD
             AT END
                SET sw-eof-EmpBank-Y TO TRUE

            NOT AT END
                IF empbank-rec-code EQUAL ws-cap-code
                   SET sw-cur-found-Y TO TRUE
                   MOVE empbank-rec-bank    TO ws-cur-bank
                   MOVE empbank-rec-branch  TO ws-cur-branch
                   MOVE empbank-rec-account TO ws-cur-account
                   MOVE empbank-rec-prenote TO ws-cur-prenote
                   MOVE empbank-rec-prenote-date
                     TO ws-cur-prenote-date
                END-IF
           END-READ.

       Refuse-Own-Bank-Account.
           DISPLAY "*** Employee [" ws-cap-code "] is your own "
                   "employee record. Your bank details must be "
                   "recorded by another operator. Nothing recorded. "
                   "***"

           MOVE ws-cap-code TO ws-alertlog-key
           MOVE SPACES      TO ws-alertlog-message
           STRING "OPERATOR " ws-auth-oper-id
                  " REFUSED CHANGE TO OWN BANK DETAILS"
                  DELIMITED BY SIZE
             INTO ws-alertlog-message
           END-STRING
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       List-Bank-Accounts.
           MOVE 'N'    TO ws-eof-EmpBank
           MOVE ZEROES TO ws-list-counter
                        empbank-rec-branch "] account ["
                        empbank-rec-account "] holder ["
                        empbank-rec-holder "] currency ["
                        empbank-rec-currency "] prenote ["
                        empbank-rec-prenote "] ["
                        empbank-rec-prenote-date "]"
           END-READ.

       Load-Account-Table.
           MOVE ZEROES TO ws-acct-tbl-count
           MOVE 'N'    TO ws-eof-EmpBank
                          ws-acct-overflow-sw

           OPEN INPUT EmpBank

           IF fs-EmpBank EQUAL "00"
              PERFORM Read-One-Account-Row
                UNTIL sw-eof-EmpBank-Y
           END-IF

           CLOSE EmpBank.

       Read-One-Account-Row.
           READ EmpBank RECORD
             AT END
                SET sw-eof-EmpBank-Y TO TRUE

            NOT AT END
                IF ws-acct-tbl-count LESS cte-acct-tbl-max
                   ADD cte-01 TO ws-acct-tbl-count
                   MOVE empbank-rec-code
                     TO ws-acct-code (ws-acct-tbl-count)
                   MOVE empbank-rec
                     TO ws-acct-row  (ws-acct-tbl-count)
                ELSE
                   SET sw-acct-overflow-Y TO TRUE
                   SET sw-eof-EmpBank-Y   TO TRUE
                END-IF
           END-READ.

       Rewrite-Account-File.
           OPEN OUTPUT EmpBank

           IF fs-EmpBank NOT EQUAL "00" AND fs-EmpBank NOT EQUAL "05"
              CLOSE EmpBank
              DISPLAY "*** WARNING: the employee-bank file could not "
                      "be rewritten. The prenote status is not "
                      "saved. ***"
           ELSE
              PERFORM Write-One-Account-Row
              VARYING ws-acct-sub FROM 1 BY 1
                UNTIL ws-acct-sub GREATER ws-acct-tbl-count

              CLOSE EmpBank
           END-IF.

       Write-One-Account-Row.
           MOVE ws-acct-row (ws-acct-sub) TO empbank-rec
           WRITE empbank-rec.

       Check-Superseded-Row.
           MOVE 'N' TO ws-acct-superseded-sw

           PERFORM Match-Later-Row
           VARYING ws-acct-later-sub FROM ws-acct-sub BY 1
             UNTIL ws-acct-later-sub GREATER ws-acct-tbl-count
                OR sw-acct-superseded-Y.

       Match-Later-Row.
           IF  ws-acct-later-sub GREATER ws-acct-sub
           AND ws-acct-code (ws-acct-later-sub) EQUAL
               ws-acct-code (ws-acct-sub)
               SET sw-acct-superseded-Y TO TRUE
           END-IF.

       Produce-Prenote-File.
           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE ZEROES TO ws-prenote-sent

           PERFORM Load-Account-Table

           IF sw-acct-overflow-Y
              DISPLAY "*** The employee-bank file holds more than ["
                      cte-acct-tbl-max "] rows. No prenote file "
                      "produced. ***"
              GO TO Produce-Prenote-File-Exit
           END-IF

           OPEN OUTPUT PreNote

           IF fs-PreNote NOT EQUAL "00" AND fs-PreNote NOT EQUAL "05"
              CLOSE PreNote
              DISPLAY "*** WARNING: the prenote file could not be "
                      "opened. Nothing sent. ***"
              GO TO Produce-Prenote-File-Exit
           END-IF

           MOVE ws-today TO ws-ph-date
           WRITE f-PreNote-rec FROM ws-prenote-header

           PERFORM Send-One-Prenote
           VARYING ws-acct-sub FROM 1 BY 1
             UNTIL ws-acct-sub GREATER ws-acct-tbl-count

           MOVE ws-prenote-sent TO ws-pt-count
           MOVE ZEROES          TO ws-pt-total
           WRITE f-PreNote-rec FROM ws-prenote-trailer

           CLOSE PreNote

           IF ws-prenote-sent EQUAL ZEROES
              DISPLAY "No unverified accounts are waiting for a "
                      "prenote."
              GO TO Produce-Prenote-File-Exit
           END-IF

           PERFORM Rewrite-Account-File

           DISPLAY "Zero-value prenotes written to ["
                   ws-PreNote-name "]: [" ws-prenote-sent "]. Send "
                   "the file to the bank and apply its responses "
                   "through option [4].".
       Produce-Prenote-File-Exit.
           EXIT.

       Send-One-Prenote.
           MOVE ws-acct-row (ws-acct-sub) TO empbank-rec

           IF sw-empbank-rec-unverified
              PERFORM Check-Superseded-Row

              IF NOT sw-acct-superseded-Y
                 ADD cte-01 TO ws-prenote-sent

                 MOVE empbank-rec-code     TO ws-pd-code
                 MOVE empbank-rec-bank     TO ws-pd-bank
                 MOVE empbank-rec-branch   TO ws-pd-branch
                 MOVE empbank-rec-account  TO ws-pd-account
                 MOVE ZEROES               TO ws-pd-net
                 MOVE empbank-rec-currency TO ws-pd-currency
                 WRITE f-PreNote-rec FROM ws-prenote-detail

                 SET sw-empbank-rec-prenote-sent TO TRUE
                 MOVE ws-today TO empbank-rec-prenote-date
                 MOVE empbank-rec TO ws-acct-row (ws-acct-sub)

                 DISPLAY "Prenote: [" empbank-rec-code "] bank ["
                         empbank-rec-bank "] branch ["
                         empbank-rec-branch "] account ["
                         empbank-rec-account "]."
              END-IF
           END-IF.

       Apply-Prenote-Responses.
           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE ZEROES TO ws-rsp-read
                          ws-rsp-verified
                          ws-rsp-rejected
                          ws-rsp-unmatched
           MOVE 'N'    TO ws-eof-PreRsp

           PERFORM Load-Account-Table

           IF sw-acct-overflow-Y
              DISPLAY "*** The employee-bank file holds more than ["
                      cte-acct-tbl-max "] rows. No responses "
                      "applied. ***"
              GO TO Apply-Prenote-Responses-Exit
           END-IF

           OPEN INPUT PreRsp

           IF fs-PreRsp NOT EQUAL "00"
              CLOSE PreRsp
              DISPLAY "No prenote response file [" ws-PreRsp-name
                      "] was found. Nothing applied."
              GO TO Apply-Prenote-Responses-Exit
           END-IF

           PERFORM Apply-One-Response
             UNTIL sw-eof-PreRsp-Y

           CLOSE PreRsp

           IF ws-rsp-verified GREATER ZEROES
           OR ws-rsp-rejected GREATER ZEROES
              PERFORM Rewrite-Account-File
           END-IF

           DISPLAY SPACE
           DISPLAY "Prenote responses read      : [" ws-rsp-read "]."
           DISPLAY "Accounts verified           : ["
                   ws-rsp-verified "]."
           DISPLAY "Accounts rejected           : ["
                   ws-rsp-rejected "]."
           DISPLAY "Responses matching no prenote: ["
                   ws-rsp-unmatched "]."

           IF ws-rsp-rejected GREATER ZEROES
              DISPLAY "Rejected accounts stay on the reissue route "
                      "until corrected details are recorded."
           END-IF.
       Apply-Prenote-Responses-Exit.
           EXIT.

       Apply-One-Response.
           READ PreRsp RECORD
             AT END
                SET sw-eof-PreRsp-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-rsp-read
                MOVE ZEROES TO ws-acct-found-sub

                PERFORM Match-Response-Row
                VARYING ws-acct-sub FROM 1 BY 1
                  UNTIL ws-acct-sub GREATER ws-acct-tbl-count

                IF ws-acct-found-sub EQUAL ZEROES
                   ADD cte-01 TO ws-rsp-unmatched
                   DISPLAY "*** The response for [" prersp-rec-code
                           "] account [" prersp-rec-account "] "
                           "matches no prenote on file. ***"
                ELSE
                   PERFORM Post-One-Response
                END-IF
           END-READ.

       Match-Response-Row.
           IF ws-acct-code (ws-acct-sub) EQUAL prersp-rec-code
              MOVE ws-acct-row (ws-acct-sub) TO empbank-rec

              IF empbank-rec-account EQUAL prersp-rec-account
              AND (sw-empbank-rec-prenote-sent
               OR  sw-empbank-rec-unverified)
                  MOVE ws-acct-sub TO ws-acct-found-sub
              ELSE
                  MOVE ZEROES TO ws-acct-found-sub
              END-IF
           END-IF.

       Post-One-Response.
           MOVE ws-acct-row (ws-acct-found-sub) TO empbank-rec
           MOVE ws-today TO empbank-rec-prenote-date

           IF sw-prersp-rec-accepted
              SET sw-empbank-rec-verified TO TRUE
              ADD cte-01 TO ws-rsp-verified
              DISPLAY "Verified: [" prersp-rec-code "] account ["
                      prersp-rec-account "]."
           ELSE
              SET sw-empbank-rec-rejected TO TRUE
              ADD cte-01 TO ws-rsp-rejected
              DISPLAY "REJECTED: [" prersp-rec-code "] account ["
                      prersp-rec-account "] reason ["
                      prersp-rec-reason "]."

              MOVE "W"             TO ws-alertlog-severity
              MOVE prersp-rec-code TO ws-alertlog-key
              MOVE SPACES          TO ws-alertlog-message
              STRING "PRENOTE REJECTED - " prersp-rec-reason
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              CALL "AlertLog" USING ws-alertlog-program
                                    ws-alertlog-severity
                                    ws-alertlog-key
                                    ws-alertlog-message
              MOVE "F"             TO ws-alertlog-severity
           END-IF

           MOVE empbank-rec TO ws-acct-row (ws-acct-found-sub).

       Check-Bank-Authorization.
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
              GO TO Check-Bank-Authorization-Exit
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
              DISPLAY "*** Bank details are open only to "
                      "authorization level [" cte-bank-update-level
                      "] and above. The attempt was logged. ***"
           END-IF.
       Check-Bank-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-bank-update-level
                AND sw-oper-rec-status-active
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                    MOVE oper-rec-emp-code TO ws-auth-emp-code
                END-IF
           END-READ.

       END PROGRAM BankMnt.
