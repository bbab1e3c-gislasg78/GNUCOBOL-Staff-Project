               88  sw-pend-rec-status-rejected             VALUE "R".

       FD  PendTrans
           RECORD CONTAINS 75 CHARACTERS.

       01  pendtrans-rec.
           03  pendtrans-rec-eff-date          PIC 9(08)  VALUE ZEROES.
           03  pendtrans-rec-size              PIC 9(02)  VALUE ZEROES.
           03  pendtrans-rec-data              PIC X(57)  VALUE SPACES.
           03  pendtrans-rec-operator          PIC X(08)  VALUE SPACES.

       FD  XferFile
           RECORD CONTAINS 39 CHARACTERS.
               88  sw-rej-rec-reason-checkdigit            VALUE "CD".
               88  sw-rej-rec-reason-bad-date              VALUE "DT".
               88  sw-rej-rec-reason-approval              VALUE "AP".
               88  sw-rej-rec-reason-self-maint            VALUE "SM".
           03  rej-rec-size                    PIC 9(02)  VALUE ZEROES.
           03  rej-rec-data                    PIC X(57)  VALUE SPACES.

               88  sw-cntc-rec-archived-Y                  VALUE "A".

       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
                                                            SPACE.
               88  sw-oper-rec-status-locked               VALUE "L".
               88  sw-oper-rec-status-disabled             VALUE "D".
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       FD  LockFile
           RECORD CONTAINS 30 CHARACTERS.
               05  ws-signlog-program           PIC X(08)
                                                      VALUE "IdxDyn".
               05  ws-signlog-result            PIC X(01)  VALUE SPACE.
               05  ws-operator-emp-code         PIC 9(06)  VALUE ZEROES.
               05  ws-self-check-code           PIC 9(06)  VALUE ZEROES.
               05  ws-self-change-sw            PIC X(01)  VALUE 'N'.
                   88  sw-self-change-Y                    VALUE 'Y'.
                   88  sw-self-change-N                    VALUE 'N'.
               05  ws-oper-tbl-count            PIC 9(02)  VALUE ZEROES.
               05  ws-oper-sub                  PIC 9(02)  VALUE ZEROES.
               05  ws-oper-lock-match-sw        PIC X(01)  VALUE 'N'.
               05  ws-bkp-retention-count       PIC 9(02)  VALUE 05.
               05  ws-bkp-status                PIC X(01)  VALUE 'N'.

           03  ws-codealc-work-fields.
               05  ws-codealc-function          PIC X(01)  VALUE "A".
               05  ws-codealc-source            PIC X(08)  VALUE SPACES.
               05  ws-codealc-code              PIC 9(06)  VALUE ZEROES.
               05  ws-codealc-result            PIC X(01)  VALUE 'N'.
                   88  sw-codealc-result-Y                 VALUE 'Y'.
                   88  sw-codealc-result-N                 VALUE 'N'.

           03  ws-ckpt-work-fields.
               05  ws-ckpt-found-sw             PIC X(01)  VALUE 'N'.
                   88  sw-ckpt-found-Y                     VALUE 'Y'.
                                                           VALUE ZEROES.
           03  ws-oper-lock-fail-count          PIC 9(01)  VALUE ZERO.
           03  ws-oper-lock-status              PIC X(01)  VALUE SPACE.
           03  FILLER                           PIC 9(06)  VALUE ZEROES.

       01  ws-oper-lock-table.
           03  ws-oper-record OCCURS cte-oper-tbl-max TIMES
                                                PIC X(53).

       77  fs-RunState                          PIC X(02) VALUE SPACES.
       77  ws-RunState-name                     PIC X(12)

           SET sw-signon-matched-Y TO TRUE
           MOVE oper-rec-level TO ws-operator-level
           MOVE oper-rec-emp-code TO ws-operator-emp-code

           MOVE "S" TO ws-signlog-result
           PERFORM 106130-start-write-signon-history
           MOVE "A"     TO ws-f-IdxFile-rec-status-employee
           MOVE SPACES  TO ws-f-IdxFile-rec-reason-employee

           DISPLAY "Enter zeroes as the code to take the next code "
                   "from the code allocator."

           PERFORM 221100-start-capture-key-field
              THRU 221100-finish-capture-key-field

           MOVE "IDXADD"  TO ws-codealc-source
           PERFORM 221140-start-take-allocated-code
              THRU 221140-finish-take-allocated-code

           PERFORM 221150-start-check-employee-code-digit
              THRU 221150-finish-check-employee-code-digit

           MOVE ws-f-IdxFile-rec-cod-employee TO ws-self-check-code
           PERFORM 229700-start-check-self-maintenance
              THRU 229700-finish-check-self-maintenance

           IF sw-checkdigit-valid-N OR sw-codealc-result-N
              OR sw-self-change-Y
               DISPLAY "The record was not added."
           ELSE
           PERFORM 221200-start-look-for-a-record
          221100-finish-capture-key-field.
            EXIT.

          221140-start-take-allocated-code.
            SET sw-codealc-result-N TO TRUE

            IF ws-f-IdxFile-rec-cod-employee IS EQUAL TO ZEROES
               SET sw-op-class-CLOSE      TO TRUE
               CLOSE IdxFile
               DISPLAY "Closing. Status Code: [" fs-IdxFile "]."

               MOVE "A" TO ws-codealc-function
               CALL "CodeAlc" USING ws-codealc-function
                                    ws-company-code
                                    ws-IdxFile-name
                                    ws-codealc-source
                                    ws-codealc-code
                                    ws-codealc-result

               SET sw-op-class-OPEN       TO TRUE
               OPEN I-O IdxFile
               DISPLAY "Opening. Status Code: [" fs-IdxFile "]."

               IF sw-codealc-result-Y
                  MOVE ws-codealc-code
                    TO ws-f-IdxFile-rec-cod-employee
                       f-IdxFile-rec-cod-employee
                  DISPLAY asterisk asterisk
                          "The code allocator issued employee code ["
                          ws-codealc-code "]."
                          asterisk asterisk
               END-IF
            ELSE
               MOVE ws-f-IdxFile-rec-cod-employee
                 TO ws-codealc-code
               MOVE "V" TO ws-codealc-function
               CALL "CodeAlc" USING ws-codealc-function
                                    ws-company-code
                                    ws-IdxFile-name
                                    ws-codealc-source
                                    ws-codealc-code
                                    ws-codealc-result

               IF sw-codealc-result-N
                  DISPLAY asterisk asterisk
                          "The employee code ["
                          ws-f-IdxFile-rec-cod-employee
                          "] was never issued by the code allocator. "
                          "Take the next code from the allocator "
                          "instead."
                          asterisk asterisk
               END-IF
            END-IF.
          221140-finish-take-allocated-code.
            EXIT.

          221150-start-check-employee-code-digit.
            MOVE 'N' TO ws-checkdigit-valid-sw

            MOVE ws-f-IdxFile-rec-salary-employee
              TO f-IdxFile-rec-salary-employee

            MOVE "IDXBATCH" TO ws-codealc-source
            PERFORM 221140-start-take-allocated-code
               THRU 221140-finish-take-allocated-code

            PERFORM 221150-start-check-employee-code-digit
               THRU 221150-finish-check-employee-code-digit

            IF sw-codealc-result-N
               DISPLAY asterisk
                       "Batch record skipped. The code was not "
                       "issued by the code allocator: ["
                       ws-batch-code-txt "]."
                       asterisk
               ADD cte-01 TO ws-batch-skipped-records
            ELSE
            IF sw-checkdigit-valid-N
               DISPLAY asterisk
                       "Batch record skipped. The code fails the "
                       asterisk
               ADD cte-01 TO ws-batch-skipped-records
            ELSE
            MOVE ws-f-IdxFile-rec-cod-employee TO ws-self-check-code
            PERFORM 229700-start-check-self-maintenance
               THRU 229700-finish-check-self-maintenance

            IF sw-self-change-Y
               DISPLAY asterisk
                       "Batch record skipped. The code is the "
                       "operator's own: [" ws-batch-code-txt "]."
                       asterisk
               ADD cte-01 TO ws-batch-skipped-records
            ELSE
            PERFORM 221200-start-look-for-a-record
               THRU 221200-finish-look-for-a-record

               ADD cte-01 TO ws-batch-skipped-records
            END-IF
            END-IF
            END-IF
            END-IF

            ADD cte-01 TO ws-ckpt-batch-processed
                          ws-ckpt-since-last
         229500-start-acquire-record-lock.
            SET sw-lock-acquired-N          TO TRUE

            MOVE ws-f-IdxFile-rec-cod-employee TO ws-self-check-code
            PERFORM 229700-start-check-self-maintenance
               THRU 229700-finish-check-self-maintenance

            IF sw-self-change-Y
               GO TO 229500-finish-acquire-record-lock
            END-IF

            MOVE FUNCTION CURRENT-DATE      TO ws-current-date-and-time

            MOVE ws-f-IdxFile-rec-cod-employee
         229600-finish-release-record-lock.
            EXIT.

         229700-start-check-self-maintenance.
            SET sw-self-change-N TO TRUE

            IF ws-operator-emp-code IS EQUAL TO ZEROES
               OR ws-self-check-code IS NOT EQUAL TO
                  ws-operator-emp-code
               GO TO 229700-finish-check-self-maintenance
            END-IF

            SET sw-self-change-Y TO TRUE

            DISPLAY asterisk asterisk
                    "Employee [" ws-self-check-code "] is the "
                    "employee record of operator [" ws-operator-id
                    "]. Operators may not maintain their own record."
                    asterisk asterisk

            MOVE "IDXDYN"  TO ws-alertlog-program
            MOVE "F"       TO ws-alertlog-severity
            MOVE ws-self-check-code TO ws-alertlog-key
            MOVE SPACES    TO ws-alertlog-message
            STRING "OPERATOR " ws-operator-id
                   " REFUSED CHANGE TO OWN EMPLOYEE RECORD"
                   DELIMITED BY SIZE
              INTO ws-alertlog-message
            END-STRING
            CALL "AlertLog" USING ws-alertlog-program
                                  ws-alertlog-severity
                                  ws-alertlog-key
                                  ws-alertlog-message.
         229700-finish-check-self-maintenance.
            EXIT.

         229000-start-salary-duplicates-report.
            INITIALIZE ws-f-IdxFile-error-status-code-indicators
                       ws-salarydup-work-fields
                     ws-rebuild-cat-before-txt,
                     ws-rebuild-cat-after-txt

            IF ws-rebuild-operation-txt IS EQUAL TO "RUNVOID"
                GO TO 231400-finish-apply-audit-record
            END-IF

            MOVE ws-rebuild-code-after-txt
              TO f-IdxFile-rec-cod-employee
                 ws-f-IdxFile-rec-cod-employee
                  GO TO 232160-finish-dispatch-trans-record
               END-IF

               IF trans-type-hire
                  PERFORM 232190-start-take-hire-trans-code
                     THRU 232190-finish-take-hire-trans-code

                  IF sw-codealc-result-N
                     DISPLAY asterisk
                             "Hire transaction rejected. The code "
                             "was not issued by the code "
                             "allocator: ["
                             f-TransFile-rec-cod-employee "]."
                             asterisk
                     ADD cte-01 TO ws-trans-rejected-records
                     MOVE "AL" TO ws-rej-reason
                     PERFORM 232170-start-write-reject-record
                        THRU 232170-finish-write-reject-record
                     GO TO 232160-finish-dispatch-trans-record
                  END-IF
               END-IF

               MOVE f-TransFile-rec-cod-employee TO ws-self-check-code
               PERFORM 229700-start-check-self-maintenance
                  THRU 229700-finish-check-self-maintenance

               IF sw-self-change-Y
                  ADD cte-01 TO ws-trans-rejected-records
                  MOVE "SM" TO ws-rej-reason
                  PERFORM 232170-start-write-reject-record
                     THRU 232170-finish-write-reject-record
                  GO TO 232160-finish-dispatch-trans-record
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-trans-today

               EVALUATE TRUE
               MOVE ws-trans-eff-date      TO pendtrans-rec-eff-date
               MOVE ws-f-TransFile-r-size  TO pendtrans-rec-size
               MOVE SPACES                 TO pendtrans-rec-data
               MOVE ws-operator-id         TO pendtrans-rec-operator
               IF ws-f-TransFile-r-size IS GREATER THAN ZEROES
                  MOVE f-TransFile-rec(1:ws-f-TransFile-r-size)
                    TO pendtrans-rec-data
          232180-finish-defer-trans-record.
            EXIT.

          232190-start-take-hire-trans-code.
            MOVE f-TransFile-rec-cod-employee
              TO ws-f-IdxFile-rec-cod-employee

            MOVE "IDXTRANS" TO ws-codealc-source
            PERFORM 221140-start-take-allocated-code
               THRU 221140-finish-take-allocated-code

            IF sw-codealc-result-Y
               MOVE ws-f-IdxFile-rec-cod-employee
                 TO f-TransFile-rec-cod-employee
            END-IF.
          232190-finish-take-hire-trans-code.
            EXIT.

          232150-start-check-trans-record-padding.
            MOVE ZEROES TO ws-trans-eff-date

              PERFORM 221200-start-look-for-a-record
                 THRU 221200-finish-look-for-a-record

              MOVE ws-f-IdxFile-rec-cod-employee TO ws-self-check-code
              PERFORM 229700-start-check-self-maintenance
                 THRU 229700-finish-check-self-maintenance

              IF sw-IdxFile-record-found-Y AND sw-self-change-N
                 PERFORM 238100-start-edit-contact-details
                    THRU 238100-finish-edit-contact-details
              ELSE
              IF sw-self-change-N
                 DISPLAY asterisk asterisk
                         "Contact details belong to employees on "
                         "the master file. Add the employee first."
                         asterisk asterisk
              END-IF
              END-IF
           END-IF

           PERFORM 221600-start-continue-operation
                       THRU 223211-finish-change-a-record
                 END-IF
              ELSE
                 MOVE "IDXFORM" TO ws-codealc-source
                 PERFORM 221140-start-take-allocated-code
                    THRU 221140-finish-take-allocated-code

                 PERFORM 221150-start-check-employee-code-digit
                    THRU 221150-finish-check-employee-code-digit

                 IF sw-checkdigit-valid-Y AND sw-codealc-result-Y
                    PERFORM 221500-start-store-a-record
                       THRU 221500-finish-store-a-record
                 ELSE
