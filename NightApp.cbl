                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CategoryFile.

           SELECT OPTIONAL CaseFile ASSIGN TO ws-CaseFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CaseFile.

           SELECT OPTIONAL PendFile ASSIGN TO ws-PendFile-name
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS fs-PendFile.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EstabFile.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

       DATA DIVISION.
       FILE SECTION.
       FD  PendTrans
           RECORD CONTAINS 75 CHARACTERS.

       01  pendtrans-rec.
           03  pendtrans-rec-eff-date          PIC 9(08)  VALUE ZEROES.
           03  pendtrans-rec-size              PIC 9(02)  VALUE ZEROES.
           03  pendtrans-rec-data              PIC X(57)  VALUE SPACES.
           03  pendtrans-rec-operator          PIC X(08)  VALUE SPACES.

       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS
                                            SEPARATE CHARACTER
                                                           VALUE ZEROES.

       FD  CaseFile
           RECORD CONTAINS 82 CHARACTERS.

       01  case-rec.
           03  case-rec-code                   PIC 9(06)  VALUE ZEROES.
           03  case-rec-seq                    PIC 9(03)  VALUE ZEROES.
           03  case-rec-type                   PIC X(02)  VALUE SPACES.
               88  sw-case-rec-final-warning              VALUE "FW".
           03  case-rec-opened                 PIC 9(08)  VALUE ZEROES.
           03  case-rec-closed                 PIC 9(08)  VALUE ZEROES.
           03  case-rec-outcome                PIC X(30)  VALUE SPACES.
           03  case-rec-investigator           PIC X(08)  VALUE SPACES.
           03  case-rec-warn-expiry            PIC 9(08)  VALUE ZEROES.
           03  case-rec-unpaid-days            PIC 9(02)V9(01)
                                                          VALUE ZEROES.
           03  case-rec-unpaid-period          PIC 9(06)  VALUE ZEROES.

       FD  PendFile
           RECORD CONTAINS 34 CHARACTERS.

           03  estab-rec-cod-cat               PIC 9(04)  VALUE ZEROES.
           03  estab-rec-ceiling               PIC 9(04)  VALUE ZEROES.

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
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-PendTrans                PIC X(02)          VALUE SPACES.
       77  fs-IdxFile                  PIC X(02)          VALUE SPACES.
                                                  VALUE "CategoryFile".
       77  ws-eof-CategoryFile         PIC X(01)          VALUE 'N'.
           88  sw-eof-CategoryFile-Y                      VALUE 'Y'.
       77  fs-CaseFile                 PIC X(02)          VALUE SPACES.
       77  ws-CaseFile-name            PIC X(12)   VALUE "CaseFile".
       77  ws-eof-CaseFile             PIC X(01)          VALUE 'N'.
           88  sw-eof-CaseFile-Y                          VALUE 'Y'.
       77  fs-PendFile                 PIC X(02)          VALUE SPACES.
       77  ws-PendFile-name            PIC X(12)   VALUE "PendFile".
       77  fs-RejFile                  PIC X(02)          VALUE SPACES.

       77  ws-eof-PendTrans            PIC X(01)          VALUE 'N'.
           88  sw-eof-PendTrans-Y                         VALUE 'Y'.
       77  fs-OperFile                 PIC X(02)          VALUE SPACES.
       77  ws-OperFile-name            PIC X(12)   VALUE "OperFile".
       77  ws-eof-OperFile             PIC X(01)          VALUE 'N'.
           88  sw-eof-OperFile-Y                          VALUE 'Y'.
           88  sw-eof-OperFile-N                          VALUE 'N'.

       01  ws-self-check-fields.
           03  ws-queued-emp-code      PIC 9(06)          VALUE ZEROES.
           03  ws-alertlog-program     PIC X(08)   VALUE "NightApp".
           03  ws-alertlog-severity    PIC X(01)          VALUE "F".
           03  ws-alertlog-key         PIC 9(06)          VALUE ZEROES.
           03  ws-alertlog-message     PIC X(60)          VALUE SPACES.

       78  cte-01                                         VALUE 01.
       78  cte-pend-tbl-max                               VALUE 500.
           03  ws-hire-date-valid-sw   PIC X(01)          VALUE 'N'.
               88  sw-hire-date-valid-Y                   VALUE 'Y'.
               88  sw-hire-date-valid-N                   VALUE 'N'.
           03  ws-codealc-function     PIC X(01)          VALUE "V".
           03  ws-codealc-company      PIC X(03)          VALUE SPACES.
           03  ws-codealc-source       PIC X(08)   VALUE "NIGHTAPP".
           03  ws-codealc-code         PIC 9(06)          VALUE ZEROES.
           03  ws-codealc-result       PIC X(01)          VALUE 'N'.
               88  sw-codealc-result-Y                    VALUE 'Y'.

       01  ws-run-counters.
           03  ws-due-applied          PIC 9(04)          VALUE ZEROES.
               88  sw-cat-policy-found-N                  VALUE 'N'.
           03  ws-cat-policy-pol-min   PIC S9(06)V9(02)   VALUE ZEROES.
           03  ws-cat-policy-pol-max   PIC S9(06)V9(02)   VALUE ZEROES.
           03  ws-final-warning-sw     PIC X(01)          VALUE 'N'.
               88  sw-final-warning-Y                     VALUE 'Y'.
               88  sw-final-warning-N                     VALUE 'N'.

       01  ws-severance-fields.
           03  ws-sev-today-int        PIC 9(08)          VALUE ZEROES.
               05  ws-pend-data        PIC X(57).
               05  ws-pend-disposed    PIC X(01).
               05  ws-pend-fail-reason PIC X(02).
               05  ws-pend-operator    PIC X(08).

       01  ws-trans-record.
           03  ws-trans-type           PIC X(02)          VALUE SPACES.
                        TO ws-pend-disposed (idx-pend)
                      MOVE SPACES
                        TO ws-pend-fail-reason (idx-pend)
                      MOVE pendtrans-rec-operator
                        TO ws-pend-operator (idx-pend)
                   ELSE
                      SET sw-pend-overflow-Y TO TRUE
                      SET sw-eof-PendTrans-Y TO TRUE
           ELSE
              MOVE ws-pend-data (idx-pend) TO ws-trans-record

              PERFORM 210-begin-find-queuing-operator
                 THRU 210-end-find-queuing-operator

              IF ws-queued-emp-code IS GREATER THAN ZEROES
              AND ws-queued-emp-code IS EQUAL TO ws-trans-cod-employee
                 PERFORM 220-begin-refuse-self-maintenance
                    THRU 220-end-refuse-self-maintenance
                 GO TO 200-end-apply-one-entry
              END-IF

              EVALUATE TRUE
                  WHEN sw-trans-type-hire
                       PERFORM 300-begin-apply-hire
       200-end-apply-one-entry.
           EXIT.

       210-begin-find-queuing-operator.
           MOVE ZEROES TO ws-queued-emp-code

           IF ws-pend-operator (idx-pend) IS EQUAL TO SPACES
              GO TO 210-end-find-queuing-operator
           END-IF

           OPEN INPUT OperFile

           IF fs-OperFile IS EQUAL TO ZEROES
              SET sw-eof-OperFile-N TO TRUE

              PERFORM 215-begin-match-operator-record
                 THRU 215-end-match-operator-record
                UNTIL sw-eof-OperFile-Y
           END-IF

           CLOSE OperFile.
       210-end-find-queuing-operator.
           EXIT.

       215-begin-match-operator-record.
           READ OperFile RECORD
                AT END
                   SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                   IF oper-rec-id IS EQUAL TO
                      ws-pend-operator (idx-pend)
                      MOVE oper-rec-emp-code TO ws-queued-emp-code
                      SET sw-eof-OperFile-Y TO TRUE
                   END-IF
           END-READ.
       215-end-match-operator-record.
           EXIT.

       220-begin-refuse-self-maintenance.
           ADD cte-01 TO ws-due-failed
           MOVE "F"  TO ws-pend-disposed (idx-pend)
           MOVE "SM" TO ws-pend-fail-reason (idx-pend)

           DISPLAY "Deferred transaction refused: employee ["
                   ws-trans-cod-employee "] is the employee record "
                   "of operator [" ws-pend-operator (idx-pend)
                   "], who queued it."

           MOVE ws-trans-cod-employee TO ws-alertlog-key
           MOVE SPACES                TO ws-alertlog-message
           STRING "OPERATOR " ws-pend-operator (idx-pend)
                  " REFUSED QUEUED CHANGE TO OWN RECORD"
                  DELIMITED BY SIZE
             INTO ws-alertlog-message
           END-STRING
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.
       220-end-refuse-self-maintenance.
           EXIT.

       300-begin-apply-hire.
           MOVE 'N' TO ws-checkdigit-valid-sw
           CALL "ChkDig" USING ws-trans-cod-employee
              GO TO 300-end-apply-hire
           END-IF

      *    The code must have been issued by the code allocator to the
      *    company whose master file is being applied ("001IdxFile"
      *    is company 001; a plain name is the single-company set).
           MOVE SPACES TO ws-codealc-company
           IF ws-IdxFile-name (4:7) EQUAL "IdxFile"
              MOVE ws-IdxFile-name (1:3) TO ws-codealc-company
           END-IF

           MOVE "V"                   TO ws-codealc-function
           MOVE ws-trans-cod-employee TO ws-codealc-code
           MOVE 'N'                   TO ws-codealc-result
           CALL "CodeAlc" USING ws-codealc-function
                                ws-codealc-company
                                ws-IdxFile-name
                                ws-codealc-source
                                ws-codealc-code
                                ws-codealc-result

           IF NOT sw-codealc-result-Y
              ADD cte-01 TO ws-due-failed
              MOVE "F"  TO ws-pend-disposed (idx-pend)
              MOVE "CA" TO ws-pend-fail-reason (idx-pend)
              DISPLAY "Deferred hire failed: the code ["
                      ws-trans-cod-employee "] was not issued by "
                      "the code allocator to company ["
                      ws-codealc-company "]."
              GO TO 300-end-apply-hire
           END-IF

           MOVE ws-trans-hire-date TO ws-hire-date-check
           MOVE 'N' TO ws-hire-date-valid-sw
           CALL "Val_Date" USING ws-hire-date-check-yr
              PERFORM 370-begin-lookup-category-band
                 THRU 370-end-lookup-category-band

              PERFORM 390-begin-check-final-warning
                 THRU 390-end-check-final-warning

              IF  sw-cat-policy-found-Y
              AND (ws-trans-raise-salary
                      IS LESS THAN ws-cat-policy-pol-min
                OR ws-trans-raise-salary
                      IS GREATER THAN ws-cat-policy-pol-max)
              OR  sw-final-warning-Y
                  PERFORM 380-begin-park-raise-for-approval
                     THRU 380-end-park-raise-for-approval
              ELSE
              ADD cte-01 TO ws-due-parked
              MOVE "A" TO ws-pend-disposed (idx-pend)

              IF sw-final-warning-Y
                 DISPLAY "Deferred raise for ["
                         f-IdxFile-rec-cod-employee "] was parked on "
                         "the pending-approval file instead of "
                         "applied."
              ELSE
                 DISPLAY "Deferred raise for ["
                         f-IdxFile-rec-cod-employee "] breaches the "
                         "category band: it was parked on the "
                         "pending-approval file instead of applied."
              END-IF
           ELSE
              CLOSE PendFile
              ADD cte-01 TO ws-due-failed
       380-end-park-raise-for-approval.
           EXIT.

       390-begin-check-final-warning.
           SET sw-final-warning-N TO TRUE
           MOVE 'N' TO ws-eof-CaseFile

           OPEN INPUT CaseFile

           IF fs-CaseFile IS EQUAL TO "00"
              PERFORM 395-begin-read-case-record
                 THRU 395-end-read-case-record
                UNTIL sw-eof-CaseFile-Y
                   OR sw-final-warning-Y
           END-IF

           CLOSE CaseFile

           IF sw-final-warning-Y
              DISPLAY "*** WARNING: employee ["
                      f-IdxFile-rec-cod-employee "] has a final "
                      "warning live until [" case-rec-warn-expiry
                      "]. Check the raise before approving it. ***"
           END-IF.
       390-end-check-final-warning.
           EXIT.

       395-begin-read-case-record.
           READ CaseFile
                AT END
                   SET sw-eof-CaseFile-Y TO TRUE

            NOT AT END
                   IF  case-rec-code IS EQUAL TO
                       f-IdxFile-rec-cod-employee
                   AND sw-case-rec-final-warning
                   AND case-rec-warn-expiry IS NOT LESS THAN ws-today
                       SET sw-final-warning-Y TO TRUE
                   END-IF
           END-READ.
       395-end-read-case-record.
           EXIT.

       385-begin-check-establishment.
           SET sw-estab-blocked-N TO TRUE
           SET sw-estab-found-N   TO TRUE
                TO pendtrans-rec-eff-date
              MOVE ws-pend-size     (idx-pend) TO pendtrans-rec-size
              MOVE ws-pend-data     (idx-pend) TO pendtrans-rec-data
              MOVE ws-pend-operator (idx-pend)
                TO pendtrans-rec-operator

              WRITE pendtrans-rec
           END-IF
