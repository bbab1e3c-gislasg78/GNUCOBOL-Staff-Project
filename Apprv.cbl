           03  salhist-rec-reason              PIC X(20)  VALUE SPACES.

       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
                                                            SPACE.
               88  sw-oper-rec-status-locked               VALUE "L".
               88  sw-oper-rec-status-disabled             VALUE "D".
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-PendFile                 PIC X(02)          VALUE SPACES.
       78  cte-pend-tbl-max                               VALUE 500.

       01  ws-supervisor-id            PIC X(08)          VALUE SPACES.
       01  ws-supervisor-emp-code      PIC 9(06)          VALUE ZEROES.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "Apprv".
           03  ws-alertlog-severity     PIC X(01) VALUE "F".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       77  ws-hire-date-display        PIC 9(08)          VALUE ZEROES.

           03  FILLER                  PIC 9(08)          VALUE ZEROES.
           03  ws-oper-lock-fail-count PIC 9(01)          VALUE ZERO.
           03  ws-oper-lock-status     PIC X(01)          VALUE SPACE.
           03  FILLER                  PIC 9(06)          VALUE ZEROES.

       01  ws-oper-lock-table.
           03  ws-oper-record OCCURS cte-oper-tbl-max TIMES
                                       PIC X(53).

       01  ws-pend-table-controls.
           03  ws-pend-overflow-sw     PIC X(01)          VALUE 'N'.

           SET sw-signon-matched-Y TO TRUE
           MOVE oper-rec-level TO ws-signon-level
           MOVE oper-rec-emp-code TO ws-supervisor-emp-code

           MOVE "S" TO ws-signlog-result
           PERFORM 057000-start-write-signon-history
                   OR sw-scr-decision-skip

              EVALUATE TRUE
                  WHEN sw-scr-decision-approve
                   AND ws-supervisor-emp-code IS GREATER THAN ZEROES
                   AND ws-pend-cod-employee (idx-pend) IS EQUAL TO
                       ws-supervisor-emp-code
                       PERFORM 235000-start-refuse-own-approval
                          THRU 235000-finish-refuse-own-approval

                  WHEN sw-scr-decision-approve
                       PERFORM 230000-start-apply-approved-change
                          THRU 230000-finish-apply-approved-change
        230000-finish-apply-approved-change.
           EXIT.

        235000-start-refuse-own-approval.
           DISPLAY "This is your own employee record. It must be "
                   "approved by another supervisor."
                AT LINE 16 COLUMN 05
           ADD cte-01 TO ws-pend-skipped-count

           MOVE ws-pend-cod-employee (idx-pend) TO ws-alertlog-key
           MOVE SPACES TO ws-alertlog-message
           STRING "SUPERVISOR " ws-supervisor-id
                  " REFUSED APPROVAL OF OWN SALARY CHANGE"
                  DELIMITED BY SIZE
             INTO ws-alertlog-message
           END-STRING
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.
        235000-finish-refuse-own-approval.
           EXIT.

        240000-start-write-audit-record.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-and-time

