                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LoanFile.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile
           03  loan-rec-rate            PIC 9(02)V9(02)
                                                  VALUE ZEROES.

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
       77  fs-LoanFile                  PIC X(02) VALUE SPACES.
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".
       77  ws-eof-LoanFile              PIC X(01) VALUE 'N'.
           88  sw-eof-LoanFile-Y                  VALUE 'Y'.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-loan-update-level                  VALUE 2.

       01  ws-loan-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-emp-code         PIC 9(06) VALUE ZEROES.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE "LoanMnt".
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "LoanMnt".
           03  ws-alertlog-severity     PIC X(01) VALUE "F".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Check-Loan-Authorization
              THRU Check-Loan-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           OR ws-cap-installment EQUAL ZEROES
              DISPLAY "The code, principal and installment must all "
                      "be entered. Nothing was granted."
           ELSE
           IF ws-auth-emp-code NOT EQUAL ZEROES
           AND ws-cap-code EQUAL ws-auth-emp-code
              PERFORM Refuse-Own-Loan
           ELSE
              OPEN EXTEND LoanFile

                 DISPLAY "*** WARNING: the loan ledger could not "
                         "be opened. Nothing was granted. ***"
              END-IF
           END-IF
           END-IF.

       Refuse-Own-Loan.
           DISPLAY "*** Employee [" ws-cap-code "] is your own "
                   "employee record. Your loan must be granted by "
                   "another operator. Nothing was granted. ***"

           MOVE ws-cap-code TO ws-alertlog-key
           MOVE SPACES      TO ws-alertlog-message
           STRING "OPERATOR " ws-auth-oper-id
                  " REFUSED LOAN TO OWN EMPLOYEE RECORD"
                  DELIMITED BY SIZE
             INTO ws-alertlog-message
           END-STRING
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       Loans-Outstanding-Report.
           MOVE 'N'    TO ws-eof-LoanFile
           MOVE ZEROES TO ws-loans-listed
                END-IF
           END-READ.

       Check-Loan-Authorization.
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
              GO TO Check-Loan-Authorization-Exit
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
              DISPLAY "*** The loan ledger is open only to "
                      "authorization level [" cte-loan-update-level
                      "] and above. The attempt was logged. ***"
           END-IF.
       Check-Loan-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-loan-update-level
                AND sw-oper-rec-status-active
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                    MOVE oper-rec-emp-code TO ws-auth-emp-code
                END-IF
           END-READ.

       END PROGRAM LoanMnt.
