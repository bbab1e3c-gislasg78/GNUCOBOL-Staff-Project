       IDENTIFICATION DIVISION.
       PROGRAM-ID. BnkVer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EmpBank ASSIGN TO ws-EmpBank-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpBank.

           SELECT OPTIONAL PayCalFile ASSIGN TO ws-PayCalFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayCalFile.

       DATA DIVISION.
       FILE SECTION.
       FD  EmpBank
           RECORD CONTAINS 64 CHARACTERS.

       01  empbank-rec.
           03  empbank-rec-code         PIC 9(06) VALUE ZEROES.
           03  empbank-rec-bank         PIC X(04) VALUE SPACES.
           03  empbank-rec-branch       PIC X(06) VALUE SPACES.
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

       FD  PayCalFile
           RECORD CONTAINS 39 CHARACTERS.

       01  paycal-rec.
           03  paycal-rec-period        PIC 9(06) VALUE ZEROES.
           03  paycal-rec-start         PIC 9(08) VALUE ZEROES.
           03  paycal-rec-end           PIC 9(08) VALUE ZEROES.
           03  paycal-rec-cutoff        PIC 9(08) VALUE ZEROES.
           03  paycal-rec-payment       PIC 9(08) VALUE ZEROES.
           03  paycal-rec-paid          PIC X(01) VALUE SPACE.

       WORKING-STORAGE SECTION.
       77  fs-EmpBank                   PIC X(02) VALUE SPACES.
       77  fs-PayCalFile                PIC X(02) VALUE SPACES.

       77  ws-EmpBank-name              PIC X(12) VALUE "EmpBank".
       77  ws-PayCalFile-name           PIC X(12) VALUE "PayCal".

       77  ws-eof-EmpBank               PIC X(01) VALUE 'N'.
           88  sw-eof-EmpBank-Y                   VALUE 'Y'.
       77  ws-eof-PayCalFile            PIC X(01) VALUE 'N'.
           88  sw-eof-PayCalFile-Y                VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-acct-tbl-max                       VALUE 500.

       01  ws-date-fields.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-today-int             PIC 9(07) VALUE ZEROES.
           03  ws-next-period           PIC 9(06) VALUE ZEROES.
           03  ws-next-cutoff           PIC 9(08) VALUE ZEROES.
           03  ws-days-to-cutoff        PIC S9(05) VALUE ZEROES.
           03  ws-days-outstanding      PIC S9(05) VALUE ZEROES.

       01  ws-account-controls.
           03  ws-acct-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-acct-sub              PIC 9(03) VALUE ZEROES.
           03  ws-acct-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-acct-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-acct-overflow-Y             VALUE 'Y'.

       01  ws-account-table.
           03  ws-acct-entry OCCURS cte-acct-tbl-max TIMES.
               05  ws-acct-code         PIC 9(06).
               05  ws-acct-row          PIC X(64).

       01  ws-report-counters.
           03  ws-accounts-read         PIC 9(04) VALUE ZEROES.
           03  ws-employees-checked     PIC 9(04) VALUE ZEROES.
           03  ws-count-unverified      PIC 9(04) VALUE ZEROES.
           03  ws-count-sent            PIC 9(04) VALUE ZEROES.
           03  ws-count-rejected        PIC 9(04) VALUE ZEROES.

       01  ws-status-text               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Unverified bank accounts before the payroll "
                   "cutoff."

           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-today-int = INTEGER-OF-DATE(ws-today)

           PERFORM Find-Next-Cutoff
             THRU Find-Next-Cutoff-Exit

           PERFORM Load-Account-Table

           IF sw-acct-overflow-Y
              DISPLAY "*** The employee-bank file holds more than ["
                      cte-acct-tbl-max "] rows. The report is "
                      "incomplete. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Accounts not verified by prenote.    |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"

           IF ws-next-cutoff GREATER ZEROES
              DISPLAY "Next payroll period [" ws-next-period
                      "] cutoff [" ws-next-cutoff "] in ["
                      ws-days-to-cutoff "] days."
           ELSE
              DISPLAY "No open period with a future cutoff is on "
                      "the pay calendar."
           END-IF

           DISPLAY "Code    Bank Branch Account          "
                   "Status           Since    Days"

           PERFORM Report-One-Account
           VARYING ws-acct-sub FROM 1 BY 1
             UNTIL ws-acct-sub GREATER ws-acct-tbl-count

           DISPLAY SPACE
           DISPLAY "Bank account rows read      : ["
                   ws-accounts-read "]."
           DISPLAY "Employees with an account   : ["
                   ws-employees-checked "]."
           DISPLAY "Unverified, prenote not sent: ["
                   ws-count-unverified "]."
           DISPLAY "Prenote sent, no response   : ["
                   ws-count-sent "]."
           DISPLAY "Rejected by the bank        : ["
                   ws-count-rejected "]."

           IF ws-count-unverified GREATER ZEROES
           OR ws-count-sent       GREATER ZEROES
           OR ws-count-rejected   GREATER ZEROES
              DISPLAY "These employees will be paid by cheque, "
                      "not through the bank file, at the next "
                      "payroll run."
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "Every account on file is verified."
           END-IF

           STOP RUN.

       Find-Next-Cutoff.
           MOVE ZEROES TO ws-next-period
                          ws-next-cutoff
                          ws-days-to-cutoff
           MOVE 'N'    TO ws-eof-PayCalFile

           OPEN INPUT PayCalFile

           IF fs-PayCalFile NOT EQUAL "00"
              CLOSE PayCalFile
              GO TO Find-Next-Cutoff-Exit
           END-IF

           PERFORM Read-One-Calendar-Row
             UNTIL sw-eof-PayCalFile-Y

           CLOSE PayCalFile

           IF ws-next-cutoff GREATER ZEROES
              COMPUTE ws-days-to-cutoff =
                      INTEGER-OF-DATE(ws-next-cutoff) - ws-today-int
           END-IF.
       Find-Next-Cutoff-Exit.
           EXIT.

       Read-One-Calendar-Row.
           READ PayCalFile RECORD
             AT END
                SET sw-eof-PayCalFile-Y TO TRUE

            NOT AT END
                IF  paycal-rec-paid NOT EQUAL "P"
                AND paycal-rec-cutoff NOT LESS ws-today
                AND (ws-next-cutoff EQUAL ZEROES
                 OR  paycal-rec-cutoff LESS ws-next-cutoff)
                    MOVE paycal-rec-period TO ws-next-period
                    MOVE paycal-rec-cutoff TO ws-next-cutoff
                END-IF
           END-READ.

       Load-Account-Table.
           MOVE ZEROES TO ws-acct-tbl-count
           MOVE 'N'    TO ws-eof-EmpBank

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
                ADD cte-01 TO ws-accounts-read
                MOVE ZEROES TO ws-acct-found-sub

                PERFORM Match-Account-Code
                VARYING ws-acct-sub FROM 1 BY 1
                  UNTIL ws-acct-sub GREATER ws-acct-tbl-count
                     OR ws-acct-found-sub GREATER ZEROES

                IF ws-acct-found-sub EQUAL ZEROES
                   IF ws-acct-tbl-count LESS cte-acct-tbl-max
                      ADD cte-01 TO ws-acct-tbl-count
                      MOVE ws-acct-tbl-count TO ws-acct-found-sub
                   ELSE
                      SET sw-acct-overflow-Y TO TRUE
                      SET sw-eof-EmpBank-Y   TO TRUE
                   END-IF
                END-IF

                IF ws-acct-found-sub GREATER ZEROES
                   MOVE empbank-rec-code
                     TO ws-acct-code (ws-acct-found-sub)
                   MOVE empbank-rec
                     TO ws-acct-row  (ws-acct-found-sub)
                END-IF
           END-READ.

       Match-Account-Code.
           IF ws-acct-code (ws-acct-sub) EQUAL empbank-rec-code
              MOVE ws-acct-sub TO ws-acct-found-sub
           END-IF.

       Report-One-Account.
           ADD cte-01 TO ws-employees-checked
           MOVE ws-acct-row (ws-acct-sub) TO empbank-rec

           EVALUATE TRUE
               WHEN sw-empbank-rec-verified
                    MOVE SPACES TO ws-status-text

               WHEN sw-empbank-rec-unverified
                    ADD cte-01 TO ws-count-unverified
                    MOVE "NOT YET SENT" TO ws-status-text

               WHEN sw-empbank-rec-prenote-sent
                    ADD cte-01 TO ws-count-sent
                    MOVE "AWAITING BANK" TO ws-status-text

               WHEN sw-empbank-rec-rejected
                    ADD cte-01 TO ws-count-rejected
                    MOVE "REJECTED" TO ws-status-text

               WHEN OTHER
                    ADD cte-01 TO ws-count-unverified
                    MOVE "UNKNOWN STATUS" TO ws-status-text
           END-EVALUATE

           IF ws-status-text NOT EQUAL SPACES
              MOVE ZEROES TO ws-days-outstanding

              IF empbank-rec-prenote-date GREATER ZEROES
                 COMPUTE ws-days-outstanding =
                         ws-today-int
                       - INTEGER-OF-DATE(empbank-rec-prenote-date)
              END-IF

              DISPLAY empbank-rec-code "  " empbank-rec-bank " "
                      empbank-rec-branch " " empbank-rec-account " "
                      ws-status-text " " empbank-rec-prenote-date " "
                      ws-days-outstanding
           END-IF.

       END PROGRAM BnkVer.
