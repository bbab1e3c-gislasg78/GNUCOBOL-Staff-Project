                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

           SELECT OPTIONAL ExcLog ASSIGN TO ws-ExcLog-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExcLog.

       DATA DIVISION.
       FILE SECTION.
       FD  TimeFile
           03  time-rec-approver        PIC X(08) VALUE SPACES.

       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
           03  oper-rec-status                 PIC X(01)  VALUE "A".
               88  sw-oper-rec-status-active              VALUES "A",
                                                            SPACE.
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       FD  ExcLog
           RECORD CONTAINS 21 CHARACTERS.

       01  exclog-rec.
           03  exclog-rec-code           PIC 9(06) VALUE ZEROES.
           03  exclog-rec-date           PIC 9(08) VALUE ZEROES.
           03  exclog-rec-date-r     REDEFINES exclog-rec-date.
               05  exclog-rec-period     PIC 9(06).
               05  exclog-rec-dd         PIC 9(02).
           03  exclog-rec-type           PIC X(01) VALUE SPACE.
               88  sw-exclog-rec-late             VALUE "L".
               88  sw-exclog-rec-early            VALUE "E".
               88  sw-exclog-rec-no-show          VALUE "N".
               88  sw-exclog-rec-unrostered       VALUE "U".
           03  exclog-rec-minutes        PIC 9(04) VALUE ZEROES.
           03  exclog-rec-shift          PIC X(02) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-TimeFile                  PIC X(02) VALUE SPACES.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  fs-ExcLog                    PIC X(02) VALUE SPACES.

       77  ws-TimeFile-name             PIC X(12) VALUE "TimeFile".
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-ExcLog-name               PIC X(12) VALUE "ExcLog".

       77  ws-eof-TimeFile              PIC X(01) VALUE 'N'.
           88  sw-eof-TimeFile-Y                  VALUE 'Y'.
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.
       77  ws-eof-ExcLog                PIC X(01) VALUE 'N'.
           88  sw-eof-ExcLog-Y                    VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-time-tbl-max                       VALUE 500.
       78  cte-exc-tbl-max                        VALUE 500.

       01  ws-signon-fields.
           03  ws-super-id              PIC X(08) VALUE SPACES.
               88  sw-decision-reject       VALUES 'R', 'r'.
               88  sw-decision-skip         VALUES 'S', 's'.

       01  ws-exc-controls.
           03  ws-exc-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-exc-sub               PIC 9(03) VALUE ZEROES.
           03  ws-exc-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-exc-overflow-Y              VALUE 'Y'.

       01  ws-exc-table.
           03  ws-exc-entry OCCURS cte-exc-tbl-max TIMES.
               05  ws-ex-code           PIC 9(06).
               05  ws-ex-date           PIC 9(08).
               05  ws-ex-type           PIC X(01).
               05  ws-ex-minutes        PIC 9(04).
               05  ws-ex-shift          PIC X(02).

       01  ws-time-table.
           03  ws-time-record OCCURS cte-time-tbl-max TIMES
                                        PIC X(35).
              STOP RUN
           END-IF

           PERFORM Load-Exception-Log
             THRU Load-Exception-Log-Exit

           PERFORM Review-One-Timesheet
             THRU Review-One-Timesheet-Exit
           VARYING ws-time-sub FROM 1 BY 1
                END-IF
           END-READ.

       Load-Exception-Log.
           MOVE ZEROES TO ws-exc-tbl-count
           MOVE 'N'    TO ws-eof-ExcLog
                          ws-exc-overflow-sw

           OPEN INPUT ExcLog

           IF fs-ExcLog NOT EQUAL "00"
              CLOSE ExcLog
              DISPLAY "No attendance exception log was found."
              GO TO Load-Exception-Log-Exit
           END-IF

           PERFORM Read-One-Exception
             UNTIL sw-eof-ExcLog-Y

           CLOSE ExcLog

           IF sw-exc-overflow-Y
              DISPLAY "*** WARNING: more than [" cte-exc-tbl-max
                      "] attendance exceptions apply. Only the "
                      "first [" cte-exc-tbl-max "] are shown. ***"
           END-IF.
       Load-Exception-Log-Exit.
           EXIT.

       Read-One-Exception.
           READ ExcLog RECORD
             AT END
                SET sw-eof-ExcLog-Y TO TRUE

            NOT AT END
                IF ws-sel-period EQUAL ZEROES
                OR exclog-rec-period EQUAL ws-sel-period
                   IF ws-exc-tbl-count LESS cte-exc-tbl-max
                      ADD cte-01 TO ws-exc-tbl-count
                      MOVE exclog-rec-code
                        TO ws-ex-code    (ws-exc-tbl-count)
                      MOVE exclog-rec-date
                        TO ws-ex-date    (ws-exc-tbl-count)
                      MOVE exclog-rec-type
                        TO ws-ex-type    (ws-exc-tbl-count)
                      MOVE exclog-rec-minutes
                        TO ws-ex-minutes (ws-exc-tbl-count)
                      MOVE exclog-rec-shift
                        TO ws-ex-shift   (ws-exc-tbl-count)
                   ELSE
                      SET sw-exc-overflow-Y TO TRUE
                      SET sw-eof-ExcLog-Y   TO TRUE
                   END-IF
                END-IF
           END-READ.

       Show-One-Exception.
           IF  ws-ex-code (ws-exc-sub) EQUAL ws-tw-code
           AND ws-ex-date (ws-exc-sub) EQUAL ws-tw-work-date
               EVALUATE ws-ex-type (ws-exc-sub)
                   WHEN "L"
                        DISPLAY "  EXCEPTION: arrived ["
                                ws-ex-minutes (ws-exc-sub)
                                "] minutes late for shift ["
                                ws-ex-shift (ws-exc-sub) "]."
                   WHEN "E"
                        DISPLAY "  EXCEPTION: left ["
                                ws-ex-minutes (ws-exc-sub)
                                "] minutes early from shift ["
                                ws-ex-shift (ws-exc-sub) "]."
                   WHEN "U"
                        DISPLAY "  EXCEPTION: punched on a day "
                                "with no roster entry."
                   WHEN OTHER
                        DISPLAY "  EXCEPTION: type ["
                                ws-ex-type (ws-exc-sub) "] logged "
                                "for this day."
               END-EVALUATE
           END-IF.

       Review-One-Timesheet.
           MOVE ws-time-record (ws-time-sub) TO ws-time-work

                   ws-tw-period "] worked [" ws-tw-work-date
                   "]: regular [" ws-tw-regular "] overtime ["
                   ws-tw-overtime "] hours."

           PERFORM Show-One-Exception
           VARYING ws-exc-sub FROM 1 BY 1
             UNTIL ws-exc-sub GREATER ws-exc-tbl-count

           DISPLAY "[A]pprove / [Q]uery / [R]eject / [S]kip: "
              WITH NO ADVANCING
           ACCEPT ws-decision
