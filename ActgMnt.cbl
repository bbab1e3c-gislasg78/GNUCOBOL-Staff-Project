       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActgMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ActgFile ASSIGN TO ws-ActgFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ActgFile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
       FD  ActgFile
           RECORD CONTAINS 54 CHARACTERS.

       01  actg-rec.
           03  actg-rec-code             PIC 9(06) VALUE ZEROES.
           03  actg-rec-seq              PIC 9(02) VALUE ZEROES.
           03  actg-rec-cod-cat          PIC 9(04) VALUE ZEROES.
           03  actg-rec-start-date       PIC 9(08) VALUE ZEROES.
           03  actg-rec-end-date         PIC 9(08) VALUE ZEROES.
           03  actg-rec-allowance        PIC S9(06)V9(02)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.
           03  actg-rec-status           PIC X(01) VALUE "A".
               88  sw-actg-rec-active             VALUE "A".
               88  sw-actg-rec-ended              VALUE "E".
           03  actg-rec-renewed-date     PIC 9(08) VALUE ZEROES.
           03  actg-rec-operator         PIC X(08) VALUE SPACES.

       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  f-IdxFile-rec.
           03  f-IdxFile-rec-cod-employee       PIC 9(06)  VALUE ZEROES.
           03  f-IdxFile-rec-salary-employee    PIC S9(06)V9(02)
                                                    COMP-3
                                                           VALUE ZEROES.
           03  f-IdxFile-rec-name-employee       PIC X(20) VALUE SPACES.
           03  f-IdxFile-rec-hire-date-employee  PIC 9(08) COMP-3
                                                           VALUE ZEROES.
           03  f-IdxFile-rec-status-employee      PIC X(01)
                                                           VALUE "A".
               88  sw-f-IdxFile-rec-status-active           VALUE "A".
               88  sw-f-IdxFile-rec-status-terminated       VALUE "T".
               88  sw-f-IdxFile-rec-status-on-leave         VALUE "L".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-ActgFile                  PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-ActgFile-name             PIC X(12) VALUE "ActgFile".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-ActgFile              PIC X(01) VALUE 'N'.
           88  sw-eof-ActgFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-actg-tbl-max                       VALUE 1000.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-record          VALUE 1.
               88  sw-menu-option-renew           VALUE 2.
               88  sw-menu-option-end             VALUE 3.
               88  sw-menu-option-list            VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-seq               PIC 9(02) VALUE ZEROES.
           03  ws-cap-cod-cat           PIC 9(04) VALUE ZEROES.
           03  ws-cap-operator          PIC X(08) VALUE SPACES.
           03  ws-cap-date.
               05  ws-cap-date-year     PIC 9(04) VALUE ZEROES.
               05  ws-cap-date-mm       PIC 9(02) VALUE ZEROES.
               05  ws-cap-date-dd       PIC 9(02) VALUE ZEROES.
           03  ws-cap-date-num      REDEFINES ws-cap-date
                                        PIC 9(08).
           03  ws-cap-start-date        PIC 9(08) VALUE ZEROES.
           03  ws-cap-end-date          PIC 9(08) VALUE ZEROES.
           03  ws-cap-valid-sw          PIC X(01) VALUE 'N'.
               88  sw-cap-valid-Y                 VALUE 'Y'.
           03  ws-cap-filter            PIC X(01) VALUE SPACE.
               88  sw-cap-filter-all              VALUES 'L', 'l'.

       01  ws-band-fields.
           03  ws-band-cod-cat          PIC 9(04) VALUE ZEROES.
           03  ws-band-as-of-date       PIC 9(08) VALUE ZEROES.
           03  ws-band-pol-min          PIC S9(06)V9(02)
                                         SIGN IS LEADING
                                         SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-band-pol-max          PIC S9(06)V9(02)
                                         SIGN IS LEADING
                                         SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-band-found-sw         PIC X(01) VALUE 'N'.
               88  sw-band-found-Y                VALUE 'Y'.
           03  ws-band-allowance        PIC S9(06)V9(02) VALUE ZEROES.

       01  ws-actg-controls.
           03  ws-actg-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-actg-overflow-Y             VALUE 'Y'.
           03  ws-actg-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-actg-sub              PIC 9(04) VALUE ZEROES.
           03  ws-actg-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-actg-next-seq         PIC 9(02) VALUE ZEROES.
           03  ws-actg-overlap-sw       PIC X(01) VALUE 'N'.
               88  sw-actg-overlap-Y              VALUE 'Y'.

       01  ws-actg-table.
           03  ws-actg-entry OCCURS cte-actg-tbl-max TIMES.
               05  ws-ag-code           PIC 9(06).
               05  ws-ag-seq            PIC 9(02).
               05  ws-ag-cod-cat        PIC 9(04).
               05  ws-ag-start-date     PIC 9(08).
               05  ws-ag-end-date       PIC 9(08).
               05  ws-ag-allowance      PIC S9(06)V9(02).
               05  ws-ag-status         PIC X(01).
               05  ws-ag-renewed-date   PIC 9(08).
               05  ws-ag-operator       PIC X(08).

       01  ws-list-counter              PIC 9(04) VALUE ZEROES.
       01  ws-overdue-counter           PIC 9(04) VALUE ZEROES.

       01  ws-current-date-and-time.
           03  ws-CDT-Date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Acting and temporary assignment allowances."

           MOVE FUNCTION CURRENT-DATE TO ws-current-date-and-time

           PERFORM Load-Assignment-Table
             THRU Load-Assignment-Table-Exit

           IF sw-actg-overflow-Y
              DISPLAY "*** The assignment file holds more than ["
                      cte-actg-tbl-max "] rows. It is left "
                      "untouched: raise the table before "
                      "re-running. ***"
              STOP RUN
           END-IF

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|    Acting Assignments.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record an acting assignment. |"
           DISPLAY "| [2]. Renew or extend one.         |"
           DISPLAY "| [3]. End one early.               |"
           DISPLAY "| [4]. List the assignments.        |"
           DISPLAY "| [5]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-record
                    PERFORM Record-Assignment
                      THRU Record-Assignment-Exit

               WHEN sw-menu-option-renew
                    PERFORM Renew-Assignment
                      THRU Renew-Assignment-Exit

               WHEN sw-menu-option-end
                    PERFORM End-Assignment
                      THRU End-Assignment-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Assignments

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Assignment-Table.
           MOVE ZEROES TO ws-actg-tbl-count
           MOVE 'N'    TO ws-eof-ActgFile

           OPEN INPUT ActgFile

           IF fs-ActgFile NOT EQUAL "00"
              CLOSE ActgFile
              DISPLAY "There is no assignment file yet. A new one "
                      "starts empty."
              GO TO Load-Assignment-Table-Exit
           END-IF

           PERFORM Read-One-Assignment
             UNTIL sw-eof-ActgFile-Y

           CLOSE ActgFile

           DISPLAY "Assignment file loaded with [" ws-actg-tbl-count
                   "] rows.".
       Load-Assignment-Table-Exit.
           EXIT.

       Read-One-Assignment.
           READ ActgFile RECORD
             AT END
                SET sw-eof-ActgFile-Y TO TRUE

            NOT AT END
                IF ws-actg-tbl-count LESS cte-actg-tbl-max
                   ADD cte-01 TO ws-actg-tbl-count
                   MOVE actg-rec-code
                     TO ws-ag-code         (ws-actg-tbl-count)
                   MOVE actg-rec-seq
                     TO ws-ag-seq          (ws-actg-tbl-count)
                   MOVE actg-rec-cod-cat
                     TO ws-ag-cod-cat      (ws-actg-tbl-count)
                   MOVE actg-rec-start-date
                     TO ws-ag-start-date   (ws-actg-tbl-count)
                   MOVE actg-rec-end-date
                     TO ws-ag-end-date     (ws-actg-tbl-count)
                   MOVE actg-rec-allowance
                     TO ws-ag-allowance    (ws-actg-tbl-count)
                   MOVE actg-rec-status
                     TO ws-ag-status       (ws-actg-tbl-count)
                   MOVE actg-rec-renewed-date
                     TO ws-ag-renewed-date (ws-actg-tbl-count)
                   MOVE actg-rec-operator
                     TO ws-ag-operator     (ws-actg-tbl-count)
                ELSE
                   SET sw-actg-overflow-Y TO TRUE
                   SET sw-eof-ActgFile-Y  TO TRUE
                END-IF
           END-READ.

       Record-Assignment.
           DISPLAY "Employee code              : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Covered category code      : " WITH NO ADVANCING
           ACCEPT ws-cap-cod-cat

           DISPLAY "Start date (CCYYMMDD)      : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
              DISPLAY "The start date is not a valid date. Nothing "
                      "recorded."
              GO TO Record-Assignment-Exit
           END-IF

           MOVE ws-cap-date-num TO ws-cap-start-date

           DISPLAY "End date (CCYYMMDD)        : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
              DISPLAY "The end date is not a valid date. Nothing "
                      "recorded."
              GO TO Record-Assignment-Exit
           END-IF

           MOVE ws-cap-date-num TO ws-cap-end-date

           IF ws-cap-end-date LESS ws-cap-start-date
              DISPLAY "The end date is before the start date. "
                      "Nothing recorded."
              GO TO Record-Assignment-Exit
           END-IF

           DISPLAY "Operator                   : " WITH NO ADVANCING
           ACCEPT ws-cap-operator

           DISPLAY "Employee index file        : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Nothing recorded. ***"
              GO TO Record-Assignment-Exit
           END-IF

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD KEY IS f-IdxFile-rec-cod-employee
               INVALID KEY
                  CLOSE IdxFile
                  DISPLAY "Employee [" ws-cap-code "] is not on the "
                          "master file. Nothing recorded."
                  GO TO Record-Assignment-Exit
           END-READ

           CLOSE IdxFile

           IF sw-f-IdxFile-rec-status-terminated
              DISPLAY "Employee [" ws-cap-code "] is terminated. "
                      "Nothing recorded."
              GO TO Record-Assignment-Exit
           END-IF

           IF ws-cap-cod-cat EQUAL f-IdxFile-rec-cod-cat-employee
              DISPLAY "The covered category is the employee's own "
                      "category. Nothing recorded."
              GO TO Record-Assignment-Exit
           END-IF

           MOVE ws-cap-cod-cat    TO ws-band-cod-cat
           MOVE ws-cap-start-date TO ws-band-as-of-date

           CALL "CatBand" USING ws-band-cod-cat
                                ws-band-as-of-date
                                ws-band-pol-min
                                ws-band-pol-max
                                ws-band-found-sw

           IF NOT sw-band-found-Y
              DISPLAY "Category [" ws-cap-cod-cat "] has no policy "
                      "range in force on [" ws-cap-start-date "]. "
                      "Nothing recorded."
              GO TO Record-Assignment-Exit
           END-IF

           COMPUTE ws-band-allowance = ws-band-pol-min
                                     - f-IdxFile-rec-salary-employee

           IF ws-band-allowance NOT GREATER ZEROES
              DISPLAY "[" f-IdxFile-rec-name-employee "] already "
                      "earns [" f-IdxFile-rec-salary-employee "], at "
                      "or above the covered minimum ["
                      ws-band-pol-min "]. No allowance is due and "
                      "nothing was recorded."
              GO TO Record-Assignment-Exit
           END-IF

           PERFORM Check-Assignment-Overlap

           IF sw-actg-overlap-Y
              DISPLAY "Employee [" ws-cap-code "] already has an "
                      "active assignment over those dates. Nothing "
                      "recorded."
              GO TO Record-Assignment-Exit
           END-IF

           IF ws-actg-tbl-count NOT LESS cte-actg-tbl-max
              DISPLAY "*** WARNING: the assignment table is full at ["
                      cte-actg-tbl-max "]. Nothing recorded. ***"
              GO TO Record-Assignment-Exit
           END-IF

           ADD cte-01 TO ws-actg-tbl-count
           MOVE ws-actg-tbl-count TO ws-actg-found-sub

           MOVE ws-cap-code
             TO ws-ag-code (ws-actg-found-sub)
           MOVE ws-actg-next-seq
             TO ws-ag-seq (ws-actg-found-sub)
           MOVE ws-cap-cod-cat
             TO ws-ag-cod-cat (ws-actg-found-sub)
           MOVE ws-cap-start-date
             TO ws-ag-start-date (ws-actg-found-sub)
           MOVE ws-cap-end-date
             TO ws-ag-end-date (ws-actg-found-sub)
           MOVE ws-band-allowance
             TO ws-ag-allowance  (ws-actg-found-sub)
           MOVE "A"
             TO ws-ag-status (ws-actg-found-sub)
           MOVE ZEROES
             TO ws-ag-renewed-date (ws-actg-found-sub)
           MOVE ws-cap-operator
             TO ws-ag-operator (ws-actg-found-sub)

           PERFORM Rewrite-Assignment-File

           DISPLAY "[" f-IdxFile-rec-name-employee "] acts in "
                   "category [" ws-cap-cod-cat "] from ["
                   ws-cap-start-date "] to [" ws-cap-end-date "] "
                   "as assignment [" ws-actg-next-seq "]."
           DISPLAY "Monthly allowance: [" ws-band-allowance "], the "
                   "difference to the covered minimum ["
                   ws-band-pol-min "]. Payroll prorates it by day.".
       Record-Assignment-Exit.
           EXIT.

       Check-Assignment-Overlap.
           MOVE 'N'    TO ws-actg-overlap-sw
           MOVE ZEROES TO ws-actg-next-seq

           PERFORM Check-One-Overlap
           VARYING ws-actg-sub FROM 1 BY 1
             UNTIL ws-actg-sub GREATER ws-actg-tbl-count

           ADD cte-01 TO ws-actg-next-seq.

       Check-One-Overlap.
           IF ws-ag-code (ws-actg-sub) EQUAL ws-cap-code
              IF ws-ag-seq (ws-actg-sub) GREATER ws-actg-next-seq
                 MOVE ws-ag-seq (ws-actg-sub) TO ws-actg-next-seq
              END-IF

              IF  ws-ag-status (ws-actg-sub) EQUAL "A"
              AND ws-ag-start-date (ws-actg-sub)
                  NOT GREATER ws-cap-end-date
              AND ws-ag-end-date (ws-actg-sub)
                  NOT LESS ws-cap-start-date
                  SET sw-actg-overlap-Y TO TRUE
              END-IF
           END-IF.

       Renew-Assignment.
           PERFORM Capture-Assignment-Key
             THRU Capture-Assignment-Key-Exit

           IF ws-actg-found-sub EQUAL ZEROES
              GO TO Renew-Assignment-Exit
           END-IF

           DISPLAY "Current end date: ["
                   ws-ag-end-date (ws-actg-found-sub) "]."
           DISPLAY "New end date (CCYYMMDD)    : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
           OR ws-cap-date-num NOT GREATER
              ws-ag-end-date (ws-actg-found-sub)
              DISPLAY "The new end date must be a valid date after "
                      "the current one. Nothing changed."
              GO TO Renew-Assignment-Exit
           END-IF

           MOVE ws-cap-date-num
             TO ws-ag-end-date (ws-actg-found-sub)
           MOVE ws-CDT-Date
             TO ws-ag-renewed-date (ws-actg-found-sub)

           PERFORM Rewrite-Assignment-File

           DISPLAY "Assignment [" ws-cap-code "/" ws-cap-seq "] now "
                   "runs to [" ws-cap-date-num "].".
       Renew-Assignment-Exit.
           EXIT.

       End-Assignment.
           PERFORM Capture-Assignment-Key
             THRU Capture-Assignment-Key-Exit

           IF ws-actg-found-sub EQUAL ZEROES
              GO TO End-Assignment-Exit
           END-IF

           DISPLAY "Last day acted (CCYYMMDD)  : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
           OR ws-cap-date-num LESS
              ws-ag-start-date (ws-actg-found-sub)
           OR ws-cap-date-num GREATER
              ws-ag-end-date (ws-actg-found-sub)
              DISPLAY "The last day must be a valid date within the "
                      "assignment. Nothing changed."
              GO TO End-Assignment-Exit
           END-IF

           MOVE ws-cap-date-num TO ws-ag-end-date (ws-actg-found-sub)
           MOVE "E"             TO ws-ag-status   (ws-actg-found-sub)

           PERFORM Rewrite-Assignment-File

           DISPLAY "Assignment [" ws-cap-code "/" ws-cap-seq "] "
                   "ended on [" ws-cap-date-num "].".
       End-Assignment-Exit.
           EXIT.

       Capture-Assignment-Key.
           MOVE ZEROES TO ws-actg-found-sub

           DISPLAY "Employee code              : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Assignment number          : " WITH NO ADVANCING
           ACCEPT ws-cap-seq

           PERFORM Match-Assignment-Key
           VARYING ws-actg-sub FROM 1 BY 1
             UNTIL ws-actg-sub GREATER ws-actg-tbl-count
                OR ws-actg-found-sub GREATER ZEROES

           IF ws-actg-found-sub EQUAL ZEROES
              DISPLAY "Assignment [" ws-cap-code "/" ws-cap-seq "] "
                      "was not found. Nothing changed."
              GO TO Capture-Assignment-Key-Exit
           END-IF

           IF ws-ag-status (ws-actg-found-sub) NOT EQUAL "A"
              DISPLAY "Assignment [" ws-cap-code "/" ws-cap-seq "] "
                      "has already ended. Nothing changed."
              MOVE ZEROES TO ws-actg-found-sub
           END-IF.
       Capture-Assignment-Key-Exit.
           EXIT.

       Match-Assignment-Key.
           IF  ws-ag-code (ws-actg-sub) EQUAL ws-cap-code
           AND ws-ag-seq  (ws-actg-sub) EQUAL ws-cap-seq
               MOVE ws-actg-sub TO ws-actg-found-sub
           END-IF.

       Validate-Captured-Date.
           MOVE 'N' TO ws-cap-valid-sw

           CALL "Val_Date" USING ws-cap-date-year
                                 ws-cap-date-mm
                                 ws-cap-date-dd
                                 ws-cap-valid-sw

           IF ws-cap-date-num EQUAL ZEROES
              MOVE 'N' TO ws-cap-valid-sw
           END-IF.

       List-Assignments.
           DISPLAY "[L]ist all or active only (Enter): "
                   WITH NO ADVANCING
           ACCEPT ws-cap-filter

           MOVE ZEROES TO ws-list-counter
                          ws-overdue-counter

           DISPLAY SPACE
           DISPLAY "Employee No Category Start    End      "
                   "Allowance  St Renewed"

           PERFORM List-One-Assignment
           VARYING ws-actg-sub FROM 1 BY 1
             UNTIL ws-actg-sub GREATER ws-actg-tbl-count

           DISPLAY "Assignments listed: [" ws-list-counter "], past "
                   "their end date and not renewed: ["
                   ws-overdue-counter "].".

       List-One-Assignment.
           IF sw-cap-filter-all
           OR ws-ag-status (ws-actg-sub) EQUAL "A"
              ADD cte-01 TO ws-list-counter

              DISPLAY "[" ws-ag-code (ws-actg-sub) "] ["
                      ws-ag-seq (ws-actg-sub) "] ["
                      ws-ag-cod-cat (ws-actg-sub) "] ["
                      ws-ag-start-date (ws-actg-sub) "] ["
                      ws-ag-end-date (ws-actg-sub) "] ["
                      ws-ag-allowance (ws-actg-sub) "] ["
                      ws-ag-status (ws-actg-sub) "] ["
                      ws-ag-renewed-date (ws-actg-sub) "]."

              IF  ws-ag-status (ws-actg-sub) EQUAL "A"
              AND ws-ag-end-date (ws-actg-sub) LESS ws-CDT-Date
                  ADD cte-01 TO ws-overdue-counter
                  DISPLAY "    *** Past its end date and not "
                          "renewed: renew or end it. ***"
              END-IF
           END-IF.

       Rewrite-Assignment-File.
           OPEN OUTPUT ActgFile

           IF fs-ActgFile EQUAL "00" OR fs-ActgFile EQUAL "05"
              PERFORM Write-One-Assignment
              VARYING ws-actg-sub FROM 1 BY 1
                UNTIL ws-actg-sub GREATER ws-actg-tbl-count

              CLOSE ActgFile
           ELSE
              CLOSE ActgFile
              DISPLAY "*** WARNING: the assignment file could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Assignment.
           MOVE ws-ag-code         (ws-actg-sub) TO actg-rec-code
           MOVE ws-ag-seq          (ws-actg-sub) TO actg-rec-seq
           MOVE ws-ag-cod-cat      (ws-actg-sub) TO actg-rec-cod-cat
           MOVE ws-ag-start-date   (ws-actg-sub)
             TO actg-rec-start-date
           MOVE ws-ag-end-date     (ws-actg-sub) TO actg-rec-end-date
           MOVE ws-ag-allowance    (ws-actg-sub) TO actg-rec-allowance
           MOVE ws-ag-status       (ws-actg-sub) TO actg-rec-status
           MOVE ws-ag-renewed-date (ws-actg-sub)
             TO actg-rec-renewed-date
           MOVE ws-ag-operator     (ws-actg-sub) TO actg-rec-operator

           WRITE actg-rec.

       END PROGRAM ActgMnt.
