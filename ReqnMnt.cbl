       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReqnMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ReqnFile ASSIGN TO ws-ReqnFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ReqnFile.

           SELECT OPTIONAL ApplFile ASSIGN TO ws-ApplFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ApplFile.

           SELECT OPTIONAL EstabFile ASSIGN TO ws-EstabFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EstabFile.

           SELECT OPTIONAL CategoryFile ASSIGN TO ws-CategoryFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CategoryFile.

           SELECT OPTIONAL PendTrans ASSIGN TO ws-PendTrans-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PendTrans.

       DATA DIVISION.
       FILE SECTION.
       FD  ReqnFile
           RECORD CONTAINS 54 CHARACTERS.

       01  reqn-rec.
           03  reqn-rec-number           PIC 9(05) VALUE ZEROES.
           03  reqn-rec-cod-cat          PIC 9(04) VALUE ZEROES.
           03  reqn-rec-manager          PIC X(20) VALUE SPACES.
           03  reqn-rec-opened-date      PIC 9(08) VALUE ZEROES.
           03  reqn-rec-target-start     PIC 9(08) VALUE ZEROES.
           03  reqn-rec-status           PIC X(01) VALUE "O".
               88  sw-reqn-rec-open               VALUE "O".
               88  sw-reqn-rec-filled             VALUE "F".
               88  sw-reqn-rec-cancelled          VALUE "C".
           03  reqn-rec-closed-date      PIC 9(08) VALUE ZEROES.

       FD  ApplFile
           RECORD CONTAINS 51 CHARACTERS.

       01  appl-rec.
           03  appl-rec-reqn-number      PIC 9(05) VALUE ZEROES.
           03  appl-rec-seq              PIC 9(03) VALUE ZEROES.
           03  appl-rec-name             PIC X(20) VALUE SPACES.
           03  appl-rec-stage            PIC X(01) VALUE "A".
               88  sw-appl-rec-applied            VALUE "A".
               88  sw-appl-rec-screened           VALUE "S".
               88  sw-appl-rec-interviewed        VALUE "I".
               88  sw-appl-rec-offered            VALUE "O".
               88  sw-appl-rec-hired              VALUE "H".
               88  sw-appl-rec-rejected           VALUE "R".
           03  appl-rec-offered-salary   PIC 9(06)V9(02)
                                                   VALUE ZEROES.
           03  appl-rec-cod-employee     PIC 9(06) VALUE ZEROES.
           03  appl-rec-stage-date       PIC 9(08) VALUE ZEROES.

       FD  EstabFile
           RECORD CONTAINS 8 CHARACTERS.

       01  estab-rec.
           03  estab-rec-cod-cat         PIC 9(04) VALUE ZEROES.
           03  estab-rec-ceiling         PIC 9(04) VALUE ZEROES.

       FD  CategoryFile
           RECORD CONTAINS 42 CHARACTERS.

       01  cat-rec.
           03  cat-rec-cod                 PIC 9(04)      VALUE ZEROES.
           03  cat-rec-name                PIC X(20)      VALUE SPACES.
           03  cat-rec-pol-min             PIC S9(6)V9(2)
                                            SIGN IS LEADING
                                            SEPARATE CHARACTER
                                                           VALUE ZEROES.
           03  cat-rec-pol-max             PIC S9(6)V9(2)
                                            SIGN IS LEADING
                                            SEPARATE CHARACTER
                                                           VALUE ZEROES.

       FD  PendTrans
           RECORD CONTAINS 75 CHARACTERS.

       01  pendtrans-rec.
           03  pendtrans-rec-eff-date          PIC 9(08)  VALUE ZEROES.
           03  pendtrans-rec-size              PIC 9(02)  VALUE ZEROES.
           03  pendtrans-rec-data              PIC X(57)  VALUE SPACES.
           03  pendtrans-rec-operator          PIC X(08)  VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-ReqnFile                  PIC X(02) VALUE SPACES.
       77  fs-ApplFile                  PIC X(02) VALUE SPACES.
       77  fs-EstabFile                 PIC X(02) VALUE SPACES.
       77  fs-CategoryFile              PIC X(02) VALUE SPACES.
       77  fs-PendTrans                 PIC X(02) VALUE SPACES.

       77  ws-ReqnFile-name             PIC X(12) VALUE "ReqnFile".
       77  ws-ApplFile-name             PIC X(12) VALUE "ApplFile".
       77  ws-EstabFile-name            PIC X(12) VALUE "EstabFile".
       77  ws-CategoryFile-name         PIC X(12)
                                                  VALUE "CategoryFile".
       77  ws-PendTrans-name            PIC X(12) VALUE "PendTrans".

       77  ws-eof-ReqnFile              PIC X(01) VALUE 'N'.
           88  sw-eof-ReqnFile-Y                  VALUE 'Y'.
       77  ws-eof-ApplFile              PIC X(01) VALUE 'N'.
           88  sw-eof-ApplFile-Y                  VALUE 'Y'.
       77  ws-eof-EstabFile             PIC X(01) VALUE 'N'.
           88  sw-eof-EstabFile-Y                 VALUE 'Y'.
       77  ws-eof-CategoryFile          PIC X(01) VALUE 'N'.
           88  sw-eof-CategoryFile-Y              VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-hire-trans-size                    VALUE 57.
       78  cte-reqn-tbl-max                       VALUE 500.
       78  cte-appl-tbl-max                       VALUE 2000.
       78  cte-estab-tbl-max                      VALUE 500.
       78  cte-stuck-days                         VALUE 60.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-open            VALUE 1.
               88  sw-menu-option-cancel          VALUE 2.
               88  sw-menu-option-applicant       VALUE 3.
               88  sw-menu-option-stage           VALUE 4.
               88  sw-menu-option-list            VALUE 5.
               88  sw-menu-option-fill            VALUE 6.
               88  sw-menu-option-exit            VALUE 7.

       01  ws-capture-fields.
           03  ws-cap-number            PIC 9(05) VALUE ZEROES.
           03  ws-cap-cod-cat           PIC 9(04) VALUE ZEROES.
           03  ws-cap-manager           PIC X(20) VALUE SPACES.
           03  ws-cap-target-start.
               05  ws-cap-target-year   PIC 9(04) VALUE ZEROES.
               05  ws-cap-target-month  PIC 9(02) VALUE ZEROES.
               05  ws-cap-target-day    PIC 9(02) VALUE ZEROES.
           03  ws-cap-target-start-num REDEFINES ws-cap-target-start
                                        PIC 9(08).
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.
           03  ws-cap-seq               PIC 9(03) VALUE ZEROES.
           03  ws-cap-name              PIC X(20) VALUE SPACES.
           03  ws-cap-stage             PIC X(01) VALUE SPACE.
               88  sw-cap-stage-valid             VALUE "A" "S" "I"
                                                        "O" "H" "R".
               88  sw-cap-stage-hired             VALUE "H".
           03  ws-cap-salary            PIC 9(06)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-cod-employee      PIC 9(06) VALUE ZEROES.
           03  ws-cap-check-valid-sw    PIC X(01) VALUE 'N'.
               88  sw-cap-check-valid-Y           VALUE 'Y'.
           03  ws-cap-confirm           PIC X(01) VALUE SPACE.
               88  sw-cap-confirm-Y               VALUE "Y" "y".

       01  ws-codealc-fields.
           03  ws-codealc-function      PIC X(01) VALUE "A".
           03  ws-codealc-company       PIC X(03) VALUE SPACES.
           03  ws-codealc-IdxFile-name  PIC X(12) VALUE "IdxFile".
           03  ws-codealc-source        PIC X(08) VALUE "REQNMNT".
           03  ws-codealc-code          PIC 9(06) VALUE ZEROES.
           03  ws-codealc-result        PIC X(01) VALUE 'N'.
               88  sw-codealc-result-Y            VALUE 'Y'.

       01  ws-today                     PIC 9(08) VALUE ZEROES.

       01  ws-reqn-controls.
           03  ws-reqn-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-reqn-sub              PIC 9(03) VALUE ZEROES.
           03  ws-reqn-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-reqn-last-number      PIC 9(05) VALUE ZEROES.
           03  ws-reqn-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-reqn-overflow-Y             VALUE 'Y'.

       01  ws-reqn-table.
           03  ws-reqn-entry OCCURS cte-reqn-tbl-max TIMES.
               05  ws-reqn-number       PIC 9(05).
               05  ws-reqn-cod-cat      PIC 9(04).
               05  ws-reqn-manager      PIC X(20).
               05  ws-reqn-opened-date  PIC 9(08).
               05  ws-reqn-target-start PIC 9(08).
               05  ws-reqn-status       PIC X(01).
               05  ws-reqn-closed-date  PIC 9(08).

       01  ws-appl-controls.
           03  ws-appl-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-appl-sub              PIC 9(04) VALUE ZEROES.
           03  ws-appl-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-appl-last-seq         PIC 9(03) VALUE ZEROES.
           03  ws-appl-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-appl-overflow-Y             VALUE 'Y'.

       01  ws-appl-table.
           03  ws-appl-entry OCCURS cte-appl-tbl-max TIMES.
               05  ws-appl-reqn-number  PIC 9(05).
               05  ws-appl-seq          PIC 9(03).
               05  ws-appl-name         PIC X(20).
               05  ws-appl-stage        PIC X(01).
               05  ws-appl-salary       PIC 9(06)V9(02).
               05  ws-appl-cod-employee PIC 9(06).
               05  ws-appl-stage-date   PIC 9(08).

       01  ws-estab-controls.
           03  ws-estab-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-estab-sub             PIC 9(03) VALUE ZEROES.
           03  ws-estab-found-sub       PIC 9(03) VALUE ZEROES.

       01  ws-estab-table.
           03  ws-estab-entry OCCURS cte-estab-tbl-max TIMES.
               05  ws-est-cod-cat       PIC 9(04).
               05  ws-est-ceiling       PIC 9(04).
               05  ws-est-name          PIC X(20).
               05  ws-est-pol-min       PIC S9(06)V9(02).
               05  ws-est-pol-max       PIC S9(06)V9(02).
               05  ws-est-open-reqns    PIC 9(04).
               05  ws-est-filled-reqns  PIC 9(04).
               05  ws-est-fill-days     PIC 9(07).
               05  ws-est-oldest-open   PIC 9(05).
               05  ws-est-cancelled     PIC 9(04).

       01  ws-hire-trans.
           03  ws-hire-type             PIC X(02) VALUE "HI".
           03  ws-hire-cod-employee     PIC 9(06) VALUE ZEROES.
           03  ws-hire-name             PIC X(20) VALUE SPACES.
           03  ws-hire-salary           PIC S9(06)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-hire-date             PIC 9(08) VALUE ZEROES.
           03  ws-hire-cat              PIC 9(04) VALUE ZEROES.
           03  ws-hire-eff-date         PIC 9(08) VALUE ZEROES.

       01  ws-report-fields.
           03  ws-days-open             PIC 9(05) VALUE ZEROES.
           03  ws-days-from-date        PIC 9(08) VALUE ZEROES.
           03  ws-days-to-date          PIC 9(08) VALUE ZEROES.
           03  ws-avg-fill-days         PIC 9(05) VALUE ZEROES.
           03  ws-open-on-cat           PIC 9(04) VALUE ZEROES.
           03  ws-list-counter          PIC 9(04) VALUE ZEROES.
           03  ws-total-open            PIC 9(04) VALUE ZEROES.
           03  ws-total-filled          PIC 9(04) VALUE ZEROES.
           03  ws-total-fill-days       PIC 9(08) VALUE ZEROES.
           03  ws-stuck-sw              PIC X(01) VALUE 'N'.
               88  sw-stuck-Y                     VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Recruitment requisitions and applicants."

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Load-Requisition-Table
              THRU Load-Requisition-Table-Exit

           PERFORM Load-Applicant-Table
              THRU Load-Applicant-Table-Exit

           IF sw-reqn-overflow-Y OR sw-appl-overflow-Y
              DISPLAY "*** The requisition or applicant file holds "
                      "more entries than the tables allow. The files "
                      "are left untouched: raise the tables before "
                      "re-running. ***"
              STOP RUN
           END-IF

           PERFORM Load-Establishment-Table
              THRU Load-Establishment-Table-Exit

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Recruitment Requisitions.     |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Open a requisition.          |"
           DISPLAY "| [2]. Cancel a requisition.        |"
           DISPLAY "| [3]. Add an applicant.            |"
           DISPLAY "| [4]. Move an applicant's stage.   |"
           DISPLAY "| [5]. List requisitions.           |"
           DISPLAY "| [6]. Time-to-fill report.         |"
           DISPLAY "| [7]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-open
                    PERFORM Open-Requisition
                       THRU Open-Requisition-Exit

               WHEN sw-menu-option-cancel
                    PERFORM Cancel-Requisition
                       THRU Cancel-Requisition-Exit

               WHEN sw-menu-option-applicant
                    PERFORM Add-Applicant
                       THRU Add-Applicant-Exit

               WHEN sw-menu-option-stage
                    PERFORM Move-Applicant-Stage
                       THRU Move-Applicant-Stage-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Requisitions
                       THRU List-Requisitions-Exit

               WHEN sw-menu-option-fill
                    PERFORM Report-Time-To-Fill
                       THRU Report-Time-To-Fill-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Open-Requisition.
           DISPLAY "Category code              : " WITH NO ADVANCING
           ACCEPT ws-cap-cod-cat

           DISPLAY "Requesting manager         : " WITH NO ADVANCING
           ACCEPT ws-cap-manager

           DISPLAY "Target start (CCYYMMDD)    : " WITH NO ADVANCING
           ACCEPT ws-cap-target-start

           IF ws-cap-cod-cat EQUAL ZEROES
           OR ws-cap-manager EQUAL SPACES
              DISPLAY "The category and manager must be entered. "
                      "Nothing was recorded."
              GO TO Open-Requisition-Exit
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-target-year
                                 ws-cap-target-month
                                 ws-cap-target-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
              DISPLAY "The target start [" ws-cap-target-start "] is "
                      "not a valid calendar date. Nothing was "
                      "recorded."
              GO TO Open-Requisition-Exit
           END-IF

           PERFORM Find-Establishment-Entry

           IF ws-estab-found-sub EQUAL ZEROES
              DISPLAY "*** Category [" ws-cap-cod-cat "] is not on "
                      "the establishment. A requisition needs an "
                      "authorized position. Nothing recorded. ***"
              GO TO Open-Requisition-Exit
           END-IF

           MOVE ZEROES TO ws-open-on-cat

           PERFORM Count-Open-On-Category
           VARYING ws-reqn-sub FROM 1 BY 1
             UNTIL ws-reqn-sub GREATER ws-reqn-tbl-count

           IF ws-open-on-cat NOT LESS
              ws-est-ceiling (ws-estab-found-sub)
              DISPLAY "*** Category [" ws-cap-cod-cat "] already has ["
                      ws-open-on-cat "] open requisitions against a "
                      "ceiling of [" ws-est-ceiling (ws-estab-found-sub)
                      "]. Nothing recorded. ***"
              GO TO Open-Requisition-Exit
           END-IF

           IF ws-reqn-tbl-count NOT LESS cte-reqn-tbl-max
              DISPLAY "*** WARNING: the requisition table is full at ["
                      cte-reqn-tbl-max "]. Nothing was recorded. ***"
              GO TO Open-Requisition-Exit
           END-IF

           ADD cte-01 TO ws-reqn-tbl-count
                         ws-reqn-last-number
           MOVE ws-reqn-last-number
             TO ws-reqn-number       (ws-reqn-tbl-count)
           MOVE ws-cap-cod-cat
             TO ws-reqn-cod-cat      (ws-reqn-tbl-count)
           MOVE ws-cap-manager
             TO ws-reqn-manager      (ws-reqn-tbl-count)
           MOVE ws-today
             TO ws-reqn-opened-date  (ws-reqn-tbl-count)
           MOVE ws-cap-target-start-num
             TO ws-reqn-target-start (ws-reqn-tbl-count)
           MOVE "O"
             TO ws-reqn-status       (ws-reqn-tbl-count)
           MOVE ZEROES
             TO ws-reqn-closed-date  (ws-reqn-tbl-count)

           PERFORM Rewrite-Requisition-File
              THRU Rewrite-Requisition-File-Exit

           DISPLAY "Requisition [" ws-reqn-last-number "] was opened "
                   "for category [" ws-cap-cod-cat "].".
       Open-Requisition-Exit.
           EXIT.

       Count-Open-On-Category.
           IF  ws-reqn-cod-cat (ws-reqn-sub) EQUAL ws-cap-cod-cat
           AND ws-reqn-status  (ws-reqn-sub) EQUAL "O"
               ADD cte-01 TO ws-open-on-cat
           END-IF.

       Cancel-Requisition.
           DISPLAY "Requisition number         : " WITH NO ADVANCING
           ACCEPT ws-cap-number

           PERFORM Find-Requisition-Entry

           IF ws-reqn-found-sub EQUAL ZEROES
              DISPLAY "Requisition [" ws-cap-number "] is not on "
                      "file."
              GO TO Cancel-Requisition-Exit
           END-IF

           IF ws-reqn-status (ws-reqn-found-sub) NOT EQUAL "O"
              DISPLAY "Requisition [" ws-cap-number "] is not open. "
                      "Nothing was changed."
              GO TO Cancel-Requisition-Exit
           END-IF

           MOVE "C"      TO ws-reqn-status      (ws-reqn-found-sub)
           MOVE ws-today TO ws-reqn-closed-date (ws-reqn-found-sub)

           PERFORM Rewrite-Requisition-File
              THRU Rewrite-Requisition-File-Exit

           DISPLAY "Requisition [" ws-cap-number "] was cancelled.".
       Cancel-Requisition-Exit.
           EXIT.

       Add-Applicant.
           DISPLAY "Requisition number         : " WITH NO ADVANCING
           ACCEPT ws-cap-number

           DISPLAY "Applicant name             : " WITH NO ADVANCING
           ACCEPT ws-cap-name

           PERFORM Find-Requisition-Entry

           IF ws-reqn-found-sub EQUAL ZEROES
              DISPLAY "Requisition [" ws-cap-number "] is not on "
                      "file. Nothing was recorded."
              GO TO Add-Applicant-Exit
           END-IF

           IF ws-reqn-status (ws-reqn-found-sub) NOT EQUAL "O"
              DISPLAY "Requisition [" ws-cap-number "] is not open. "
                      "Nothing was recorded."
              GO TO Add-Applicant-Exit
           END-IF

           IF ws-cap-name EQUAL SPACES
              DISPLAY "The applicant name must be entered. Nothing "
                      "was recorded."
              GO TO Add-Applicant-Exit
           END-IF

           IF ws-appl-tbl-count NOT LESS cte-appl-tbl-max
              DISPLAY "*** WARNING: the applicant table is full at ["
                      cte-appl-tbl-max "]. Nothing was recorded. ***"
              GO TO Add-Applicant-Exit
           END-IF

           MOVE ZEROES TO ws-appl-last-seq

           PERFORM Note-Last-Applicant-Seq
           VARYING ws-appl-sub FROM 1 BY 1
             UNTIL ws-appl-sub GREATER ws-appl-tbl-count

           ADD cte-01 TO ws-appl-tbl-count
                         ws-appl-last-seq
           MOVE ws-cap-number
             TO ws-appl-reqn-number  (ws-appl-tbl-count)
           MOVE ws-appl-last-seq
             TO ws-appl-seq          (ws-appl-tbl-count)
           MOVE ws-cap-name
             TO ws-appl-name         (ws-appl-tbl-count)
           MOVE "A"
             TO ws-appl-stage        (ws-appl-tbl-count)
           MOVE ZEROES
             TO ws-appl-salary       (ws-appl-tbl-count)
                ws-appl-cod-employee (ws-appl-tbl-count)
           MOVE ws-today
             TO ws-appl-stage-date   (ws-appl-tbl-count)

           PERFORM Rewrite-Applicant-File
              THRU Rewrite-Applicant-File-Exit

           DISPLAY "Applicant [" ws-appl-last-seq "] was added to "
                   "requisition [" ws-cap-number "].".
       Add-Applicant-Exit.
           EXIT.

       Note-Last-Applicant-Seq.
           IF  ws-appl-reqn-number (ws-appl-sub) EQUAL ws-cap-number
           AND ws-appl-seq (ws-appl-sub) GREATER ws-appl-last-seq
               MOVE ws-appl-seq (ws-appl-sub) TO ws-appl-last-seq
           END-IF.

       Move-Applicant-Stage.
           DISPLAY "Requisition number         : " WITH NO ADVANCING
           ACCEPT ws-cap-number

           DISPLAY "Applicant number           : " WITH NO ADVANCING
           ACCEPT ws-cap-seq

           PERFORM Find-Requisition-Entry

           IF ws-reqn-found-sub EQUAL ZEROES
              DISPLAY "Requisition [" ws-cap-number "] is not on "
                      "file. Nothing was changed."
              GO TO Move-Applicant-Stage-Exit
           END-IF

           MOVE ZEROES TO ws-appl-found-sub

           PERFORM Match-Applicant-Entry
           VARYING ws-appl-sub FROM 1 BY 1
             UNTIL ws-appl-sub GREATER ws-appl-tbl-count
                OR ws-appl-found-sub GREATER ZEROES

           IF ws-appl-found-sub EQUAL ZEROES
              DISPLAY "Applicant [" ws-cap-seq "] is not on "
                      "requisition [" ws-cap-number "]. Nothing was "
                      "changed."
              GO TO Move-Applicant-Stage-Exit
           END-IF

           IF ws-appl-stage (ws-appl-found-sub) EQUAL "H"
              DISPLAY "Applicant [" ws-appl-name (ws-appl-found-sub)
                      "] is already hired. Nothing was changed."
              GO TO Move-Applicant-Stage-Exit
           END-IF

           DISPLAY "Applicant [" ws-appl-name (ws-appl-found-sub)
                   "] is at stage [" ws-appl-stage (ws-appl-found-sub)
                   "]."
           DISPLAY "New stage (A/S/I/O/H/R)    : " WITH NO ADVANCING
           ACCEPT ws-cap-stage

           IF NOT sw-cap-stage-valid
              DISPLAY "Unrecognized stage [" ws-cap-stage "]. Nothing "
                      "was changed."
              GO TO Move-Applicant-Stage-Exit
           END-IF

           IF ws-cap-stage EQUAL "O" OR sw-cap-stage-hired
              DISPLAY "Offered salary             : "
                 WITH NO ADVANCING
              ACCEPT ws-cap-salary

              IF ws-cap-salary EQUAL ZEROES
                 MOVE ws-appl-salary (ws-appl-found-sub)
                   TO ws-cap-salary
              END-IF

              IF ws-cap-salary EQUAL ZEROES
                 DISPLAY "An offer needs a salary. Nothing was "
                         "changed."
                 GO TO Move-Applicant-Stage-Exit
              END-IF

              MOVE ws-reqn-cod-cat (ws-reqn-found-sub)
                TO ws-cap-cod-cat
              PERFORM Find-Establishment-Entry

              IF  ws-estab-found-sub GREATER ZEROES
              AND ws-est-pol-max (ws-estab-found-sub) GREATER ZEROES
              AND (ws-cap-salary LESS
                   ws-est-pol-min (ws-estab-found-sub)
               OR  ws-cap-salary GREATER
                   ws-est-pol-max (ws-estab-found-sub))
                  DISPLAY "*** WARNING: the offer [" ws-cap-salary
                          "] is outside the category policy range ["
                          ws-est-pol-min (ws-estab-found-sub) "] to ["
                          ws-est-pol-max (ws-estab-found-sub)
                          "]. ***"
              END-IF

              MOVE ws-cap-salary TO ws-appl-salary (ws-appl-found-sub)
           END-IF

           IF sw-cap-stage-hired
              PERFORM Hire-Applicant
                 THRU Hire-Applicant-Exit
              GO TO Move-Applicant-Stage-Exit
           END-IF

           MOVE ws-cap-stage TO ws-appl-stage      (ws-appl-found-sub)
           MOVE ws-today     TO ws-appl-stage-date (ws-appl-found-sub)

           PERFORM Rewrite-Applicant-File
              THRU Rewrite-Applicant-File-Exit

           DISPLAY "Applicant [" ws-appl-name (ws-appl-found-sub)
                   "] moved to stage [" ws-cap-stage "].".
       Move-Applicant-Stage-Exit.
           EXIT.

       Match-Applicant-Entry.
           IF  ws-appl-reqn-number (ws-appl-sub) EQUAL ws-cap-number
           AND ws-appl-seq         (ws-appl-sub) EQUAL ws-cap-seq
               MOVE ws-appl-sub TO ws-appl-found-sub
           END-IF.

       Hire-Applicant.
           IF ws-reqn-status (ws-reqn-found-sub) NOT EQUAL "O"
              DISPLAY "Requisition [" ws-cap-number "] is not open. "
                      "The applicant cannot be hired against it."
              GO TO Hire-Applicant-Exit
           END-IF

           DISPLAY "Company code (blank = single-company file "
                   "set): " WITH NO ADVANCING
           ACCEPT ws-codealc-company

           MOVE SPACES TO ws-codealc-IdxFile-name
           IF ws-codealc-company EQUAL SPACES
              MOVE "IdxFile" TO ws-codealc-IdxFile-name
           ELSE
              STRING ws-codealc-company "IdxFile" DELIMITED BY SIZE
                INTO ws-codealc-IdxFile-name
              END-STRING
           END-IF

           DISPLAY "New employee code (zeroes = next from the code "
                   "allocator): " WITH NO ADVANCING
           ACCEPT ws-cap-cod-employee

      *    A keyed code must be one the code allocator has already
      *    issued to the company, as in the master file maintenance.
           IF ws-cap-cod-employee NOT EQUAL ZEROES
              MOVE 'N' TO ws-cap-check-valid-sw
              CALL "ChkDig" USING ws-cap-cod-employee
                                  ws-cap-check-valid-sw

              IF NOT sw-cap-check-valid-Y
                 DISPLAY "The code [" ws-cap-cod-employee "] does "
                         "not carry a valid check digit. Nothing "
                         "was changed."
                 GO TO Hire-Applicant-Exit
              END-IF

              MOVE "V"                 TO ws-codealc-function
              MOVE ws-cap-cod-employee TO ws-codealc-code
              CALL "CodeAlc" USING ws-codealc-function
                                   ws-codealc-company
                                   ws-codealc-IdxFile-name
                                   ws-codealc-source
                                   ws-codealc-code
                                   ws-codealc-result

              IF NOT sw-codealc-result-Y
                 DISPLAY "The code [" ws-cap-cod-employee "] was "
                         "not issued by the code allocator to "
                         "company [" ws-codealc-company "]. "
                         "Nothing was changed."
                 GO TO Hire-Applicant-Exit
              END-IF
           END-IF

           MOVE ws-cap-cod-employee     TO ws-hire-cod-employee
           MOVE ws-appl-name (ws-appl-found-sub)
                                        TO ws-hire-name
           MOVE ws-cap-salary           TO ws-hire-salary
           MOVE ws-reqn-cod-cat (ws-reqn-found-sub)
                                        TO ws-hire-cat
           MOVE ws-reqn-target-start (ws-reqn-found-sub)
                                        TO ws-hire-date

           IF ws-hire-date LESS ws-today
              MOVE ws-today TO ws-hire-date
           END-IF

           MOVE ws-hire-date            TO ws-hire-eff-date

           DISPLAY "Hire [" ws-hire-name "] as [" ws-hire-cod-employee
                   "] in category [" ws-hire-cat "] from ["
                   ws-hire-date "] at [" ws-hire-salary "] (Y/N)? "
              WITH NO ADVANCING
           ACCEPT ws-cap-confirm

           IF NOT sw-cap-confirm-Y
              DISPLAY "The hire was not confirmed. Nothing was "
                      "changed."
              GO TO Hire-Applicant-Exit
           END-IF

      *    The code is drawn only once the hire is confirmed, so an
      *    abandoned hire leaves no unused code on the code log.
           IF ws-cap-cod-employee EQUAL ZEROES
              MOVE "A"    TO ws-codealc-function
              MOVE ZEROES TO ws-codealc-code
              CALL "CodeAlc" USING ws-codealc-function
                                   ws-codealc-company
                                   ws-codealc-IdxFile-name
                                   ws-codealc-source
                                   ws-codealc-code
                                   ws-codealc-result

              IF NOT sw-codealc-result-Y
                 DISPLAY "*** The code allocator issued no code for "
                         "company [" ws-codealc-company "]. The "
                         "applicant was NOT hired. ***"
                 GO TO Hire-Applicant-Exit
              END-IF

              MOVE ws-codealc-code TO ws-cap-cod-employee
                                      ws-hire-cod-employee
              DISPLAY "The code allocator issued employee code ["
                      ws-codealc-code "]."
           END-IF

           OPEN EXTEND PendTrans

           IF fs-PendTrans NOT EQUAL "00" AND
              fs-PendTrans NOT EQUAL "05"
              CLOSE PendTrans
              DISPLAY "*** WARNING: the pending transactions file "
                      "could not be opened. The applicant was NOT "
                      "hired. ***"
              GO TO Hire-Applicant-Exit
           END-IF

           MOVE ws-hire-eff-date    TO pendtrans-rec-eff-date
           MOVE cte-hire-trans-size TO pendtrans-rec-size
           MOVE ws-hire-trans       TO pendtrans-rec-data
           MOVE "REQNMNT"           TO pendtrans-rec-operator

           WRITE pendtrans-rec

           CLOSE PendTrans

           MOVE "H"      TO ws-appl-stage      (ws-appl-found-sub)
           MOVE ws-today TO ws-appl-stage-date (ws-appl-found-sub)
           MOVE ws-cap-cod-employee
             TO ws-appl-cod-employee (ws-appl-found-sub)

           MOVE "F"      TO ws-reqn-status      (ws-reqn-found-sub)
           MOVE ws-today TO ws-reqn-closed-date (ws-reqn-found-sub)

           PERFORM Rewrite-Applicant-File
              THRU Rewrite-Applicant-File-Exit

           PERFORM Rewrite-Requisition-File
              THRU Rewrite-Requisition-File-Exit

           DISPLAY "The hire transaction for employee ["
                   ws-hire-cod-employee "] was placed on the pending "
                   "queue effective [" ws-hire-eff-date "] for the "
                   "nightly applier. Requisition [" ws-cap-number
                   "] is filled.".
       Hire-Applicant-Exit.
           EXIT.

       List-Requisitions.
           IF ws-reqn-tbl-count EQUAL ZEROES
              DISPLAY "There are no requisitions on file."
              GO TO List-Requisitions-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Reqn  Cat  Manager              Opened   "
                   "Target   St Closed"

           PERFORM List-One-Requisition
           VARYING ws-reqn-sub FROM 1 BY 1
             UNTIL ws-reqn-sub GREATER ws-reqn-tbl-count.
       List-Requisitions-Exit.
           EXIT.

       List-One-Requisition.
           DISPLAY "[" ws-reqn-number (ws-reqn-sub) "] ["
                   ws-reqn-cod-cat (ws-reqn-sub) "] ["
                   ws-reqn-manager (ws-reqn-sub) "] ["
                   ws-reqn-opened-date (ws-reqn-sub) "] ["
                   ws-reqn-target-start (ws-reqn-sub) "] ["
                   ws-reqn-status (ws-reqn-sub) "] ["
                   ws-reqn-closed-date (ws-reqn-sub) "]"

           MOVE ws-reqn-number (ws-reqn-sub) TO ws-cap-number

           PERFORM List-One-Applicant
           VARYING ws-appl-sub FROM 1 BY 1
             UNTIL ws-appl-sub GREATER ws-appl-tbl-count.

       List-One-Applicant.
           IF ws-appl-reqn-number (ws-appl-sub) EQUAL ws-cap-number
              DISPLAY "    applicant [" ws-appl-seq (ws-appl-sub)
                      "] [" ws-appl-name (ws-appl-sub) "] stage ["
                      ws-appl-stage (ws-appl-sub) "] since ["
                      ws-appl-stage-date (ws-appl-sub) "] offer ["
                      ws-appl-salary (ws-appl-sub) "]"
           END-IF.

       Report-Time-To-Fill.
           IF ws-reqn-tbl-count EQUAL ZEROES
              DISPLAY "There are no requisitions on file."
              GO TO Report-Time-To-Fill-Exit
           END-IF

           PERFORM Clear-Fill-Totals
           VARYING ws-estab-sub FROM 1 BY 1
             UNTIL ws-estab-sub GREATER ws-estab-tbl-count

           PERFORM Tally-One-Requisition
           VARYING ws-reqn-sub FROM 1 BY 1
             UNTIL ws-reqn-sub GREATER ws-reqn-tbl-count

           MOVE ZEROES TO ws-total-open
                          ws-total-filled
                          ws-total-fill-days

           DISPLAY SPACE
           DISPLAY "Time to fill by category (days)."
           DISPLAY "Cat  Name                 Filled AvgDays "
                   "Open OldestOpen Cancelled"

           PERFORM Print-One-Fill-Line
           VARYING ws-estab-sub FROM 1 BY 1
             UNTIL ws-estab-sub GREATER ws-estab-tbl-count

           IF ws-total-filled GREATER ZEROES
              DIVIDE ws-total-fill-days BY ws-total-filled
                 GIVING ws-avg-fill-days ROUNDED
           ELSE
              MOVE ZEROES TO ws-avg-fill-days
           END-IF

           DISPLAY "Filled total [" ws-total-filled "] average days ["
                   ws-avg-fill-days "], still open ["
                   ws-total-open "].".
       Report-Time-To-Fill-Exit.
           EXIT.

       Clear-Fill-Totals.
           MOVE ZEROES TO ws-est-open-reqns   (ws-estab-sub)
                          ws-est-filled-reqns (ws-estab-sub)
                          ws-est-fill-days    (ws-estab-sub)
                          ws-est-oldest-open  (ws-estab-sub)
                          ws-est-cancelled    (ws-estab-sub).

       Tally-One-Requisition.
           MOVE ws-reqn-cod-cat (ws-reqn-sub) TO ws-cap-cod-cat
           PERFORM Find-Establishment-Entry

           IF ws-estab-found-sub EQUAL ZEROES
              DISPLAY "*** Requisition [" ws-reqn-number (ws-reqn-sub)
                      "] is for category [" ws-cap-cod-cat "], which "
                      "is no longer on the establishment. ***"
           ELSE
              EVALUATE ws-reqn-status (ws-reqn-sub)
                  WHEN "F"
                       MOVE ws-reqn-closed-date (ws-reqn-sub)
                         TO ws-days-to-date
                       PERFORM Compute-Days-Open
                       ADD cte-01
                        TO ws-est-filled-reqns (ws-estab-found-sub)
                       ADD ws-days-open
                        TO ws-est-fill-days    (ws-estab-found-sub)

                  WHEN "O"
                       MOVE ws-today TO ws-days-to-date
                       PERFORM Compute-Days-Open
                       ADD cte-01
                        TO ws-est-open-reqns (ws-estab-found-sub)
                       IF ws-days-open GREATER
                          ws-est-oldest-open (ws-estab-found-sub)
                          MOVE ws-days-open
                            TO ws-est-oldest-open (ws-estab-found-sub)
                       END-IF

                  WHEN OTHER
                       ADD cte-01
                        TO ws-est-cancelled (ws-estab-found-sub)
              END-EVALUATE
           END-IF.

       Compute-Days-Open.
           MOVE ws-reqn-opened-date (ws-reqn-sub) TO ws-days-from-date

           COMPUTE ws-days-open =
                   INTEGER-OF-DATE(ws-days-to-date)
                 - INTEGER-OF-DATE(ws-days-from-date).

       Print-One-Fill-Line.
           IF  ws-est-filled-reqns (ws-estab-sub) EQUAL ZEROES
           AND ws-est-open-reqns   (ws-estab-sub) EQUAL ZEROES
           AND ws-est-cancelled    (ws-estab-sub) EQUAL ZEROES
               CONTINUE
           ELSE
              IF ws-est-filled-reqns (ws-estab-sub) GREATER ZEROES
                 DIVIDE ws-est-fill-days (ws-estab-sub)
                     BY ws-est-filled-reqns (ws-estab-sub)
                 GIVING ws-avg-fill-days ROUNDED
              ELSE
                 MOVE ZEROES TO ws-avg-fill-days
              END-IF

              IF ws-est-oldest-open (ws-estab-sub) GREATER
                 cte-stuck-days
                 SET sw-stuck-Y TO TRUE
              ELSE
                 MOVE 'N' TO ws-stuck-sw
              END-IF

              DISPLAY "[" ws-est-cod-cat (ws-estab-sub) "] ["
                      ws-est-name (ws-estab-sub) "] ["
                      ws-est-filled-reqns (ws-estab-sub) "] ["
                      ws-avg-fill-days "] ["
                      ws-est-open-reqns (ws-estab-sub) "] ["
                      ws-est-oldest-open (ws-estab-sub) "] ["
                      ws-est-cancelled (ws-estab-sub) "]"

              IF sw-stuck-Y
                 DISPLAY "    *** STUCK: a requisition has been open "
                         "more than [" cte-stuck-days "] days. ***"
              END-IF

              ADD ws-est-open-reqns   (ws-estab-sub) TO ws-total-open
              ADD ws-est-filled-reqns (ws-estab-sub) TO ws-total-filled
              ADD ws-est-fill-days    (ws-estab-sub)
               TO ws-total-fill-days
           END-IF.

       Find-Requisition-Entry.
           MOVE ZEROES TO ws-reqn-found-sub

           PERFORM Match-Requisition-Entry
           VARYING ws-reqn-sub FROM 1 BY 1
             UNTIL ws-reqn-sub GREATER ws-reqn-tbl-count
                OR ws-reqn-found-sub GREATER ZEROES.

       Match-Requisition-Entry.
           IF ws-reqn-number (ws-reqn-sub) EQUAL ws-cap-number
              MOVE ws-reqn-sub TO ws-reqn-found-sub
           END-IF.

       Find-Establishment-Entry.
           MOVE ZEROES TO ws-estab-found-sub

           PERFORM Match-Establishment-Entry
           VARYING ws-estab-sub FROM 1 BY 1
             UNTIL ws-estab-sub GREATER ws-estab-tbl-count
                OR ws-estab-found-sub GREATER ZEROES.

       Match-Establishment-Entry.
           IF ws-est-cod-cat (ws-estab-sub) EQUAL ws-cap-cod-cat
              MOVE ws-estab-sub TO ws-estab-found-sub
           END-IF.

       Load-Establishment-Table.
           MOVE ZEROES TO ws-estab-tbl-count
           MOVE 'N'    TO ws-eof-EstabFile

           OPEN INPUT EstabFile

           IF fs-EstabFile NOT EQUAL "00"
              CLOSE EstabFile
              DISPLAY "*** WARNING: there is no establishment file. "
                      "No requisition can be opened. ***"
              GO TO Load-Establishment-Table-Exit
           END-IF

           PERFORM Read-One-Establishment
             UNTIL sw-eof-EstabFile-Y

           CLOSE EstabFile

           MOVE 'N' TO ws-eof-CategoryFile

           OPEN INPUT CategoryFile

           IF fs-CategoryFile NOT EQUAL "00"
              CLOSE CategoryFile
              GO TO Load-Establishment-Table-Exit
           END-IF

           PERFORM Match-One-Category
             UNTIL sw-eof-CategoryFile-Y

           CLOSE CategoryFile.
       Load-Establishment-Table-Exit.
           EXIT.

       Read-One-Establishment.
           READ EstabFile RECORD
             AT END
                SET sw-eof-EstabFile-Y TO TRUE

            NOT AT END
                IF ws-estab-tbl-count LESS cte-estab-tbl-max
                   ADD cte-01 TO ws-estab-tbl-count
                   MOVE estab-rec-cod-cat
                     TO ws-est-cod-cat (ws-estab-tbl-count)
                   MOVE estab-rec-ceiling
                     TO ws-est-ceiling (ws-estab-tbl-count)
                   MOVE SPACES
                     TO ws-est-name    (ws-estab-tbl-count)
                   MOVE ZEROES
                     TO ws-est-pol-min (ws-estab-tbl-count)
                        ws-est-pol-max (ws-estab-tbl-count)
                ELSE
                   SET sw-eof-EstabFile-Y TO TRUE
                END-IF
           END-READ.

       Match-One-Category.
           READ CategoryFile RECORD
             AT END
                SET sw-eof-CategoryFile-Y TO TRUE

            NOT AT END
                MOVE cat-rec-cod TO ws-cap-cod-cat
                PERFORM Find-Establishment-Entry

                IF ws-estab-found-sub GREATER ZEROES
                   MOVE cat-rec-name
                     TO ws-est-name    (ws-estab-found-sub)
                   MOVE cat-rec-pol-min
                     TO ws-est-pol-min (ws-estab-found-sub)
                   MOVE cat-rec-pol-max
                     TO ws-est-pol-max (ws-estab-found-sub)
                END-IF
           END-READ.

       Load-Requisition-Table.
           MOVE ZEROES TO ws-reqn-tbl-count
                          ws-reqn-last-number
           MOVE 'N'    TO ws-eof-ReqnFile

           OPEN INPUT ReqnFile

           IF fs-ReqnFile NOT EQUAL "00"
              CLOSE ReqnFile
              GO TO Load-Requisition-Table-Exit
           END-IF

           PERFORM Read-One-Requisition
             UNTIL sw-eof-ReqnFile-Y

           CLOSE ReqnFile.
       Load-Requisition-Table-Exit.
           EXIT.

       Read-One-Requisition.
           READ ReqnFile RECORD
             AT END
                SET sw-eof-ReqnFile-Y TO TRUE

            NOT AT END
                IF ws-reqn-tbl-count LESS cte-reqn-tbl-max
                   ADD cte-01 TO ws-reqn-tbl-count
                   MOVE reqn-rec-number
                     TO ws-reqn-number       (ws-reqn-tbl-count)
                   MOVE reqn-rec-cod-cat
                     TO ws-reqn-cod-cat      (ws-reqn-tbl-count)
                   MOVE reqn-rec-manager
                     TO ws-reqn-manager      (ws-reqn-tbl-count)
                   MOVE reqn-rec-opened-date
                     TO ws-reqn-opened-date  (ws-reqn-tbl-count)
                   MOVE reqn-rec-target-start
                     TO ws-reqn-target-start (ws-reqn-tbl-count)
                   MOVE reqn-rec-status
                     TO ws-reqn-status       (ws-reqn-tbl-count)
                   MOVE reqn-rec-closed-date
                     TO ws-reqn-closed-date  (ws-reqn-tbl-count)
                   IF reqn-rec-number GREATER ws-reqn-last-number
                      MOVE reqn-rec-number TO ws-reqn-last-number
                   END-IF
                ELSE
                   SET sw-reqn-overflow-Y TO TRUE
                   SET sw-eof-ReqnFile-Y  TO TRUE
                END-IF
           END-READ.

       Load-Applicant-Table.
           MOVE ZEROES TO ws-appl-tbl-count
           MOVE 'N'    TO ws-eof-ApplFile

           OPEN INPUT ApplFile

           IF fs-ApplFile NOT EQUAL "00"
              CLOSE ApplFile
              GO TO Load-Applicant-Table-Exit
           END-IF

           PERFORM Read-One-Applicant
             UNTIL sw-eof-ApplFile-Y

           CLOSE ApplFile.
       Load-Applicant-Table-Exit.
           EXIT.

       Read-One-Applicant.
           READ ApplFile RECORD
             AT END
                SET sw-eof-ApplFile-Y TO TRUE

            NOT AT END
                IF ws-appl-tbl-count LESS cte-appl-tbl-max
                   ADD cte-01 TO ws-appl-tbl-count
                   MOVE appl-rec-reqn-number
                     TO ws-appl-reqn-number  (ws-appl-tbl-count)
                   MOVE appl-rec-seq
                     TO ws-appl-seq          (ws-appl-tbl-count)
                   MOVE appl-rec-name
                     TO ws-appl-name         (ws-appl-tbl-count)
                   MOVE appl-rec-stage
                     TO ws-appl-stage        (ws-appl-tbl-count)
                   MOVE appl-rec-offered-salary
                     TO ws-appl-salary       (ws-appl-tbl-count)
                   MOVE appl-rec-cod-employee
                     TO ws-appl-cod-employee (ws-appl-tbl-count)
                   MOVE appl-rec-stage-date
                     TO ws-appl-stage-date   (ws-appl-tbl-count)
                ELSE
                   SET sw-appl-overflow-Y TO TRUE
                   SET sw-eof-ApplFile-Y  TO TRUE
                END-IF
           END-READ.

       Rewrite-Requisition-File.
           OPEN OUTPUT ReqnFile

           IF fs-ReqnFile NOT EQUAL "00" AND
              fs-ReqnFile NOT EQUAL "05"
              CLOSE ReqnFile
              DISPLAY "*** WARNING: the requisition file could not "
                      "be rewritten. The change was NOT saved. ***"
              GO TO Rewrite-Requisition-File-Exit
           END-IF

           PERFORM Write-One-Requisition
           VARYING ws-reqn-sub FROM 1 BY 1
             UNTIL ws-reqn-sub GREATER ws-reqn-tbl-count

           CLOSE ReqnFile.
       Rewrite-Requisition-File-Exit.
           EXIT.

       Write-One-Requisition.
           MOVE ws-reqn-number       (ws-reqn-sub) TO reqn-rec-number
           MOVE ws-reqn-cod-cat      (ws-reqn-sub) TO reqn-rec-cod-cat
           MOVE ws-reqn-manager      (ws-reqn-sub) TO reqn-rec-manager
           MOVE ws-reqn-opened-date  (ws-reqn-sub)
             TO reqn-rec-opened-date
           MOVE ws-reqn-target-start (ws-reqn-sub)
             TO reqn-rec-target-start
           MOVE ws-reqn-status       (ws-reqn-sub) TO reqn-rec-status
           MOVE ws-reqn-closed-date  (ws-reqn-sub)
             TO reqn-rec-closed-date

           WRITE reqn-rec.

       Rewrite-Applicant-File.
           OPEN OUTPUT ApplFile

           IF fs-ApplFile NOT EQUAL "00" AND
              fs-ApplFile NOT EQUAL "05"
              CLOSE ApplFile
              DISPLAY "*** WARNING: the applicant file could not "
                      "be rewritten. The change was NOT saved. ***"
              GO TO Rewrite-Applicant-File-Exit
           END-IF

           PERFORM Write-One-Applicant
           VARYING ws-appl-sub FROM 1 BY 1
             UNTIL ws-appl-sub GREATER ws-appl-tbl-count

           CLOSE ApplFile.
       Rewrite-Applicant-File-Exit.
           EXIT.

       Write-One-Applicant.
           MOVE ws-appl-reqn-number  (ws-appl-sub)
             TO appl-rec-reqn-number
           MOVE ws-appl-seq          (ws-appl-sub) TO appl-rec-seq
           MOVE ws-appl-name         (ws-appl-sub) TO appl-rec-name
           MOVE ws-appl-stage        (ws-appl-sub) TO appl-rec-stage
           MOVE ws-appl-salary       (ws-appl-sub)
             TO appl-rec-offered-salary
           MOVE ws-appl-cod-employee (ws-appl-sub)
             TO appl-rec-cod-employee
           MOVE ws-appl-stage-date   (ws-appl-sub)
             TO appl-rec-stage-date

           WRITE appl-rec.

       END PROGRAM ReqnMnt.
