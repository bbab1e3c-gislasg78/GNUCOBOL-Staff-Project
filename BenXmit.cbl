       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenXmit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL BenEnrol ASSIGN TO ws-BenEnrol-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenEnrol.

           SELECT OPTIONAL DepdFile ASSIGN TO ws-DepdFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DepdFile.

           SELECT OPTIONAL DemoFile ASSIGN TO ws-DemoFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DemoFile.

           SELECT OPTIONAL PayeeMst ASSIGN TO ws-PayeeMst-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayeeMst.

           SELECT OPTIONAL PayeeMap ASSIGN TO ws-PayeeMap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayeeMap.

           SELECT OPTIONAL BenSent ASSIGN TO ws-BenSent-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenSent.

           SELECT OPTIONAL BenXCtl ASSIGN TO ws-BenXCtl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenXCtl.

           SELECT OPTIONAL BenOut ASSIGN TO ws-BenOut-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenOut.

           SELECT OPTIONAL BenAck ASSIGN TO ws-BenAck-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenAck.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BenEnrol
           RECORD CONTAINS 26 CHARACTERS.

       01  benenrol-rec.
           03  benenrol-rec-code         PIC 9(06) VALUE ZEROES.
           03  benenrol-rec-plan         PIC X(04) VALUE SPACES.
           03  benenrol-rec-start        PIC 9(08) VALUE ZEROES.
           03  benenrol-rec-stop         PIC 9(08) VALUE ZEROES.

       FD  DepdFile
           RECORD CONTAINS 49 CHARACTERS.

       01  depd-rec.
           03  depd-rec-code             PIC 9(06) VALUE ZEROES.
           03  depd-rec-name             PIC X(20) VALUE SPACES.
           03  depd-rec-relationship     PIC X(10) VALUE SPACES.
           03  depd-rec-birth-date       PIC 9(08) VALUE ZEROES.
           03  depd-rec-benef-pct        PIC 9(03)V9(02)
                                                   VALUE ZEROES.

       FD  DemoFile
           RECORD CONTAINS 26 CHARACTERS.

       01  demo-rec.
           03  demo-rec-code             PIC 9(06) VALUE ZEROES.
           03  demo-rec-birth-date       PIC 9(08) VALUE ZEROES.
           03  demo-rec-gender           PIC X(01) VALUE SPACE.
           03  demo-rec-nationality      PIC X(03) VALUE SPACES.
           03  demo-rec-updated          PIC 9(08) VALUE ZEROES.

       FD  PayeeMst
           RECORD CONTAINS 62 CHARACTERS.

       01  payee-rec.
           03  payee-rec-id              PIC X(06) VALUE SPACES.
           03  payee-rec-name            PIC X(30) VALUE SPACES.
           03  payee-rec-bank            PIC X(04) VALUE SPACES.
           03  payee-rec-branch          PIC X(06) VALUE SPACES.
           03  payee-rec-account         PIC X(16) VALUE SPACES.

       FD  PayeeMap
           RECORD CONTAINS 27 CHARACTERS.

       01  payeemap-rec.
           03  payeemap-rec-source       PIC X(01) VALUE SPACE.
               88  sw-payeemap-rec-benefit        VALUE "B".
           03  payeemap-rec-key          PIC X(20) VALUE SPACES.
           03  payeemap-rec-payee        PIC X(06) VALUE SPACES.

       FD  BenSent
           RECORD CONTAINS 80 CHARACTERS.

       01  bensent-rec.
           03  bensent-rec-carrier       PIC X(06) VALUE SPACES.
           03  bensent-rec-plan          PIC X(04) VALUE SPACES.
           03  bensent-rec-code          PIC 9(06) VALUE ZEROES.
           03  bensent-rec-type          PIC X(01) VALUE SPACE.
           03  bensent-rec-name          PIC X(20) VALUE SPACES.
           03  bensent-rec-relationship  PIC X(10) VALUE SPACES.
           03  bensent-rec-birth-date    PIC 9(08) VALUE ZEROES.
           03  bensent-rec-start         PIC 9(08) VALUE ZEROES.
           03  bensent-rec-stop          PIC 9(08) VALUE ZEROES.
           03  bensent-rec-status        PIC X(01) VALUE SPACE.
           03  bensent-rec-resend        PIC X(01) VALUE SPACE.
           03  FILLER                    PIC X(07) VALUE SPACES.

       FD  BenXCtl
           RECORD CONTAINS 40 CHARACTERS.

       01  benxctl-rec.
           03  benxctl-rec-carrier       PIC X(06) VALUE SPACES.
           03  benxctl-rec-seq           PIC 9(04) VALUE ZEROES.
           03  benxctl-rec-date          PIC 9(08) VALUE ZEROES.
           03  benxctl-rec-type          PIC X(01) VALUE SPACE.
           03  benxctl-rec-adds          PIC 9(05) VALUE ZEROES.
           03  benxctl-rec-changes       PIC 9(05) VALUE ZEROES.
           03  benxctl-rec-terms         PIC 9(05) VALUE ZEROES.
           03  benxctl-rec-members       PIC 9(06) VALUE ZEROES.

       FD  BenOut
           RECORD CONTAINS 80 CHARACTERS.

       01  f-BenOut-rec                  PIC X(80) VALUE SPACES.

       FD  BenAck
           RECORD CONTAINS 80 CHARACTERS.

       01  benack-rec.
           03  benack-rec-carrier        PIC X(06) VALUE SPACES.
           03  benack-rec-seq            PIC 9(04) VALUE ZEROES.
           03  benack-rec-action         PIC X(01) VALUE SPACE.
           03  benack-rec-plan           PIC X(04) VALUE SPACES.
           03  benack-rec-code           PIC 9(06) VALUE ZEROES.
           03  benack-rec-type           PIC X(01) VALUE SPACE.
           03  benack-rec-name           PIC X(20) VALUE SPACES.
           03  benack-rec-result         PIC X(01) VALUE SPACE.
               88  sw-benack-rec-rejected         VALUE "R".
           03  benack-rec-reason         PIC X(30) VALUE SPACES.
           03  FILLER                    PIC X(07) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-BenEnrol                  PIC X(02) VALUE SPACES.
       77  fs-DepdFile                  PIC X(02) VALUE SPACES.
       77  fs-DemoFile                  PIC X(02) VALUE SPACES.
       77  fs-PayeeMst                  PIC X(02) VALUE SPACES.
       77  fs-PayeeMap                  PIC X(02) VALUE SPACES.
       77  fs-BenSent                   PIC X(02) VALUE SPACES.
       77  fs-BenXCtl                   PIC X(02) VALUE SPACES.
       77  fs-BenOut                    PIC X(02) VALUE SPACES.
       77  fs-BenAck                    PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-BenEnrol-name             PIC X(12) VALUE "BenEnrol".
       77  ws-DepdFile-name             PIC X(12) VALUE "DepdFile".
       77  ws-DemoFile-name             PIC X(12) VALUE "DemoFile".
       77  ws-PayeeMst-name             PIC X(12) VALUE "PayeeMst".
       77  ws-PayeeMap-name             PIC X(12) VALUE "PayeeMap".
       77  ws-BenSent-name              PIC X(12) VALUE "BenSent".
       77  ws-BenXCtl-name              PIC X(12) VALUE "BenXCtl".
       77  ws-BenOut-name               PIC X(40) VALUE SPACES.
       77  ws-BenAck-name               PIC X(40) VALUE SPACES.

       77  ws-eof-BenEnrol              PIC X(01) VALUE 'N'.
           88  sw-eof-BenEnrol-Y                  VALUE 'Y'.
       77  ws-eof-DepdFile              PIC X(01) VALUE 'N'.
           88  sw-eof-DepdFile-Y                  VALUE 'Y'.
       77  ws-eof-DemoFile              PIC X(01) VALUE 'N'.
           88  sw-eof-DemoFile-Y                  VALUE 'Y'.
       77  ws-eof-PayeeMst              PIC X(01) VALUE 'N'.
           88  sw-eof-PayeeMst-Y                  VALUE 'Y'.
       77  ws-eof-PayeeMap              PIC X(01) VALUE 'N'.
           88  sw-eof-PayeeMap-Y                  VALUE 'Y'.
       77  ws-eof-BenSent               PIC X(01) VALUE 'N'.
           88  sw-eof-BenSent-Y                   VALUE 'Y'.
       77  ws-eof-BenXCtl               PIC X(01) VALUE 'N'.
           88  sw-eof-BenXCtl-Y                   VALUE 'Y'.
       77  ws-eof-BenAck                PIC X(01) VALUE 'N'.
           88  sw-eof-BenAck-Y                    VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-carrier-tbl-max                    VALUE 50.
       78  cte-plan-tbl-max                       VALUE 50.
       78  cte-enrol-tbl-max                      VALUE 1000.
       78  cte-depd-tbl-max                       VALUE 1000.
       78  cte-demo-tbl-max                       VALUE 2000.
       78  cte-member-tbl-max                     VALUE 3000.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-transmit        VALUE 1.
               88  sw-menu-option-ack             VALUE 2.
               88  sw-menu-option-history         VALUE 3.
               88  sw-menu-option-exit            VALUE 4.

       01  ws-today                     PIC 9(08) VALUE ZEROES.
       01  ws-full-carrier              PIC X(06) VALUE SPACES.
       01  ws-overflow-sw               PIC X(01) VALUE 'N'.
           88  sw-overflow-Y                      VALUE 'Y'.

       01  ws-carrier-controls.
           03  ws-car-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-car-sub               PIC 9(02) VALUE ZEROES.
           03  ws-car-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-car-seek              PIC X(06) VALUE SPACES.

       01  ws-carrier-table.
           03  ws-car-entry OCCURS cte-carrier-tbl-max TIMES.
               05  ws-car-id            PIC X(06).
               05  ws-car-name          PIC X(30).
               05  ws-car-seq           PIC 9(04).
               05  ws-car-last-date     PIC 9(08).
               05  ws-car-full-sw       PIC X(01).
                   88  sw-car-full-Y              VALUE 'Y'.
               05  ws-car-sent-sw       PIC X(01).
                   88  sw-car-sent-Y              VALUE 'Y'.
               05  ws-car-adds          PIC 9(05).
               05  ws-car-changes       PIC 9(05).
               05  ws-car-terms         PIC 9(05).
               05  ws-car-members       PIC 9(06).

       01  ws-plan-controls.
           03  ws-plan-tbl-count        PIC 9(02) VALUE ZEROES.
           03  ws-plan-sub              PIC 9(02) VALUE ZEROES.
           03  ws-plan-found-sub        PIC 9(02) VALUE ZEROES.
           03  ws-plan-seek             PIC X(04) VALUE SPACES.

       01  ws-plan-table.
           03  ws-plan-entry OCCURS cte-plan-tbl-max TIMES.
               05  ws-plan-code         PIC X(04).
               05  ws-plan-carrier      PIC X(06).

       01  ws-enrol-controls.
           03  ws-enrol-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-enrol-sub             PIC 9(04) VALUE ZEROES.
           03  ws-enrol-found-sub       PIC 9(04) VALUE ZEROES.

       01  ws-enrol-table.
           03  ws-enrol-entry OCCURS cte-enrol-tbl-max TIMES.
               05  ws-enrol-code        PIC 9(06).
               05  ws-enrol-plan        PIC X(04).
               05  ws-enrol-start       PIC 9(08).
               05  ws-enrol-stop        PIC 9(08).

       01  ws-depd-controls.
           03  ws-depd-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-depd-sub              PIC 9(04) VALUE ZEROES.
           03  ws-depd-found-sub        PIC 9(04) VALUE ZEROES.

       01  ws-depd-table.
           03  ws-depd-entry OCCURS cte-depd-tbl-max TIMES.
               05  ws-depd-code         PIC 9(06).
               05  ws-depd-name         PIC X(20).
               05  ws-depd-relationship PIC X(10).
               05  ws-depd-birth-date   PIC 9(08).

       01  ws-demo-controls.
           03  ws-demo-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-demo-sub              PIC 9(04) VALUE ZEROES.
           03  ws-demo-found-sub        PIC 9(04) VALUE ZEROES.

       01  ws-demo-table.
           03  ws-demo-entry OCCURS cte-demo-tbl-max TIMES.
               05  ws-dm-code           PIC 9(06).
               05  ws-dm-birth-date     PIC 9(08).

       01  ws-member-controls.
           03  ws-cur-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-cur-sub               PIC 9(04) VALUE ZEROES.
           03  ws-snp-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-snp-sub               PIC 9(04) VALUE ZEROES.
           03  ws-snp-found-sub         PIC 9(04) VALUE ZEROES.

       01  ws-current-table.
           03  ws-cur-entry OCCURS cte-member-tbl-max TIMES.
               05  ws-cur-car-sub       PIC 9(02).
               05  ws-cur-plan          PIC X(04).
               05  ws-cur-code          PIC 9(06).
               05  ws-cur-type          PIC X(01).
               05  ws-cur-name          PIC X(20).
               05  ws-cur-relationship  PIC X(10).
               05  ws-cur-birth-date    PIC 9(08).
               05  ws-cur-start         PIC 9(08).
               05  ws-cur-stop          PIC 9(08).
               05  ws-cur-status        PIC X(01).
               05  ws-cur-live-sw       PIC X(01).
                   88  sw-cur-live-Y              VALUE 'Y'.

       01  ws-snapshot-table.
           03  ws-snp-entry OCCURS cte-member-tbl-max TIMES.
               05  ws-snp-car-sub       PIC 9(02).
               05  ws-snp-plan          PIC X(04).
               05  ws-snp-code          PIC 9(06).
               05  ws-snp-type          PIC X(01).
               05  ws-snp-name          PIC X(20).
               05  ws-snp-relationship  PIC X(10).
               05  ws-snp-birth-date    PIC 9(08).
               05  ws-snp-start         PIC 9(08).
               05  ws-snp-stop          PIC 9(08).
               05  ws-snp-status        PIC X(01).
               05  ws-snp-resend        PIC X(01).
               05  ws-snp-matched-sw    PIC X(01).
                   88  sw-snp-matched-Y           VALUE 'Y'.
               05  ws-snp-dropped-sw    PIC X(01).
                   88  sw-snp-dropped-Y           VALUE 'Y'.

       01  ws-member-seek.
           03  ws-seek-car-sub          PIC 9(02) VALUE ZEROES.
           03  ws-seek-plan             PIC X(04) VALUE SPACES.
           03  ws-seek-code             PIC 9(06) VALUE ZEROES.
           03  ws-seek-type             PIC X(01) VALUE SPACE.
           03  ws-seek-name             PIC X(20) VALUE SPACES.

       01  ws-employee-fields.
           03  ws-emp-name              PIC X(20) VALUE SPACES.
           03  ws-emp-status            PIC X(01) VALUE SPACE.
           03  ws-emp-on-master-sw      PIC X(01) VALUE 'N'.
               88  sw-emp-on-master-Y             VALUE 'Y'.
           03  ws-emp-live-sw           PIC X(01) VALUE 'N'.
           03  ws-emp-stop              PIC 9(08) VALUE ZEROES.
           03  ws-emp-birth-date        PIC 9(08) VALUE ZEROES.

       01  ws-run-counters.
           03  ws-not-on-master         PIC 9(04) VALUE ZEROES.
           03  ws-plan-no-carrier       PIC 9(04) VALUE ZEROES.
           03  ws-carriers-failed       PIC 9(02) VALUE ZEROES.
           03  ws-ack-read              PIC 9(05) VALUE ZEROES.
           03  ws-ack-accepted          PIC 9(05) VALUE ZEROES.
           03  ws-ack-rejected          PIC 9(05) VALUE ZEROES.
           03  ws-ack-unmatched         PIC 9(05) VALUE ZEROES.
           03  ws-list-counter          PIC 9(04) VALUE ZEROES.

       01  ws-action-text               PIC X(10) VALUE SPACES.

       01  ws-xmit-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-xh-carrier            PIC X(06) VALUE SPACES.
           03  ws-xh-name               PIC X(30) VALUE SPACES.
           03  ws-xh-seq                PIC 9(04) VALUE ZEROES.
           03  ws-xh-date               PIC 9(08) VALUE ZEROES.
           03  ws-xh-type               PIC X(01) VALUE SPACE.
           03  ws-xh-prev-date          PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(22) VALUE SPACES.

       01  ws-xmit-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-xd-action             PIC X(01) VALUE SPACE.
           03  ws-xd-plan               PIC X(04) VALUE SPACES.
           03  ws-xd-code               PIC 9(06) VALUE ZEROES.
           03  ws-xd-type               PIC X(01) VALUE SPACE.
           03  ws-xd-name               PIC X(20) VALUE SPACES.
           03  ws-xd-relationship       PIC X(10) VALUE SPACES.
           03  ws-xd-birth-date         PIC 9(08) VALUE ZEROES.
           03  ws-xd-start              PIC 9(08) VALUE ZEROES.
           03  ws-xd-stop               PIC 9(08) VALUE ZEROES.
           03  ws-xd-status             PIC X(01) VALUE SPACE.
           03  FILLER                   PIC X(12) VALUE SPACES.

       01  ws-xmit-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-xt-count              PIC 9(06) VALUE ZEROES.
           03  ws-xt-adds               PIC 9(05) VALUE ZEROES.
           03  ws-xt-changes            PIC 9(05) VALUE ZEROES.
           03  ws-xt-terms              PIC 9(05) VALUE ZEROES.
           03  ws-xt-members            PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Benefits carrier enrollment interchange."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|   Carrier Enrollment Interchange.     |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "| [1]. Build the carrier files.         |"
           DISPLAY "| [2]. Apply a carrier acknowledgment.  |"
           DISPLAY "| [3]. List the transmission history.   |"
           DISPLAY "| [4]. Exit this program.               |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-transmit
                    PERFORM Build-Carrier-Files
                      THRU Build-Carrier-Files-Exit

               WHEN sw-menu-option-ack
                    PERFORM Apply-Acknowledgment
                      THRU Apply-Acknowledgment-Exit

               WHEN sw-menu-option-history
                    PERFORM List-Transmissions

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Build-Carrier-Files.
           DISPLAY "Employee index file                       : "
              WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Carrier for a full file (blank: changes "
                   "only, ALL: every carrier): " WITH NO ADVANCING
           ACCEPT ws-full-carrier

           IF ws-IdxFile-name EQUAL SPACES
              DISPLAY "The employee index file is needed. Nothing "
                      "transmitted."
              GO TO Build-Carrier-Files-Exit
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE ZEROES TO ws-car-tbl-count
                          ws-cur-tbl-count
                          ws-not-on-master
                          ws-plan-no-carrier
                          ws-carriers-failed
           MOVE 'N'    TO ws-overflow-sw

           PERFORM Load-Carrier-Plans
           PERFORM Load-Snapshot
           PERFORM Load-Control-History
           PERFORM Load-Carrier-Names
           PERFORM Load-Enrollments
           PERFORM Load-Dependents
           PERFORM Load-Demographics

           IF sw-overflow-Y
              DISPLAY "*** A working table is full (see above). "
                      "Nothing transmitted. ***"
              GO TO Build-Carrier-Files-Exit
           END-IF

           IF ws-car-tbl-count EQUAL ZEROES
              DISPLAY "No benefit plan is assigned to a carrier "
                      "payee. Nothing transmitted."
              GO TO Build-Carrier-Files-Exit
           END-IF

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. Nothing transmitted. ***"
              GO TO Build-Carrier-Files-Exit
           END-IF

           PERFORM Build-One-Enrollment
           VARYING ws-enrol-sub FROM 1 BY 1
             UNTIL ws-enrol-sub GREATER ws-enrol-tbl-count
                OR sw-overflow-Y

           CLOSE IdxFile

           IF sw-overflow-Y
              DISPLAY "*** More than [" cte-member-tbl-max "] "
                      "covered members. Nothing transmitted. ***"
              GO TO Build-Carrier-Files-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Carrier Seq  Type Adds  Chgs  Terms Members File"

           PERFORM Transmit-One-Carrier
             THRU Transmit-One-Carrier-Exit
           VARYING ws-car-sub FROM 1 BY 1
             UNTIL ws-car-sub GREATER ws-car-tbl-count

           PERFORM Rewrite-Snapshot
             THRU Rewrite-Snapshot-Exit

           PERFORM Append-Control-Rows

           DISPLAY SPACE
           DISPLAY "Enrollments not on the master : ["
                   ws-not-on-master "]."
           DISPLAY "Enrollments with no carrier   : ["
                   ws-plan-no-carrier "]."
           DISPLAY "Carrier files not written     : ["
                   ws-carriers-failed "]."
           DISPLAY "What was sent is recorded on [" ws-BenSent-name
                   "] and [" ws-BenXCtl-name "].".
       Build-Carrier-Files-Exit.
           EXIT.

       Load-Carrier-Plans.
           MOVE ZEROES TO ws-plan-tbl-count
           MOVE 'N'    TO ws-eof-PayeeMap

           OPEN INPUT PayeeMap

           IF fs-PayeeMap EQUAL "00"
              PERFORM Read-One-Carrier-Plan
                UNTIL sw-eof-PayeeMap-Y
           END-IF

           CLOSE PayeeMap

           PERFORM Add-Plan-Carrier
           VARYING ws-plan-sub FROM 1 BY 1
             UNTIL ws-plan-sub GREATER ws-plan-tbl-count.

       Read-One-Carrier-Plan.
           READ PayeeMap RECORD
             AT END
                SET sw-eof-PayeeMap-Y TO TRUE

            NOT AT END
                IF sw-payeemap-rec-benefit
                   MOVE payeemap-rec-key TO ws-plan-seek
                   PERFORM Find-Plan

                   IF ws-plan-found-sub EQUAL ZEROES
                      IF ws-plan-tbl-count LESS cte-plan-tbl-max
                         ADD cte-01 TO ws-plan-tbl-count
                         MOVE ws-plan-tbl-count TO ws-plan-found-sub
                         MOVE ws-plan-seek
                           TO ws-plan-code (ws-plan-found-sub)
                      ELSE
                         DISPLAY "*** More than [" cte-plan-tbl-max
                                 "] plans assigned to carriers. ***"
                         SET sw-overflow-Y     TO TRUE
                         SET sw-eof-PayeeMap-Y TO TRUE
                      END-IF
                   END-IF

                   IF ws-plan-found-sub GREATER ZEROES
                      MOVE payeemap-rec-payee
                        TO ws-plan-carrier (ws-plan-found-sub)
                   END-IF
                END-IF
           END-READ.

       Find-Plan.
           MOVE ZEROES TO ws-plan-found-sub

           PERFORM Match-Plan-Code
           VARYING ws-plan-sub FROM 1 BY 1
             UNTIL ws-plan-sub GREATER ws-plan-tbl-count
                OR ws-plan-found-sub GREATER ZEROES.

       Match-Plan-Code.
           IF ws-plan-code (ws-plan-sub) EQUAL ws-plan-seek
              MOVE ws-plan-sub TO ws-plan-found-sub
           END-IF.

       Add-Plan-Carrier.
           MOVE ws-plan-carrier (ws-plan-sub) TO ws-car-seek
           PERFORM Find-Or-Add-Carrier.

       Find-Carrier.
           MOVE ZEROES TO ws-car-found-sub

           PERFORM Match-Carrier-Id
           VARYING ws-car-sub FROM 1 BY 1
             UNTIL ws-car-sub GREATER ws-car-tbl-count
                OR ws-car-found-sub GREATER ZEROES.

       Match-Carrier-Id.
           IF ws-car-id (ws-car-sub) EQUAL ws-car-seek
              MOVE ws-car-sub TO ws-car-found-sub
           END-IF.

       Find-Or-Add-Carrier.
           PERFORM Find-Carrier

           IF ws-car-found-sub EQUAL ZEROES
              IF ws-car-tbl-count LESS cte-carrier-tbl-max
                 ADD cte-01 TO ws-car-tbl-count
                 MOVE ws-car-tbl-count TO ws-car-found-sub
                 MOVE ws-car-seek TO ws-car-id   (ws-car-found-sub)
                 MOVE SPACES      TO ws-car-name (ws-car-found-sub)
                 MOVE ZEROES
                   TO ws-car-seq       (ws-car-found-sub)
                      ws-car-last-date (ws-car-found-sub)
                      ws-car-adds      (ws-car-found-sub)
                      ws-car-changes   (ws-car-found-sub)
                      ws-car-terms     (ws-car-found-sub)
                      ws-car-members   (ws-car-found-sub)
                 MOVE 'N'
                   TO ws-car-full-sw   (ws-car-found-sub)
                      ws-car-sent-sw   (ws-car-found-sub)
              ELSE
                 DISPLAY "*** More than [" cte-carrier-tbl-max
                         "] carriers. ***"
                 SET sw-overflow-Y TO TRUE
              END-IF
           END-IF.

       Load-Snapshot.
           MOVE ZEROES TO ws-snp-tbl-count
           MOVE 'N'    TO ws-eof-BenSent

           OPEN INPUT BenSent

           IF fs-BenSent EQUAL "00"
              PERFORM Read-One-Snapshot-Row
                UNTIL sw-eof-BenSent-Y
           END-IF

           CLOSE BenSent.

       Read-One-Snapshot-Row.
           READ BenSent RECORD
             AT END
                SET sw-eof-BenSent-Y TO TRUE

            NOT AT END
                MOVE bensent-rec-carrier TO ws-car-seek
                PERFORM Find-Or-Add-Carrier

                IF ws-snp-tbl-count LESS cte-member-tbl-max
                AND ws-car-found-sub GREATER ZEROES
                   ADD cte-01 TO ws-snp-tbl-count
                   MOVE ws-car-found-sub
                     TO ws-snp-car-sub      (ws-snp-tbl-count)
                   MOVE bensent-rec-plan
                     TO ws-snp-plan         (ws-snp-tbl-count)
                   MOVE bensent-rec-code
                     TO ws-snp-code         (ws-snp-tbl-count)
                   MOVE bensent-rec-type
                     TO ws-snp-type         (ws-snp-tbl-count)
                   MOVE bensent-rec-name
                     TO ws-snp-name         (ws-snp-tbl-count)
                   MOVE bensent-rec-relationship
                     TO ws-snp-relationship (ws-snp-tbl-count)
                   MOVE bensent-rec-birth-date
                     TO ws-snp-birth-date   (ws-snp-tbl-count)
                   MOVE bensent-rec-start
                     TO ws-snp-start        (ws-snp-tbl-count)
                   MOVE bensent-rec-stop
                     TO ws-snp-stop         (ws-snp-tbl-count)
                   MOVE bensent-rec-status
                     TO ws-snp-status       (ws-snp-tbl-count)
                   MOVE bensent-rec-resend
                     TO ws-snp-resend       (ws-snp-tbl-count)
                   MOVE 'N'
                     TO ws-snp-matched-sw   (ws-snp-tbl-count)
                        ws-snp-dropped-sw   (ws-snp-tbl-count)
                ELSE
                   DISPLAY "*** The sent-enrollment file holds more "
                           "than [" cte-member-tbl-max "] rows. ***"
                   SET sw-overflow-Y    TO TRUE
                   SET sw-eof-BenSent-Y TO TRUE
                END-IF
           END-READ.

       Load-Control-History.
           MOVE 'N' TO ws-eof-BenXCtl

           OPEN INPUT BenXCtl

           IF fs-BenXCtl EQUAL "00"
              PERFORM Read-One-Control-Row
                UNTIL sw-eof-BenXCtl-Y
           END-IF

           CLOSE BenXCtl.

       Read-One-Control-Row.
           READ BenXCtl RECORD
             AT END
                SET sw-eof-BenXCtl-Y TO TRUE

            NOT AT END
                MOVE benxctl-rec-carrier TO ws-car-seek
                PERFORM Find-Carrier

                IF ws-car-found-sub GREATER ZEROES
                   MOVE benxctl-rec-seq
                     TO ws-car-seq       (ws-car-found-sub)
                   MOVE benxctl-rec-date
                     TO ws-car-last-date (ws-car-found-sub)
                END-IF
           END-READ.

       Load-Carrier-Names.
           MOVE 'N' TO ws-eof-PayeeMst

           OPEN INPUT PayeeMst

           IF fs-PayeeMst EQUAL "00"
              PERFORM Read-One-Carrier-Name
                UNTIL sw-eof-PayeeMst-Y
           END-IF

           CLOSE PayeeMst.

       Read-One-Carrier-Name.
           READ PayeeMst RECORD
             AT END
                SET sw-eof-PayeeMst-Y TO TRUE

            NOT AT END
                MOVE payee-rec-id TO ws-car-seek
                PERFORM Find-Carrier

                IF ws-car-found-sub GREATER ZEROES
                   MOVE payee-rec-name
                     TO ws-car-name (ws-car-found-sub)
                END-IF
           END-READ.

       Load-Enrollments.
           MOVE ZEROES TO ws-enrol-tbl-count
           MOVE 'N'    TO ws-eof-BenEnrol

           OPEN INPUT BenEnrol

           IF fs-BenEnrol EQUAL "00"
              PERFORM Read-One-Enrollment
                UNTIL sw-eof-BenEnrol-Y
           END-IF

           CLOSE BenEnrol.

       Read-One-Enrollment.
           READ BenEnrol RECORD
             AT END
                SET sw-eof-BenEnrol-Y TO TRUE

            NOT AT END
                MOVE ZEROES TO ws-enrol-found-sub

                PERFORM Match-Enrollment
                VARYING ws-enrol-sub FROM 1 BY 1
                  UNTIL ws-enrol-sub GREATER ws-enrol-tbl-count
                     OR ws-enrol-found-sub GREATER ZEROES

                IF ws-enrol-found-sub EQUAL ZEROES
                   IF ws-enrol-tbl-count LESS cte-enrol-tbl-max
                      ADD cte-01 TO ws-enrol-tbl-count
                      MOVE ws-enrol-tbl-count TO ws-enrol-found-sub
                      MOVE ZEROES
                        TO ws-enrol-start (ws-enrol-found-sub)
                   ELSE
                      DISPLAY "*** The enrollment file holds more "
                              "than [" cte-enrol-tbl-max "] "
                              "enrollments. ***"
                      SET sw-overflow-Y     TO TRUE
                      SET sw-eof-BenEnrol-Y TO TRUE
                   END-IF
                END-IF

                IF ws-enrol-found-sub GREATER ZEROES
                AND benenrol-rec-start NOT LESS
                    ws-enrol-start (ws-enrol-found-sub)
                    MOVE benenrol-rec-code
                      TO ws-enrol-code  (ws-enrol-found-sub)
                    MOVE benenrol-rec-plan
                      TO ws-enrol-plan  (ws-enrol-found-sub)
                    MOVE benenrol-rec-start
                      TO ws-enrol-start (ws-enrol-found-sub)
                    MOVE benenrol-rec-stop
                      TO ws-enrol-stop  (ws-enrol-found-sub)
                END-IF
           END-READ.

       Match-Enrollment.
           IF  ws-enrol-code (ws-enrol-sub) EQUAL benenrol-rec-code
           AND ws-enrol-plan (ws-enrol-sub) EQUAL benenrol-rec-plan
               MOVE ws-enrol-sub TO ws-enrol-found-sub
           END-IF.

       Load-Dependents.
           MOVE ZEROES TO ws-depd-tbl-count
           MOVE 'N'    TO ws-eof-DepdFile

           OPEN INPUT DepdFile

           IF fs-DepdFile EQUAL "00"
              PERFORM Read-One-Dependent
                UNTIL sw-eof-DepdFile-Y
           END-IF

           CLOSE DepdFile.

       Read-One-Dependent.
           READ DepdFile RECORD
             AT END
                SET sw-eof-DepdFile-Y TO TRUE

            NOT AT END
                MOVE ZEROES TO ws-depd-found-sub

                PERFORM Match-Dependent
                VARYING ws-depd-sub FROM 1 BY 1
                  UNTIL ws-depd-sub GREATER ws-depd-tbl-count
                     OR ws-depd-found-sub GREATER ZEROES

                IF ws-depd-found-sub EQUAL ZEROES
                   IF ws-depd-tbl-count LESS cte-depd-tbl-max
                      ADD cte-01 TO ws-depd-tbl-count
                      MOVE ws-depd-tbl-count TO ws-depd-found-sub
                   ELSE
                      DISPLAY "*** The dependents file holds more "
                              "than [" cte-depd-tbl-max "] "
                              "dependents. ***"
                      SET sw-overflow-Y     TO TRUE
                      SET sw-eof-DepdFile-Y TO TRUE
                   END-IF
                END-IF

                IF ws-depd-found-sub GREATER ZEROES
                   MOVE depd-rec-code
                     TO ws-depd-code         (ws-depd-found-sub)
                   MOVE depd-rec-name
                     TO ws-depd-name         (ws-depd-found-sub)
                   MOVE depd-rec-relationship
                     TO ws-depd-relationship (ws-depd-found-sub)
                   MOVE depd-rec-birth-date
                     TO ws-depd-birth-date   (ws-depd-found-sub)
                END-IF
           END-READ.

       Match-Dependent.
           IF  ws-depd-code (ws-depd-sub) EQUAL depd-rec-code
           AND ws-depd-name (ws-depd-sub) EQUAL depd-rec-name
               MOVE ws-depd-sub TO ws-depd-found-sub
           END-IF.

      *    The employee's birth date comes from the demographics
      *    file; an employee with no row there is sent with zeros.
       Load-Demographics.
           MOVE ZEROES TO ws-demo-tbl-count
           MOVE 'N'    TO ws-eof-DemoFile

           OPEN INPUT DemoFile

           IF fs-DemoFile EQUAL "00"
              PERFORM Read-One-Demographic
                UNTIL sw-eof-DemoFile-Y
           END-IF

           CLOSE DemoFile.

       Read-One-Demographic.
           READ DemoFile RECORD
             AT END
                SET sw-eof-DemoFile-Y TO TRUE

            NOT AT END
                IF ws-demo-tbl-count LESS cte-demo-tbl-max
                   ADD cte-01 TO ws-demo-tbl-count
                   MOVE demo-rec-code
                     TO ws-dm-code        (ws-demo-tbl-count)
                   MOVE demo-rec-birth-date
                     TO ws-dm-birth-date  (ws-demo-tbl-count)
                ELSE
                   DISPLAY "*** The demographics file holds more "
                           "than [" cte-demo-tbl-max "] "
                           "employees. ***"
                   SET sw-overflow-Y     TO TRUE
                   SET sw-eof-DemoFile-Y TO TRUE
                END-IF
           END-READ.

       Match-Demographic.
           IF ws-dm-code (ws-demo-sub) EQUAL
              ws-enrol-code (ws-enrol-sub)
              MOVE ws-demo-sub TO ws-demo-found-sub
           END-IF.

       Build-One-Enrollment.
           MOVE ws-enrol-plan (ws-enrol-sub) TO ws-plan-seek
           PERFORM Find-Plan

           IF ws-plan-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-plan-no-carrier
              DISPLAY "*** Plan [" ws-plan-seek "] of ["
                      ws-enrol-code (ws-enrol-sub) "] has no "
                      "carrier: it is not transmitted. ***"
           ELSE
              MOVE ws-plan-carrier (ws-plan-found-sub) TO ws-car-seek
              PERFORM Find-Carrier
              PERFORM Read-Enrolled-Employee

              IF sw-emp-on-master-Y
                 PERFORM Add-Employee-Member

                 PERFORM Add-Dependent-Member
                 VARYING ws-depd-sub FROM 1 BY 1
                   UNTIL ws-depd-sub GREATER ws-depd-tbl-count
                      OR sw-overflow-Y
              END-IF
           END-IF.

       Read-Enrolled-Employee.
           MOVE ws-enrol-code (ws-enrol-sub)
             TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD
               INVALID KEY
                  MOVE 'N' TO ws-emp-on-master-sw
                  ADD cte-01 TO ws-not-on-master
                  DISPLAY "*** [" ws-enrol-code (ws-enrol-sub)
                          "] is enrolled but not on the master: "
                          "not transmitted. ***"

              NOT INVALID KEY
                  SET sw-emp-on-master-Y TO TRUE
                  MOVE f-IdxFile-rec-name-employee   TO ws-emp-name
                  MOVE f-IdxFile-rec-status-employee TO ws-emp-status
           END-READ

           MOVE ZEROES TO ws-emp-birth-date
                          ws-demo-found-sub

           PERFORM Match-Demographic
           VARYING ws-demo-sub FROM 1 BY 1
             UNTIL ws-demo-sub GREATER ws-demo-tbl-count
                OR ws-demo-found-sub GREATER ZEROES

           IF ws-demo-found-sub GREATER ZEROES
              MOVE ws-dm-birth-date (ws-demo-found-sub)
                TO ws-emp-birth-date
           END-IF

           MOVE 'Y' TO ws-emp-live-sw
           MOVE ws-enrol-stop (ws-enrol-sub) TO ws-emp-stop

           IF  ws-emp-stop GREATER ZEROES
           AND ws-emp-stop NOT GREATER ws-today
               MOVE 'N' TO ws-emp-live-sw
           END-IF

           IF ws-emp-status EQUAL "T"
              MOVE 'N' TO ws-emp-live-sw

              IF ws-emp-stop EQUAL ZEROES
                 MOVE ws-today TO ws-emp-stop
              END-IF
           END-IF.

       Add-Employee-Member.
           IF ws-cur-tbl-count NOT LESS cte-member-tbl-max
              SET sw-overflow-Y TO TRUE
           ELSE
              ADD cte-01 TO ws-cur-tbl-count
              MOVE ws-car-found-sub
                TO ws-cur-car-sub      (ws-cur-tbl-count)
              MOVE ws-enrol-plan (ws-enrol-sub)
                TO ws-cur-plan         (ws-cur-tbl-count)
              MOVE ws-enrol-code (ws-enrol-sub)
                TO ws-cur-code         (ws-cur-tbl-count)
              MOVE "E"
                TO ws-cur-type         (ws-cur-tbl-count)
              MOVE ws-emp-name
                TO ws-cur-name         (ws-cur-tbl-count)
              MOVE "EMPLOYEE"
                TO ws-cur-relationship (ws-cur-tbl-count)
              MOVE ws-emp-birth-date
                TO ws-cur-birth-date   (ws-cur-tbl-count)
              MOVE ws-enrol-start (ws-enrol-sub)
                TO ws-cur-start        (ws-cur-tbl-count)
              MOVE ws-emp-stop
                TO ws-cur-stop         (ws-cur-tbl-count)
              MOVE ws-emp-status
                TO ws-cur-status       (ws-cur-tbl-count)
              MOVE ws-emp-live-sw
                TO ws-cur-live-sw      (ws-cur-tbl-count)
           END-IF.

       Add-Dependent-Member.
           IF ws-depd-code (ws-depd-sub) EQUAL
              ws-enrol-code (ws-enrol-sub)
              IF ws-cur-tbl-count NOT LESS cte-member-tbl-max
                 SET sw-overflow-Y TO TRUE
              ELSE
                 ADD cte-01 TO ws-cur-tbl-count
                 MOVE ws-car-found-sub
                   TO ws-cur-car-sub      (ws-cur-tbl-count)
                 MOVE ws-enrol-plan (ws-enrol-sub)
                   TO ws-cur-plan         (ws-cur-tbl-count)
                 MOVE ws-enrol-code (ws-enrol-sub)
                   TO ws-cur-code         (ws-cur-tbl-count)
                 MOVE "D"
                   TO ws-cur-type         (ws-cur-tbl-count)
                 MOVE ws-depd-name (ws-depd-sub)
                   TO ws-cur-name         (ws-cur-tbl-count)
                 MOVE ws-depd-relationship (ws-depd-sub)
                   TO ws-cur-relationship (ws-cur-tbl-count)
                 MOVE ws-depd-birth-date (ws-depd-sub)
                   TO ws-cur-birth-date   (ws-cur-tbl-count)
                 MOVE ws-enrol-start (ws-enrol-sub)
                   TO ws-cur-start        (ws-cur-tbl-count)
                 MOVE ws-emp-stop
                   TO ws-cur-stop         (ws-cur-tbl-count)
                 MOVE ws-emp-status
                   TO ws-cur-status       (ws-cur-tbl-count)
                 MOVE ws-emp-live-sw
                   TO ws-cur-live-sw      (ws-cur-tbl-count)
              END-IF
           END-IF.

       Transmit-One-Carrier.
           MOVE ZEROES TO ws-car-adds    (ws-car-sub)
                          ws-car-changes (ws-car-sub)
                          ws-car-terms   (ws-car-sub)
                          ws-car-members (ws-car-sub)

           IF ws-car-seq (ws-car-sub) EQUAL ZEROES
           OR ws-full-carrier EQUAL ws-car-id (ws-car-sub)
           OR ws-full-carrier EQUAL "ALL"
              SET sw-car-full-Y (ws-car-sub) TO TRUE
           END-IF

           ADD cte-01 TO ws-car-seq (ws-car-sub)

           MOVE SPACES TO ws-BenOut-name
           STRING "ENR" ws-car-id (ws-car-sub) DELIMITED BY SPACE
                  "-" ws-car-seq (ws-car-sub) ".txt"
                  DELIMITED BY SIZE INTO ws-BenOut-name

           OPEN OUTPUT BenOut

           IF fs-BenOut NOT EQUAL "00" AND fs-BenOut NOT EQUAL "05"
              CLOSE BenOut
              SUBTRACT cte-01 FROM ws-car-seq (ws-car-sub)
              ADD cte-01 TO ws-carriers-failed
              DISPLAY "*** [" ws-BenOut-name "] could not be opened: "
                      "carrier [" ws-car-id (ws-car-sub) "] is not "
                      "transmitted. ***"
              GO TO Transmit-One-Carrier-Exit
           END-IF

           MOVE ws-car-id   (ws-car-sub)       TO ws-xh-carrier
           MOVE ws-car-name (ws-car-sub)       TO ws-xh-name
           MOVE ws-car-seq  (ws-car-sub)       TO ws-xh-seq
           MOVE ws-today                       TO ws-xh-date
           MOVE ws-car-last-date (ws-car-sub)  TO ws-xh-prev-date

           IF sw-car-full-Y (ws-car-sub)
              MOVE "F" TO ws-xh-type
           ELSE
              MOVE "C" TO ws-xh-type
           END-IF

           WRITE f-BenOut-rec FROM ws-xmit-header

           PERFORM Compare-One-Member
           VARYING ws-cur-sub FROM 1 BY 1
             UNTIL ws-cur-sub GREATER ws-cur-tbl-count

           IF NOT sw-car-full-Y (ws-car-sub)
              PERFORM Terminate-Unmatched-Member
              VARYING ws-snp-sub FROM 1 BY 1
                UNTIL ws-snp-sub GREATER ws-snp-tbl-count
           END-IF

           COMPUTE ws-xt-count = ws-car-adds    (ws-car-sub)
                               + ws-car-changes (ws-car-sub)
                               + ws-car-terms   (ws-car-sub)
           MOVE ws-car-adds    (ws-car-sub) TO ws-xt-adds
           MOVE ws-car-changes (ws-car-sub) TO ws-xt-changes
           MOVE ws-car-terms   (ws-car-sub) TO ws-xt-terms
           MOVE ws-car-members (ws-car-sub) TO ws-xt-members
           WRITE f-BenOut-rec FROM ws-xmit-trailer

           CLOSE BenOut

           SET sw-car-sent-Y (ws-car-sub) TO TRUE

           DISPLAY ws-car-id (ws-car-sub) "  "
                   ws-car-seq (ws-car-sub) " " ws-xh-type "    "
                   ws-car-adds (ws-car-sub) " "
                   ws-car-changes (ws-car-sub) " "
                   ws-car-terms (ws-car-sub) " "
                   ws-car-members (ws-car-sub) "  " ws-BenOut-name.
       Transmit-One-Carrier-Exit.
           EXIT.

       Compare-One-Member.
           IF ws-cur-car-sub (ws-cur-sub) EQUAL ws-car-sub
              IF sw-cur-live-Y (ws-cur-sub)
                 ADD cte-01 TO ws-car-members (ws-car-sub)
              END-IF

              IF sw-car-full-Y (ws-car-sub)
                 IF sw-cur-live-Y (ws-cur-sub)
                    MOVE "A" TO ws-xd-action
                    ADD cte-01 TO ws-car-adds (ws-car-sub)
                    PERFORM Write-Current-Detail
                 END-IF
              ELSE
                 PERFORM Compare-With-Snapshot
              END-IF
           END-IF.

       Compare-With-Snapshot.
           MOVE ws-cur-car-sub (ws-cur-sub) TO ws-seek-car-sub
           MOVE ws-cur-plan    (ws-cur-sub) TO ws-seek-plan
           MOVE ws-cur-code    (ws-cur-sub) TO ws-seek-code
           MOVE ws-cur-type    (ws-cur-sub) TO ws-seek-type
           MOVE ws-cur-name    (ws-cur-sub) TO ws-seek-name
           PERFORM Find-Snapshot-Member

           IF ws-snp-found-sub EQUAL ZEROES
              IF sw-cur-live-Y (ws-cur-sub)
                 MOVE "A" TO ws-xd-action
                 ADD cte-01 TO ws-car-adds (ws-car-sub)
                 PERFORM Write-Current-Detail
              END-IF
           ELSE
              SET sw-snp-matched-Y (ws-snp-found-sub) TO TRUE

              EVALUATE TRUE
                  WHEN NOT sw-cur-live-Y (ws-cur-sub)
                       MOVE "T" TO ws-xd-action
                       ADD cte-01 TO ws-car-terms (ws-car-sub)
                       PERFORM Write-Current-Detail

                  WHEN ws-snp-resend       (ws-snp-found-sub)
                       NOT EQUAL SPACE
                  OR   ws-snp-name         (ws-snp-found-sub)
                       NOT EQUAL ws-cur-name (ws-cur-sub)
                  OR   ws-snp-relationship (ws-snp-found-sub)
                       NOT EQUAL ws-cur-relationship (ws-cur-sub)
                  OR   ws-snp-birth-date   (ws-snp-found-sub)
                       NOT EQUAL ws-cur-birth-date (ws-cur-sub)
                  OR   ws-snp-start        (ws-snp-found-sub)
                       NOT EQUAL ws-cur-start (ws-cur-sub)
                  OR   ws-snp-stop         (ws-snp-found-sub)
                       NOT EQUAL ws-cur-stop (ws-cur-sub)
                  OR   ws-snp-status       (ws-snp-found-sub)
                       NOT EQUAL ws-cur-status (ws-cur-sub)
                       MOVE "C" TO ws-xd-action
                       ADD cte-01 TO ws-car-changes (ws-car-sub)
                       PERFORM Write-Current-Detail

                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       Find-Snapshot-Member.
           MOVE ZEROES TO ws-snp-found-sub

           PERFORM Match-Snapshot-Member
           VARYING ws-snp-sub FROM 1 BY 1
             UNTIL ws-snp-sub GREATER ws-snp-tbl-count
                OR ws-snp-found-sub GREATER ZEROES.

       Match-Snapshot-Member.
           IF  ws-snp-car-sub (ws-snp-sub) EQUAL ws-seek-car-sub
           AND ws-snp-plan    (ws-snp-sub) EQUAL ws-seek-plan
           AND ws-snp-code    (ws-snp-sub) EQUAL ws-seek-code
           AND ws-snp-type    (ws-snp-sub) EQUAL ws-seek-type
           AND NOT sw-snp-dropped-Y (ws-snp-sub)
           AND (ws-seek-type EQUAL "E"
            OR  ws-snp-name (ws-snp-sub) EQUAL ws-seek-name)
               MOVE ws-snp-sub TO ws-snp-found-sub
           END-IF.

       Write-Current-Detail.
           MOVE ws-cur-plan         (ws-cur-sub) TO ws-xd-plan
           MOVE ws-cur-code         (ws-cur-sub) TO ws-xd-code
           MOVE ws-cur-type         (ws-cur-sub) TO ws-xd-type
           MOVE ws-cur-name         (ws-cur-sub) TO ws-xd-name
           MOVE ws-cur-relationship (ws-cur-sub) TO ws-xd-relationship
           MOVE ws-cur-birth-date   (ws-cur-sub) TO ws-xd-birth-date
           MOVE ws-cur-start        (ws-cur-sub) TO ws-xd-start
           MOVE ws-cur-stop         (ws-cur-sub) TO ws-xd-stop
           MOVE ws-cur-status       (ws-cur-sub) TO ws-xd-status

           WRITE f-BenOut-rec FROM ws-xmit-detail.

       Terminate-Unmatched-Member.
           IF  ws-snp-car-sub (ws-snp-sub) EQUAL ws-car-sub
           AND NOT sw-snp-matched-Y (ws-snp-sub)
           AND NOT sw-snp-dropped-Y (ws-snp-sub)
               MOVE "T" TO ws-xd-action
               ADD cte-01 TO ws-car-terms (ws-car-sub)

               MOVE ws-snp-plan         (ws-snp-sub) TO ws-xd-plan
               MOVE ws-snp-code         (ws-snp-sub) TO ws-xd-code
               MOVE ws-snp-type         (ws-snp-sub) TO ws-xd-type
               MOVE ws-snp-name         (ws-snp-sub) TO ws-xd-name
               MOVE ws-snp-relationship (ws-snp-sub)
                 TO ws-xd-relationship
               MOVE ws-snp-birth-date   (ws-snp-sub)
                 TO ws-xd-birth-date
               MOVE ws-snp-start        (ws-snp-sub) TO ws-xd-start
               MOVE ws-snp-status       (ws-snp-sub) TO ws-xd-status

               IF  ws-snp-stop (ws-snp-sub) GREATER ZEROES
               AND ws-snp-stop (ws-snp-sub) NOT GREATER ws-today
                   MOVE ws-snp-stop (ws-snp-sub) TO ws-xd-stop
               ELSE
                   MOVE ws-today TO ws-xd-stop
               END-IF

               WRITE f-BenOut-rec FROM ws-xmit-detail
           END-IF.

       Rewrite-Snapshot.
           OPEN OUTPUT BenSent

           IF fs-BenSent NOT EQUAL "00" AND fs-BenSent NOT EQUAL "05"
              CLOSE BenSent
              DISPLAY "*** WARNING: the sent-enrollment file could "
                      "not be rewritten. The next run will repeat "
                      "these changes. ***"
              GO TO Rewrite-Snapshot-Exit
           END-IF

           PERFORM Keep-One-Snapshot-Row
           VARYING ws-snp-sub FROM 1 BY 1
             UNTIL ws-snp-sub GREATER ws-snp-tbl-count

           PERFORM Save-One-Current-Row
           VARYING ws-cur-sub FROM 1 BY 1
             UNTIL ws-cur-sub GREATER ws-cur-tbl-count

           CLOSE BenSent.
       Rewrite-Snapshot-Exit.
           EXIT.

       Keep-One-Snapshot-Row.
           IF  NOT sw-car-sent-Y (ws-snp-car-sub (ws-snp-sub))
           AND NOT sw-snp-dropped-Y (ws-snp-sub)
               MOVE SPACES TO bensent-rec
               MOVE ws-car-id (ws-snp-car-sub (ws-snp-sub))
                 TO bensent-rec-carrier
               MOVE ws-snp-plan         (ws-snp-sub)
                 TO bensent-rec-plan
               MOVE ws-snp-code         (ws-snp-sub)
                 TO bensent-rec-code
               MOVE ws-snp-type         (ws-snp-sub)
                 TO bensent-rec-type
               MOVE ws-snp-name         (ws-snp-sub)
                 TO bensent-rec-name
               MOVE ws-snp-relationship (ws-snp-sub)
                 TO bensent-rec-relationship
               MOVE ws-snp-birth-date   (ws-snp-sub)
                 TO bensent-rec-birth-date
               MOVE ws-snp-start        (ws-snp-sub)
                 TO bensent-rec-start
               MOVE ws-snp-stop         (ws-snp-sub)
                 TO bensent-rec-stop
               MOVE ws-snp-status       (ws-snp-sub)
                 TO bensent-rec-status
               MOVE ws-snp-resend       (ws-snp-sub)
                 TO bensent-rec-resend

               WRITE bensent-rec
           END-IF.

       Save-One-Current-Row.
           IF  sw-car-sent-Y (ws-cur-car-sub (ws-cur-sub))
           AND sw-cur-live-Y (ws-cur-sub)
               MOVE SPACES TO bensent-rec
               MOVE ws-car-id (ws-cur-car-sub (ws-cur-sub))
                 TO bensent-rec-carrier
               MOVE ws-cur-plan         (ws-cur-sub)
                 TO bensent-rec-plan
               MOVE ws-cur-code         (ws-cur-sub)
                 TO bensent-rec-code
               MOVE ws-cur-type         (ws-cur-sub)
                 TO bensent-rec-type
               MOVE ws-cur-name         (ws-cur-sub)
                 TO bensent-rec-name
               MOVE ws-cur-relationship (ws-cur-sub)
                 TO bensent-rec-relationship
               MOVE ws-cur-birth-date   (ws-cur-sub)
                 TO bensent-rec-birth-date
               MOVE ws-cur-start        (ws-cur-sub)
                 TO bensent-rec-start
               MOVE ws-cur-stop         (ws-cur-sub)
                 TO bensent-rec-stop
               MOVE ws-cur-status       (ws-cur-sub)
                 TO bensent-rec-status

               WRITE bensent-rec
           END-IF.

       Append-Control-Rows.
           OPEN EXTEND BenXCtl

           IF fs-BenXCtl EQUAL "00" OR fs-BenXCtl EQUAL "05"
              PERFORM Write-One-Control-Row
              VARYING ws-car-sub FROM 1 BY 1
                UNTIL ws-car-sub GREATER ws-car-tbl-count

              CLOSE BenXCtl
           ELSE
              CLOSE BenXCtl
              DISPLAY "*** WARNING: the transmission control file "
                      "could not be opened. The sequence numbers "
                      "were not recorded. ***"
           END-IF.

       Write-One-Control-Row.
           IF sw-car-sent-Y (ws-car-sub)
              MOVE ws-car-id      (ws-car-sub) TO benxctl-rec-carrier
              MOVE ws-car-seq     (ws-car-sub) TO benxctl-rec-seq
              MOVE ws-today                    TO benxctl-rec-date
              MOVE ws-car-adds    (ws-car-sub) TO benxctl-rec-adds
              MOVE ws-car-changes (ws-car-sub) TO benxctl-rec-changes
              MOVE ws-car-terms   (ws-car-sub) TO benxctl-rec-terms
              MOVE ws-car-members (ws-car-sub) TO benxctl-rec-members

              IF sw-car-full-Y (ws-car-sub)
                 MOVE "F" TO benxctl-rec-type
              ELSE
                 MOVE "C" TO benxctl-rec-type
              END-IF

              WRITE benxctl-rec
           END-IF.

       Apply-Acknowledgment.
           DISPLAY "Acknowledgment file (blank: BenAck): "
              WITH NO ADVANCING
           ACCEPT ws-BenAck-name

           IF ws-BenAck-name EQUAL SPACES
              MOVE "BenAck" TO ws-BenAck-name
           END-IF

           MOVE ZEROES TO ws-car-tbl-count
                          ws-cur-tbl-count
                          ws-ack-read
                          ws-ack-accepted
                          ws-ack-rejected
                          ws-ack-unmatched
           MOVE 'N'    TO ws-overflow-sw
                          ws-eof-BenAck

           PERFORM Load-Snapshot

           IF sw-overflow-Y
              DISPLAY "Nothing applied."
              GO TO Apply-Acknowledgment-Exit
           END-IF

           OPEN INPUT BenAck

           IF fs-BenAck NOT EQUAL "00"
              CLOSE BenAck
              DISPLAY "The acknowledgment file [" ws-BenAck-name
                      "] was not found. Nothing applied."
              GO TO Apply-Acknowledgment-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Carrier rejects for correction.      |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Carrier Seq  Act Plan Code   T Name"
                   "                 Reason"

           PERFORM Apply-One-Ack-Row
             UNTIL sw-eof-BenAck-Y

           CLOSE BenAck

           IF ws-ack-rejected GREATER ZEROES
              PERFORM Rewrite-Snapshot
                THRU Rewrite-Snapshot-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Acknowledgment rows read : [" ws-ack-read "]."
           DISPLAY "Accepted by the carrier  : [" ws-ack-accepted "]."
           DISPLAY "Rejected by the carrier  : [" ws-ack-rejected "]."
           DISPLAY "Rejects not on file      : [" ws-ack-unmatched
                   "]."

           IF ws-ack-rejected GREATER ZEROES
              DISPLAY "Correct the rejected members. Added and "
                      "changed members are sent again with the next "
                      "transmission; a rejected termination must be "
                      "taken up with the carrier."
           END-IF.
       Apply-Acknowledgment-Exit.
           EXIT.

       Apply-One-Ack-Row.
           READ BenAck RECORD
             AT END
                SET sw-eof-BenAck-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ack-read

                IF sw-benack-rec-rejected
                   ADD cte-01 TO ws-ack-rejected
                   PERFORM Mark-Rejected-Member
                ELSE
                   ADD cte-01 TO ws-ack-accepted
                END-IF
           END-READ.

       Mark-Rejected-Member.
           EVALUATE benack-rec-action
               WHEN "A"
                    MOVE "ADD"       TO ws-action-text
               WHEN "C"
                    MOVE "CHANGE"    TO ws-action-text
               WHEN "T"
                    MOVE "TERMINATE" TO ws-action-text
               WHEN OTHER
                    MOVE "UNKNOWN"   TO ws-action-text
           END-EVALUATE

           DISPLAY benack-rec-carrier "  " benack-rec-seq " "
                   ws-action-text (1:3) " " benack-rec-plan " "
                   benack-rec-code " " benack-rec-type " "
                   benack-rec-name " " benack-rec-reason

           MOVE benack-rec-carrier TO ws-car-seek
           PERFORM Find-Carrier

           MOVE ws-car-found-sub TO ws-seek-car-sub
           MOVE benack-rec-plan  TO ws-seek-plan
           MOVE benack-rec-code  TO ws-seek-code
           MOVE benack-rec-type  TO ws-seek-type
           MOVE benack-rec-name  TO ws-seek-name
           MOVE ZEROES           TO ws-snp-found-sub

           IF  ws-car-found-sub GREATER ZEROES
           AND benack-rec-action NOT EQUAL "T"
               PERFORM Find-Snapshot-Member
           END-IF

           IF ws-snp-found-sub EQUAL ZEROES
              IF benack-rec-action NOT EQUAL "T"
                 ADD cte-01 TO ws-ack-unmatched
              END-IF
           ELSE
              IF benack-rec-action EQUAL "A"
                 SET sw-snp-dropped-Y (ws-snp-found-sub) TO TRUE
              ELSE
                 MOVE "R" TO ws-snp-resend (ws-snp-found-sub)
              END-IF
           END-IF.

       List-Transmissions.
           MOVE ZEROES TO ws-list-counter
           MOVE 'N'    TO ws-eof-BenXCtl

           OPEN INPUT BenXCtl

           IF fs-BenXCtl NOT EQUAL "00"
              CLOSE BenXCtl
              DISPLAY "No enrollment file has been transmitted yet."
           ELSE
              DISPLAY SPACE
              DISPLAY "Carrier Seq  Date     Type Adds  Chgs  "
                      "Terms Members"

              PERFORM List-One-Transmission
                UNTIL sw-eof-BenXCtl-Y

              CLOSE BenXCtl

              DISPLAY "Transmissions listed: [" ws-list-counter "]."
           END-IF.

       List-One-Transmission.
           READ BenXCtl RECORD
             AT END
                SET sw-eof-BenXCtl-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-list-counter
                DISPLAY benxctl-rec-carrier "  " benxctl-rec-seq " "
                        benxctl-rec-date " " benxctl-rec-type "    "
                        benxctl-rec-adds " " benxctl-rec-changes " "
                        benxctl-rec-terms " " benxctl-rec-members
           END-READ.

       END PROGRAM BenXmit.
