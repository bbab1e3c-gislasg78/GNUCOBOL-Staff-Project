       IDENTIFICATION DIVISION.
       PROGRAM-ID. RrnRecon IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           NUMERIC SIGN IS TRAILING SEPARATE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL relFile ASSIGN TO ws-name-relFile
                  ORGANIZATION IS RELATIVE
                  ACCESS MODE  IS DYNAMIC
                  RELATIVE KEY IS ws-key-relFile
                  FILE STATUS  IS fs-relFile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL RecRpt ASSIGN TO ws-RecRpt-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RecRpt.

       DATA DIVISION.
       FILE SECTION.
       FD  relFile
           DATA RECORD IS relFile-rec
           RECORD CONTAINS 22 CHARACTERS.

       01  relFile-rec.
           03  relFile-rec-code       PIC 9(06)        VALUE ZEROES.
           03  relFile-rec-salary     PIC S9(06)V9(02) VALUE ZEROES.
           03  relFile-rec-status     PIC X(01)        VALUE "A".
               88  relFile-rec-active                  VALUE "A".
               88  relFile-rec-free                    VALUE "D".
           03  relFile-rec-next-free  PIC 9(06)        VALUE ZEROES.

       01  relFile-ctl-rec REDEFINES relFile-rec.
           03  relFile-ctl-high-water PIC 9(06).
           03  FILLER                 PIC X(09).
           03  FILLER                 PIC X(01).
           03  relFile-ctl-free-head  PIC 9(06).

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
               88  sw-IdxFile-rec-active                   VALUE "A".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  RecRpt
           RECORD CONTAINS 110 CHARACTERS.

       01  f-RecRpt-rec                 PIC X(110) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-relFile                   PIC X(02) VALUE SPACES.
       77  ws-name-relFile              PIC X(12) VALUE SPACES.
       77  ws-key-relFile               PIC 9(06) VALUE ZEROES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
       77  fs-RecRpt                    PIC X(02) VALUE SPACES.
       77  ws-RecRpt-name               PIC X(40) VALUE SPACES.

       78  cte-01                                 VALUE 01.
       78  cte-rel-tbl-max                        VALUE 5000.
       78  cte-exc-tbl-max                        VALUE 2000.

       01  ws-ctl-rec.
           03  ws-relFile-ctl-high-water PIC 9(06) VALUE ZEROES.
           03  FILLER                    PIC X(09) VALUE SPACES.
           03  FILLER                    PIC X(01) VALUE SPACES.
           03  ws-relFile-ctl-free-head  PIC 9(06) VALUE ZEROES.

       01  ws-scan-rec.
           03  ws-scan-rec-code         PIC 9(06)        VALUE ZEROES.
           03  ws-scan-rec-salary       PIC S9(06)V9(02) VALUE ZEROES.
           03  ws-scan-rec-status       PIC X(01)        VALUE SPACES.
               88  ws-scan-rec-active                    VALUE "A".
           03  ws-scan-rec-next-free    PIC 9(06)        VALUE ZEROES.

       01  ws-rel-controls.
           03  ws-rel-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-rel-sub               PIC 9(04) VALUE ZEROES.
           03  ws-rel-found-sub         PIC 9(04) VALUE ZEROES.

       01  ws-rel-table.
           03  ws-rel-entry OCCURS cte-rel-tbl-max TIMES.
               05  ws-rel-code          PIC 9(06).
               05  ws-rel-slot          PIC 9(06).

       01  ws-exc-controls.
           03  ws-exc-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-exc-sub               PIC 9(04) VALUE ZEROES.
           03  ws-exc-show-sub          PIC 9(04) VALUE ZEROES.
           03  ws-new-exc-type          PIC X(01) VALUE SPACE.
           03  ws-overflow-sw           PIC X(01) VALUE 'N'.
               88  sw-overflow-Y                  VALUE 'Y'.

       01  ws-exc-table.
           03  ws-exc-entry OCCURS cte-exc-tbl-max TIMES.
               05  ws-exc-type          PIC X(01).
                   88  sw-exc-type-salary         VALUE "S".
                   88  sw-exc-type-missing        VALUE "M".
                   88  sw-exc-type-inactive       VALUE "I".
                   88  sw-exc-type-duplicate      VALUE "D".
                   88  sw-exc-type-absent         VALUE "A".
                   88  sw-exc-type-free-slot      VALUES "M", "I",
                                                         "D".
               05  ws-exc-slot          PIC 9(06).
               05  ws-exc-code          PIC 9(06).
               05  ws-exc-rel-salary    PIC S9(06)V9(02).
               05  ws-exc-idx-salary    PIC S9(06)V9(02).
               05  ws-exc-done-sw       PIC X(01).
                   88  sw-exc-done-Y              VALUE 'Y'.

       01  ws-run-counters.
           03  ws-slots-read            PIC 9(06) VALUE ZEROES.
           03  ws-slots-active          PIC 9(06) VALUE ZEROES.
           03  ws-master-read           PIC 9(06) VALUE ZEROES.
           03  ws-cnt-salary            PIC 9(05) VALUE ZEROES.
           03  ws-cnt-missing           PIC 9(05) VALUE ZEROES.
           03  ws-cnt-inactive          PIC 9(05) VALUE ZEROES.
           03  ws-cnt-duplicate         PIC 9(05) VALUE ZEROES.
           03  ws-cnt-absent            PIC 9(05) VALUE ZEROES.
           03  ws-cnt-corrected         PIC 9(05) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-sync-response         PIC X(01) VALUE SPACE.
               88  sw-sync-response-Y             VALUES 'Y', 'y'.
           03  ws-sync-done-sw          PIC X(01) VALUE 'N'.
               88  sw-sync-done-Y                 VALUE 'Y'.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "RrnRecon".
           03  ws-alertlog-severity     PIC X(01) VALUE SPACE.
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-rptarc-fields.
           03  ws-rptarc-program        PIC X(08) VALUE "RrnRecon".
           03  ws-rptarc-period         PIC 9(06) VALUE ZEROES.
           03  ws-rptarc-operator       PIC X(08) VALUE SPACES.
           03  ws-rptarc-pages          PIC 9(05) VALUE ZEROES.

       01  ws-runlog-fields.
           03  ws-runlog-start-stamp    PIC 9(14) VALUE ZEROES.
           03  ws-runlog-start-date     PIC 9(08) VALUE ZEROES.
           03  ws-runlog-start-time     PIC 9(08) VALUE ZEROES.
           03  ws-runlog-start-time-r REDEFINES ws-runlog-start-time.
               05  ws-runlog-start-hms  PIC 9(06).
               05  FILLER               PIC 9(02).
           03  ws-runlog-program        PIC X(08) VALUE SPACES.
           03  ws-runlog-status         PIC X(08) VALUE SPACES.
           03  ws-runlog-read           PIC 9(06) VALUE ZEROES.
           03  ws-runlog-written        PIC 9(06) VALUE ZEROES.
           03  ws-runlog-rejected       PIC 9(06) VALUE ZEROES.

       01  ws-title-line.
           03  FILLER                   PIC X(44) VALUE
               "RELATIVE FILE / MASTER RECONCILIATION   RUN ".
           03  ws-tl-date               PIC 9999/99/99.
           03  FILLER                   PIC X(10) VALUE "  RELFILE ".
           03  ws-tl-relfile            PIC X(12).
           03  FILLER                   PIC X(08) VALUE "  MASTER".
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-tl-master             PIC X(12).
           03  FILLER                   PIC X(13) VALUE SPACES.

       01  ws-heading-line.
           03  FILLER                   PIC X(27) VALUE
               "DIFFERENCE            SLOT ".
           03  FILLER                   PIC X(37) VALUE
               "CODE   RELFILE SALARY  MASTER SALARY ".
           03  FILLER                   PIC X(46) VALUE
               "  ACTION".

       01  ws-detail-line.
           03  ws-dl-difference         PIC X(18).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  ws-dl-slot               PIC ZZZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-dl-code               PIC 9(06).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  ws-dl-rel-salary         PIC -ZZZ,ZZ9.99.
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  ws-dl-idx-salary         PIC -ZZZ,ZZ9.99.
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  ws-dl-action             PIC X(30).
           03  FILLER                   PIC X(16) VALUE SPACES.

       01  ws-total-line.
           03  ws-tt-label              PIC X(40).
           03  ws-tt-count              PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT ws-runlog-start-date FROM DATE YYYYMMDD
           ACCEPT ws-runlog-start-time FROM TIME
           COMPUTE ws-runlog-start-stamp =
                   ws-runlog-start-date * 1000000
                 + ws-runlog-start-hms
           MOVE ws-runlog-start-date TO ws-today

           DISPLAY "Reconcile the relative file with the master."
           DISPLAY "Enter the relative file name : " WITH NO ADVANCING
           ACCEPT ws-name-relFile

           DISPLAY "Master file (blank IdxFile)  : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Report file (blank RrnRecRp) : " WITH NO ADVANCING
           ACCEPT ws-RecRpt-name

           IF ws-name-relFile EQUAL SPACES
              DISPLAY "The relative file name is needed. Nothing "
                      "was compared."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF ws-IdxFile-name EQUAL SPACES
              MOVE "IdxFile"  TO ws-IdxFile-name
           END-IF

           IF ws-RecRpt-name EQUAL SPACES
              MOVE "RrnRecRp" TO ws-RecRpt-name
           END-IF

           PERFORM Open-Reconciliation-Files
             THRU Open-Reconciliation-Files-Exit

           IF RETURN-CODE NOT EQUAL ZEROES
              GOBACK
           END-IF

           PERFORM Compare-One-Slot
             VARYING ws-key-relFile FROM 2 BY 1
               UNTIL ws-key-relFile GREATER ws-relFile-ctl-high-water

           PERFORM Sweep-Master-File

           DISPLAY SPACE
           DISPLAY "Active slots compared  : [" ws-slots-active "]."
           DISPLAY "Master records read    : [" ws-master-read "]."
           DISPLAY "Differences found      : [" ws-exc-tbl-count "]."

           IF  ws-exc-tbl-count GREATER ZEROES
           AND NOT sw-overflow-Y
               DISPLAY "Bring the relative file in line with the "
                       "master (Y/N)? " WITH NO ADVANCING
               ACCEPT ws-sync-response

               IF sw-sync-response-Y
                  PERFORM Apply-One-Correction
                    VARYING ws-exc-sub FROM 1 BY 1
                      UNTIL ws-exc-sub GREATER ws-exc-tbl-count
                  PERFORM Save-Control-Record
                  SET sw-sync-done-Y TO TRUE
               END-IF
           END-IF

           IF sw-overflow-Y
              DISPLAY "*** More than [" cte-exc-tbl-max "] "
                      "differences, or more than [" cte-rel-tbl-max
                      "] active slots. Nothing was corrected. ***"
           END-IF

           CLOSE relFile
           CLOSE IdxFile

           PERFORM Write-Reconciliation-Report

           PERFORM Raise-Reconciliation-Alert

           MOVE "RRNRECON"        TO ws-runlog-program
           MOVE ws-slots-active   TO ws-runlog-read
           MOVE ws-cnt-corrected  TO ws-runlog-written
           MOVE ws-exc-tbl-count  TO ws-runlog-rejected

           IF ws-exc-tbl-count EQUAL ZEROES
           OR sw-sync-done-Y
              MOVE "OK"           TO ws-runlog-status
           ELSE
              MOVE "DIFFS"        TO ws-runlog-status
              MOVE 4              TO RETURN-CODE
           END-IF

           CALL "RunLog" USING ws-runlog-program
                               ws-runlog-start-stamp
                               ws-runlog-read
                               ws-runlog-written
                               ws-runlog-rejected
                               ws-runlog-status

           GOBACK.

       Open-Reconciliation-Files.
           OPEN I-O relFile

           IF fs-relFile NOT EQUAL "00"
              DISPLAY "*** The relative file [" ws-name-relFile
                      "] could not be opened. Status [" fs-relFile
                      "]. ***"
              CLOSE relFile
              MOVE 16 TO RETURN-CODE
              GO TO Open-Reconciliation-Files-Exit
           END-IF

           MOVE 1 TO ws-key-relFile
           READ relFile INTO ws-ctl-rec
                INVALID KEY
                        DISPLAY "*** The relative file has no "
                                "control record in slot 1. ***"
                        CLOSE relFile
                        MOVE 16 TO RETURN-CODE
                        GO TO Open-Reconciliation-Files-Exit
           END-READ

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              DISPLAY "*** The master [" ws-IdxFile-name "] could "
                      "not be opened. Status [" fs-IdxFile "]. ***"
              CLOSE relFile
              CLOSE IdxFile
              MOVE 16 TO RETURN-CODE
           END-IF.
       Open-Reconciliation-Files-Exit.
           EXIT.

      *    Slots never written since the file was created read as
      *    invalid keys and are passed over, like freed slots.
       Compare-One-Slot.
           READ relFile INTO ws-scan-rec
                INVALID KEY
                        INITIALIZE ws-scan-rec
           END-READ

           ADD cte-01 TO ws-slots-read

           IF ws-scan-rec-active
              ADD cte-01 TO ws-slots-active
              PERFORM Find-Rel-Code

              IF ws-rel-found-sub NOT EQUAL ZEROES
                 MOVE "D" TO ws-new-exc-type
                 PERFORM Add-Slot-Exception
              ELSE
                 IF ws-rel-tbl-count LESS cte-rel-tbl-max
                    ADD cte-01 TO ws-rel-tbl-count
                    MOVE ws-scan-rec-code
                      TO ws-rel-code (ws-rel-tbl-count)
                    MOVE ws-key-relFile
                      TO ws-rel-slot (ws-rel-tbl-count)
                 ELSE
                    SET sw-overflow-Y TO TRUE
                 END-IF
                 PERFORM Match-Slot-To-Master
              END-IF
           END-IF.

       Match-Slot-To-Master.
           MOVE ws-scan-rec-code TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD
                INVALID KEY
                        MOVE ZEROES TO f-IdxFile-rec-salary-employee
                        MOVE "M" TO ws-new-exc-type
                        PERFORM Add-Slot-Exception

                NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN NOT sw-IdxFile-rec-active
                                 MOVE "I" TO ws-new-exc-type
                                 PERFORM Add-Slot-Exception

                            WHEN f-IdxFile-rec-salary-employee
                                 NOT EQUAL ws-scan-rec-salary
                                 MOVE "S" TO ws-new-exc-type
                                 PERFORM Add-Slot-Exception
                        END-EVALUATE
           END-READ.

       Add-Slot-Exception.
           IF ws-exc-tbl-count NOT LESS cte-exc-tbl-max
              SET sw-overflow-Y TO TRUE
           ELSE
              ADD cte-01 TO ws-exc-tbl-count
              MOVE ws-new-exc-type TO ws-exc-type (ws-exc-tbl-count)
              MOVE ws-key-relFile   TO ws-exc-slot (ws-exc-tbl-count)
              MOVE ws-scan-rec-code TO ws-exc-code (ws-exc-tbl-count)
              MOVE ws-scan-rec-salary
                TO ws-exc-rel-salary (ws-exc-tbl-count)
              IF sw-exc-type-duplicate (ws-exc-tbl-count)
                 MOVE ZEROES
                   TO ws-exc-idx-salary (ws-exc-tbl-count)
              ELSE
                 MOVE f-IdxFile-rec-salary-employee
                   TO ws-exc-idx-salary (ws-exc-tbl-count)
              END-IF
              MOVE 'N'              TO ws-exc-done-sw
                                           (ws-exc-tbl-count)
              PERFORM Show-One-Exception
           END-IF.

       Find-Rel-Code.
           MOVE ZEROES TO ws-rel-found-sub

           PERFORM Match-Rel-Code
             VARYING ws-rel-sub FROM 1 BY 1
               UNTIL ws-rel-sub GREATER ws-rel-tbl-count
                  OR ws-rel-found-sub NOT EQUAL ZEROES.

       Match-Rel-Code.
           IF ws-rel-code (ws-rel-sub) EQUAL ws-scan-rec-code
              MOVE ws-rel-sub TO ws-rel-found-sub
           END-IF.

      *    Every active employee on the master must hold a slot.
       Sweep-Master-File.
           MOVE 'N'    TO ws-eof-IdxFile
           MOVE ZEROES TO f-IdxFile-rec-cod-employee

           START IdxFile KEY NOT LESS f-IdxFile-rec-cod-employee
                 INVALID KEY
                         SET sw-eof-IdxFile-Y TO TRUE
           END-START

           PERFORM Sweep-One-Master-Record
             UNTIL sw-eof-IdxFile-Y.

       Sweep-One-Master-Record.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-master-read
                IF sw-IdxFile-rec-active
                   MOVE f-IdxFile-rec-cod-employee TO ws-scan-rec-code
                   PERFORM Find-Rel-Code
                   IF ws-rel-found-sub EQUAL ZEROES
                      MOVE ZEROES TO ws-key-relFile
                                     ws-scan-rec-salary
                      MOVE "A"    TO ws-new-exc-type
                      PERFORM Add-Slot-Exception
                   END-IF
                END-IF
           END-READ.

       Show-One-Exception.
           MOVE ws-exc-tbl-count TO ws-exc-show-sub
           PERFORM Describe-One-Exception

           DISPLAY ws-dl-difference " slot [" ws-dl-slot "] code ["
                   ws-dl-code "] relfile [" ws-dl-rel-salary
                   "] master [" ws-dl-idx-salary "].".

       Describe-One-Exception.
           MOVE SPACES TO ws-dl-action

           EVALUATE TRUE
               WHEN sw-exc-type-salary (ws-exc-show-sub)
                    MOVE "SALARY DIFFERS"    TO ws-dl-difference
                    ADD cte-01 TO ws-cnt-salary
               WHEN sw-exc-type-missing (ws-exc-show-sub)
                    MOVE "NOT ON MASTER"     TO ws-dl-difference
                    ADD cte-01 TO ws-cnt-missing
               WHEN sw-exc-type-inactive (ws-exc-show-sub)
                    MOVE "INACTIVE ON MASTER" TO ws-dl-difference
                    ADD cte-01 TO ws-cnt-inactive
               WHEN sw-exc-type-duplicate (ws-exc-show-sub)
                    MOVE "DUPLICATE SLOT"    TO ws-dl-difference
                    ADD cte-01 TO ws-cnt-duplicate
               WHEN sw-exc-type-absent (ws-exc-show-sub)
                    MOVE "NOT ON RELFILE"    TO ws-dl-difference
                    ADD cte-01 TO ws-cnt-absent
           END-EVALUATE

           MOVE ws-exc-slot       (ws-exc-show-sub) TO ws-dl-slot
           MOVE ws-exc-code       (ws-exc-show-sub) TO ws-dl-code
           MOVE ws-exc-rel-salary (ws-exc-show-sub)
             TO ws-dl-rel-salary
           MOVE ws-exc-idx-salary (ws-exc-show-sub)
             TO ws-dl-idx-salary.

      *    Corrections go through the same free-slot chain as the
      *    relative file maintenance: a freed slot is pushed on the
      *    head of the chain and an added code pops it again, so the
      *    high-water mark only moves when the chain is empty.
       Apply-One-Correction.
           MOVE ws-exc-slot (ws-exc-sub) TO ws-key-relFile

           EVALUATE TRUE
               WHEN sw-exc-type-salary (ws-exc-sub)
                    PERFORM Correct-Slot-Salary

               WHEN sw-exc-type-free-slot (ws-exc-sub)
                    PERFORM Free-Relative-Slot

               WHEN sw-exc-type-absent (ws-exc-sub)
                    PERFORM Add-Relative-Slot
           END-EVALUATE.

       Correct-Slot-Salary.
           READ relFile
                INVALID KEY
                        CONTINUE
           END-READ

           IF  fs-relFile EQUAL "00"
           AND relFile-rec-code EQUAL ws-exc-code (ws-exc-sub)
               MOVE ws-exc-idx-salary (ws-exc-sub)
                 TO relFile-rec-salary
               REWRITE relFile-rec
                  INVALID KEY
                          CONTINUE
                  NOT INVALID KEY
                          SET sw-exc-done-Y (ws-exc-sub) TO TRUE
                          ADD cte-01 TO ws-cnt-corrected
               END-REWRITE
           END-IF.

       Free-Relative-Slot.
           READ relFile
                INVALID KEY
                        CONTINUE
           END-READ

           IF  fs-relFile EQUAL "00"
           AND relFile-rec-code EQUAL ws-exc-code (ws-exc-sub)
               MOVE "D"                      TO relFile-rec-status
               MOVE ws-relFile-ctl-free-head TO relFile-rec-next-free
               REWRITE relFile-rec
                  INVALID KEY
                          CONTINUE
                  NOT INVALID KEY
                          MOVE ws-key-relFile
                            TO ws-relFile-ctl-free-head
                          SET sw-exc-done-Y (ws-exc-sub) TO TRUE
                          ADD cte-01 TO ws-cnt-corrected
               END-REWRITE
           END-IF.

       Add-Relative-Slot.
           IF ws-relFile-ctl-free-head GREATER ZEROES
              MOVE ws-relFile-ctl-free-head TO ws-key-relFile
              READ relFile INTO ws-scan-rec
                   INVALID KEY
                           DISPLAY "Invalid Key on free slot!"
              END-READ
              MOVE ws-scan-rec-next-free    TO
                   ws-relFile-ctl-free-head

              MOVE ws-exc-code (ws-exc-sub) TO relFile-rec-code
              MOVE ws-exc-idx-salary (ws-exc-sub)
                                            TO relFile-rec-salary
              MOVE "A"                      TO relFile-rec-status
              MOVE ZEROES                   TO relFile-rec-next-free

              REWRITE relFile-rec
                 INVALID KEY
                         CONTINUE
              END-REWRITE
           ELSE
              ADD cte-01                    TO
                  ws-relFile-ctl-high-water
              MOVE ws-relFile-ctl-high-water TO ws-key-relFile

              MOVE ws-exc-code (ws-exc-sub) TO relFile-rec-code
              MOVE ws-exc-idx-salary (ws-exc-sub)
                                            TO relFile-rec-salary
              MOVE "A"                      TO relFile-rec-status
              MOVE ZEROES                   TO relFile-rec-next-free

              WRITE relFile-rec
                 INVALID KEY
                         CONTINUE
              END-WRITE
           END-IF

           IF fs-relFile EQUAL "00"
              MOVE ws-key-relFile TO ws-exc-slot (ws-exc-sub)
              SET sw-exc-done-Y (ws-exc-sub) TO TRUE
              ADD cte-01 TO ws-cnt-corrected
           END-IF.

       Save-Control-Record.
           MOVE 1                          TO ws-key-relFile
           MOVE ws-relFile-ctl-high-water  TO relFile-ctl-high-water
           MOVE ws-relFile-ctl-free-head   TO relFile-ctl-free-head

           REWRITE relFile-rec
                 INVALID KEY
                         DISPLAY "*** The control record could not "
                                 "be saved. ***"
           END-REWRITE.

       Write-Reconciliation-Report.
           OPEN OUTPUT RecRpt

           IF  fs-RecRpt NOT EQUAL "00"
           AND fs-RecRpt NOT EQUAL "05"
               DISPLAY "*** WARNING: the report [" ws-RecRpt-name
                       "] could not be opened. ***"
               CLOSE RecRpt
           ELSE
               MOVE ws-today          TO ws-tl-date
               MOVE ws-name-relFile   TO ws-tl-relfile
               MOVE ws-IdxFile-name   TO ws-tl-master
               WRITE f-RecRpt-rec FROM ws-title-line
               MOVE SPACES TO f-RecRpt-rec
               WRITE f-RecRpt-rec
               WRITE f-RecRpt-rec FROM ws-heading-line

               MOVE ZEROES TO ws-cnt-salary
                              ws-cnt-missing
                              ws-cnt-inactive
                              ws-cnt-duplicate
                              ws-cnt-absent

               PERFORM Write-One-Report-Line
                 VARYING ws-exc-sub FROM 1 BY 1
                   UNTIL ws-exc-sub GREATER ws-exc-tbl-count

               MOVE SPACES TO f-RecRpt-rec
               WRITE f-RecRpt-rec
               MOVE "ACTIVE RELFILE SLOTS COMPARED" TO ws-tt-label
               MOVE ws-slots-active   TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line
               MOVE "MASTER RECORDS READ"           TO ws-tt-label
               MOVE ws-master-read    TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line
               MOVE "SALARY DIFFERS"                TO ws-tt-label
               MOVE ws-cnt-salary     TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line
               MOVE "NOT ON MASTER"                 TO ws-tt-label
               MOVE ws-cnt-missing    TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line
               MOVE "INACTIVE ON MASTER"            TO ws-tt-label
               MOVE ws-cnt-inactive   TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line
               MOVE "DUPLICATE SLOT"                TO ws-tt-label
               MOVE ws-cnt-duplicate  TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line
               MOVE "NOT ON RELFILE"                TO ws-tt-label
               MOVE ws-cnt-absent     TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line
               MOVE "CORRECTIONS APPLIED"           TO ws-tt-label
               MOVE ws-cnt-corrected  TO ws-tt-count
               WRITE f-RecRpt-rec FROM ws-total-line

               IF sw-overflow-Y
                  MOVE "*** TABLE LIMIT REACHED - LIST INCOMPLETE ***"
                    TO f-RecRpt-rec
                  WRITE f-RecRpt-rec
               END-IF

               CLOSE RecRpt

               COMPUTE ws-rptarc-period = ws-today / 100
               CALL "RptArc" USING ws-rptarc-program
                                   ws-RecRpt-name
                                   ws-rptarc-period
                                   ws-rptarc-operator
                                   ws-rptarc-pages
           END-IF.

       Write-One-Report-Line.
           MOVE ws-exc-sub TO ws-exc-show-sub
           PERFORM Describe-One-Exception

           EVALUATE TRUE
               WHEN sw-exc-done-Y (ws-exc-sub)
                AND sw-exc-type-salary (ws-exc-sub)
                    MOVE "SALARY SET FROM MASTER" TO ws-dl-action
               WHEN sw-exc-done-Y (ws-exc-sub)
                AND sw-exc-type-absent (ws-exc-sub)
                    MOVE "ADDED FROM MASTER"      TO ws-dl-action
               WHEN sw-exc-done-Y (ws-exc-sub)
                    MOVE "SLOT FREED FOR REUSE"   TO ws-dl-action
               WHEN sw-sync-done-Y
                    MOVE "NOT CORRECTED"          TO ws-dl-action
               WHEN OTHER
                    MOVE "NONE - NOT CONFIRMED"   TO ws-dl-action
           END-EVALUATE

           WRITE f-RecRpt-rec FROM ws-detail-line.

       Raise-Reconciliation-Alert.
           MOVE SPACES TO ws-alertlog-message

           EVALUATE TRUE
               WHEN ws-exc-tbl-count EQUAL ZEROES
                    CONTINUE

               WHEN sw-sync-done-Y
                    MOVE "I" TO ws-alertlog-severity
                    STRING "RELFILE BROUGHT IN LINE WITH MASTER - "
                           ws-cnt-corrected " CORRECTIONS"
                           DELIMITED BY SIZE
                      INTO ws-alertlog-message
                    END-STRING

               WHEN OTHER
                    MOVE "W" TO ws-alertlog-severity
                    STRING "RELFILE OUT OF LINE WITH MASTER - "
                           ws-exc-tbl-count " DIFFERENCES"
                           DELIMITED BY SIZE
                      INTO ws-alertlog-message
                    END-STRING
           END-EVALUATE

           IF ws-alertlog-message NOT EQUAL SPACES
              CALL "AlertLog" USING ws-alertlog-program
                                    ws-alertlog-severity
                                    ws-alertlog-key
                                    ws-alertlog-message
           END-IF.

       END PROGRAM RrnRecon.
