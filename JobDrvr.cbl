                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-holidayfile.

           SELECT OPTIONAL RdyCtl ASSIGN TO ws-RdyCtl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RdyCtl.

           SELECT OPTIONAL RdyFile ASSIGN TO ws-RdyFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RdyFile.

           SELECT OPTIONAL TaxFile ASSIGN TO ws-TaxFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxFile.

           SELECT OPTIONAL SsTable ASSIGN TO ws-SsTable-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SsTable.

           SELECT OPTIONAL TaxExLim ASSIGN TO ws-TaxExLim-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxExLim.

           SELECT OPTIONAL RunState ASSIGN TO ws-RunState-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RunState.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  ALTERNATE RECORD KEY IS f-IdxFile-rec-salary-employee
                            WITH DUPLICATES
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL SpaceTst ASSIGN TO ws-SpaceTst-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SpaceTst.

       DATA DIVISION.
       FILE SECTION.
       FD  JobCtl
       FD  holidayfile.
       01  holiday-record               PIC X(10).

       FD  RdyCtl
           RECORD CONTAINS 49 CHARACTERS.

       01  rdyctl-rec.
           03  rdyctl-rec-program       PIC X(08) VALUE SPACES.
           03  rdyctl-rec-file          PIC X(40) VALUE SPACES.
           03  rdyctl-rec-empty-ok      PIC X(01) VALUE "N".
               88  sw-rdyctl-rec-empty-ok-Y       VALUE "Y".

       FD  RdyFile.
       01  rdyfile-rec                  PIC X(80).

       FD  TaxFile
           RECORD CONTAINS 33 CHARACTERS.

       01  tax-rec.
           03  tax-rec-eff-date         PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(25) VALUE SPACES.

       FD  SsTable
           RECORD CONTAINS 52 CHARACTERS.

       01  ss-rec.
           03  ss-rec-eff-date          PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(44) VALUE SPACES.

       FD  TaxExLim
           RECORD CONTAINS 45 CHARACTERS.

       01  taxexlim-rec.
           03  taxexlim-rec-eff-year    PIC 9(04) VALUE ZEROES.
           03  FILLER                   PIC X(41) VALUE SPACES.

       FD  RunState
           RECORD CONTAINS 23 CHARACTERS.

       01  runstate-rec.
           03  runstate-rec-quiesce     PIC X(01) VALUE "N".
               88  sw-runstate-rec-quiesced       VALUE "Y".
           03  runstate-rec-set-by      PIC X(08) VALUE SPACES.
           03  runstate-rec-set-stamp   PIC 9(14) VALUE ZEROES.

       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  f-IdxFile-rec.
           03  f-IdxFile-rec-cod-employee       PIC 9(06)  VALUE ZEROES.
           03  f-IdxFile-rec-salary-employee    PIC S9(06)V9(02)
                                                    COMP-3
                                                           VALUE ZEROES.
           03  FILLER                           PIC X(50)  VALUE SPACES.

       FD  SpaceTst
           RECORD CONTAINS 61 CHARACTERS.

       01  spacetst-rec                 PIC X(61) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-JobCtl                    PIC X(02) VALUE SPACES.
       77  fs-JobLog                    PIC X(02) VALUE SPACES.

       77  ws-eof-JobCtl                PIC X(01) VALUE 'N'.
           88  sw-eof-JobCtl-Y                    VALUE 'Y'.
       77  ws-eof-sw                    PIC X(01) VALUE 'N'.
           88  sw-eof-Y                           VALUE 'Y'.

       78  cte-01                                 VALUE 01.

               88  sw-step-eligible-Y             VALUE 'Y'.
               88  sw-step-eligible-N             VALUE 'N'.

       77  fs-RdyCtl                    PIC X(02) VALUE SPACES.
       77  ws-RdyCtl-name               PIC X(12) VALUE "RdyCtl".
       77  ws-eof-RdyCtl                PIC X(01) VALUE 'N'.
           88  sw-eof-RdyCtl-Y                    VALUE 'Y'.
       77  fs-RdyFile                   PIC X(02) VALUE SPACES.
       77  ws-RdyFile-name              PIC X(40) VALUE SPACES.
       77  fs-TaxFile                   PIC X(02) VALUE SPACES.
       77  ws-TaxFile-name              PIC X(12) VALUE "TaxFile".
       77  fs-SsTable                   PIC X(02) VALUE SPACES.
       77  ws-SsTable-name              PIC X(12) VALUE "SsTable".
       77  fs-TaxExLim                  PIC X(02) VALUE SPACES.
       77  ws-TaxExLim-name             PIC X(12) VALUE "TaxExLim".
       77  fs-RunState                  PIC X(02) VALUE SPACES.
       77  ws-RunState-name             PIC X(12) VALUE "RunState".
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  ws-IdxFile-name              PIC X(12) VALUE "IdxFile".
       77  fs-SpaceTst                  PIC X(02) VALUE SPACES.
       77  ws-SpaceTst-name             PIC X(40) VALUE SPACES.

       78  cte-rdy-tbl-max                        VALUE 200.

      *    Readiness of the night's chain, checked before step 1.
       01  ws-ready-controls.
           03  ws-ready-sw              PIC X(01) VALUE 'Y'.
               88  sw-ready-Y                     VALUE 'Y'.
           03  ws-ready-checks          PIC 9(06) VALUE ZEROES.
           03  ws-ready-passed          PIC 9(06) VALUE ZEROES.
           03  ws-ready-failed          PIC 9(06) VALUE ZEROES.
           03  ws-ready-year            PIC 9(04) VALUE ZEROES.
           03  ws-ready-eff-year        PIC 9(04) VALUE ZEROES.
           03  ws-ready-found-sw        PIC X(01) VALUE 'N'.
               88  sw-ready-found-Y               VALUE 'Y'.
           03  ws-ready-step-due-sw     PIC X(01) VALUE 'N'.
               88  sw-ready-step-due-Y            VALUE 'Y'.
           03  ws-ready-table-name      PIC X(12) VALUE SPACES.
           03  ws-ready-message         PIC X(60) VALUE SPACES.
           03  ws-rdy-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-rdy-sub               PIC 9(03) VALUE ZEROES.
           03  ws-space-rows            PIC 9(07) VALUE ZEROES.
           03  ws-space-written         PIC 9(07) VALUE ZEROES.
           03  ws-delete-status         PIC 9(04) COMP VALUE ZEROES.

       01  ws-rdy-table.
           03  ws-rdy-entry OCCURS cte-rdy-tbl-max TIMES.
               05  ws-rdy-program       PIC X(08).
               05  ws-rdy-file          PIC X(40).
               05  ws-rdy-empty-ok      PIC X(01).

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "JobDrvr".
           03  ws-alertlog-severity     PIC X(01) VALUE "F".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-runlog-fields.
           03  ws-runlog-start-stamp    PIC 9(14) VALUE ZEROES.
           03  ws-runlog-program        PIC X(08) VALUE "JOBDRVR".
           03  ws-runlog-status         PIC X(08) VALUE SPACES.
           03  ws-runlog-read           PIC 9(06) VALUE ZEROES.
           03  ws-runlog-written        PIC 9(06) VALUE ZEROES.
           03  ws-runlog-rejected       PIC 9(06) VALUE ZEROES.

       01  ws-step-state-table.
           03  ws-step-state OCCURS cte-step-max TIMES
                                        PIC X(01).
                THRU Load-Previous-Log-Exit
           END-IF

           PERFORM Check-Chain-Readiness
             THRU Check-Chain-Readiness-Exit

           IF NOT sw-ready-Y
              OPEN EXTEND JobLog

              MOVE SPACES TO f-JobLog-rec
              STRING "READINESS CHECK OF [" ws-run-date "] AT ["
                     ws-run-time "] FAILED [" ws-ready-failed
                     "] CHECKS. NO STEP WAS RUN."
                     DELIMITED BY SIZE
                INTO f-JobLog-rec
              WRITE f-JobLog-rec

              CLOSE JobLog
              CLOSE JobCtl

              DISPLAY "*** The chain was NOT STARTED: ["
                      ws-ready-failed "] readiness checks failed. "
                      "See the alerts above. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND JobLog

           MOVE SPACES TO f-JobLog-rec
                END-IF
           END-READ.

      *    Before step 1 the chain is checked for what the scheduled
      *    steps will need: each input file listed for them on RdyCtl
      *    must be present and, unless marked otherwise, not empty; the
      *    tax, social security and exemption tables and the pay
      *    calendar must cover today; the quiesce flag must be
      *    writable; and there must be room for one more generation of
      *    the master. Every failure is raised as an alert, and the
      *    result goes to the run history.
       Check-Chain-Readiness.
           MOVE 'Y'    TO ws-ready-sw
           MOVE ZEROES TO ws-ready-checks
                          ws-ready-passed
                          ws-ready-failed
           MOVE ws-run-date (1:4) TO ws-ready-year

           COMPUTE ws-runlog-start-stamp =
                   ws-run-date * 1000000 + ws-run-time / 100

           DISPLAY "Master file for the generation backup (blank for "
                   "[" FUNCTION TRIM(ws-IdxFile-name) "]): "
              WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           IF ws-IdxFile-name EQUAL SPACES
              MOVE "IdxFile" TO ws-IdxFile-name
           END-IF

           PERFORM Load-Readiness-Table
             THRU Load-Readiness-Table-Exit

           PERFORM Check-One-Scheduled-Step
             UNTIL sw-eof-JobCtl-Y

           CLOSE JobCtl
           OPEN INPUT JobCtl
           MOVE 'N' TO ws-eof-JobCtl

           PERFORM Check-Reference-Tables
           PERFORM Check-Quiesce-Flag
           PERFORM Check-Backup-Space
             THRU Check-Backup-Space-Exit

           IF ws-ready-failed GREATER ZEROES
              MOVE 'N'        TO ws-ready-sw
              MOVE "NOTREADY" TO ws-runlog-status
              MOVE "F"        TO ws-alertlog-severity
              MOVE SPACES     TO ws-alertlog-message
              STRING "NIGHTLY CHAIN NOT STARTED: " ws-ready-failed
                     " READINESS CHECKS FAILED"
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
           ELSE
              MOVE "READY"    TO ws-runlog-status
              MOVE "I"        TO ws-alertlog-severity
              MOVE SPACES     TO ws-alertlog-message
              STRING "NIGHTLY CHAIN READY: " ws-ready-checks
                     " READINESS CHECKS PASSED"
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
           END-IF

           MOVE ZEROES TO ws-alertlog-key
           PERFORM Raise-Readiness-Alert

           MOVE ws-ready-checks TO ws-runlog-read
           MOVE ws-ready-passed TO ws-runlog-written
           MOVE ws-ready-failed TO ws-runlog-rejected
           CALL "RunLog" USING ws-runlog-program
                               ws-runlog-start-stamp
                               ws-runlog-read
                               ws-runlog-written
                               ws-runlog-rejected
                               ws-runlog-status

           DISPLAY "Readiness check: [" ws-ready-checks "] checks, ["
                   ws-ready-passed "] passed, [" ws-ready-failed
                   "] failed.".
       Check-Chain-Readiness-Exit.
           EXIT.

       Load-Readiness-Table.
           MOVE ZEROES TO ws-rdy-tbl-count
           MOVE 'N'    TO ws-eof-RdyCtl

           OPEN INPUT RdyCtl

           IF fs-RdyCtl NOT EQUAL "00"
              CLOSE RdyCtl
              DISPLAY "No readiness control file was found. No step "
                      "input files are checked."
              GO TO Load-Readiness-Table-Exit
           END-IF

           PERFORM Load-One-Readiness-Row
             UNTIL sw-eof-RdyCtl-Y

           CLOSE RdyCtl.
       Load-Readiness-Table-Exit.
           EXIT.

       Load-One-Readiness-Row.
           READ RdyCtl RECORD
             AT END
                SET sw-eof-RdyCtl-Y TO TRUE

            NOT AT END
                IF ws-rdy-tbl-count LESS cte-rdy-tbl-max
                   ADD cte-01 TO ws-rdy-tbl-count
                   MOVE rdyctl-rec-program
                     TO ws-rdy-program  (ws-rdy-tbl-count)
                   MOVE rdyctl-rec-file
                     TO ws-rdy-file     (ws-rdy-tbl-count)
                   MOVE rdyctl-rec-empty-ok
                     TO ws-rdy-empty-ok (ws-rdy-tbl-count)
                END-IF
           END-READ.

      *    A step is checked when it will run tonight: it is due under
      *    its frequency and did not already end clean in the run being
      *    restarted.
       Check-One-Scheduled-Step.
           READ JobCtl RECORD
             AT END
                SET sw-eof-JobCtl-Y TO TRUE

            NOT AT END
                SET sw-ready-step-due-Y TO TRUE

                IF  jobctl-rec-step GREATER ZEROES
                AND jobctl-rec-step NOT GREATER cte-step-max
                AND ws-prev-ok (jobctl-rec-step) EQUAL 'Y'
                    MOVE 'N' TO ws-ready-step-due-sw
                END-IF

                IF  sw-jobctl-freq-month-end
                AND NOT sw-month-end-Y
                    MOVE 'N' TO ws-ready-step-due-sw
                END-IF

                IF  sw-jobctl-freq-weekday
                AND (jobctl-rec-weekday NOT EQUAL ws-weekday-today
                 OR  sw-holiday-today-Y)
                    MOVE 'N' TO ws-ready-step-due-sw
                END-IF

                IF sw-ready-step-due-Y
                   PERFORM Check-One-Step-Input
                   VARYING ws-rdy-sub FROM 1 BY 1
                     UNTIL ws-rdy-sub GREATER ws-rdy-tbl-count
                END-IF
           END-READ.

       Check-One-Step-Input.
           IF ws-rdy-program (ws-rdy-sub) EQUAL jobctl-rec-program
              ADD cte-01 TO ws-ready-checks
              MOVE ws-rdy-file (ws-rdy-sub) TO ws-RdyFile-name

              OPEN INPUT RdyFile

              IF fs-RdyFile NOT EQUAL "00"
                 CLOSE RdyFile
                 MOVE SPACES TO ws-ready-message
                 STRING "INPUT MISSING FOR " jobctl-rec-program
                        ": " ws-RdyFile-name
                        DELIMITED BY SIZE
                   INTO ws-ready-message
                 PERFORM Fail-Readiness-Check
              ELSE
                 READ RdyFile RECORD
                   AT END
                      IF ws-rdy-empty-ok (ws-rdy-sub) EQUAL "Y"
                         ADD cte-01 TO ws-ready-passed
                      ELSE
                         MOVE SPACES TO ws-ready-message
                         STRING "INPUT EMPTY FOR " jobctl-rec-program
                                ": " ws-RdyFile-name
                                DELIMITED BY SIZE
                           INTO ws-ready-message
                         PERFORM Fail-Readiness-Check
                      END-IF

                  NOT AT END
                      ADD cte-01 TO ws-ready-passed
                 END-READ

                 CLOSE RdyFile
              END-IF
           END-IF.

      *    The tax brackets and exemption limits must be loaded for the
      *    current year; the social security rates must have a row in
      *    force; the pay calendar must hold the period that contains
      *    today.
       Check-Reference-Tables.
           MOVE 'N'       TO ws-ready-found-sw
                             ws-eof-sw
           MOVE "TaxFile" TO ws-ready-table-name

           OPEN INPUT TaxFile

           IF fs-TaxFile EQUAL "00"
              PERFORM Scan-One-Tax-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE TaxFile
           PERFORM Post-Table-Check

           MOVE 'N'       TO ws-ready-found-sw
           MOVE "SsTable" TO ws-ready-table-name

           OPEN INPUT SsTable

           IF fs-SsTable EQUAL "00"
              PERFORM Scan-One-Ss-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE SsTable
           PERFORM Post-Table-Check

           MOVE 'N'        TO ws-ready-found-sw
           MOVE "TaxExLim" TO ws-ready-table-name

           OPEN INPUT TaxExLim

           IF fs-TaxExLim EQUAL "00"
              PERFORM Scan-One-Limit-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE TaxExLim
           PERFORM Post-Table-Check

           MOVE 'N'      TO ws-ready-found-sw
                            ws-eof-PayCalFile
           MOVE "PayCal" TO ws-ready-table-name

           OPEN INPUT PayCalFile

           IF fs-PayCalFile EQUAL "00"
              PERFORM Scan-One-Calendar-Row
                UNTIL sw-eof-PayCalFile-Y
           END-IF

           CLOSE PayCalFile
           PERFORM Post-Table-Check.

       Scan-One-Tax-Row.
           READ TaxFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                MOVE tax-rec-eff-date (1:4) TO ws-ready-eff-year

                IF  ws-ready-eff-year EQUAL ws-ready-year
                AND tax-rec-eff-date NOT GREATER ws-run-date
                    SET sw-ready-found-Y TO TRUE
                END-IF
           END-READ.

       Scan-One-Ss-Row.
           READ SsTable RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF ss-rec-eff-date NOT GREATER ws-run-date
                   SET sw-ready-found-Y TO TRUE
                END-IF
           END-READ.

       Scan-One-Limit-Row.
           READ TaxExLim RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF taxexlim-rec-eff-year EQUAL ws-ready-year
                   SET sw-ready-found-Y TO TRUE
                END-IF
           END-READ.

       Scan-One-Calendar-Row.
           READ PayCalFile RECORD
             AT END
                SET sw-eof-PayCalFile-Y TO TRUE

            NOT AT END
                IF  paycal-rec-start NOT GREATER ws-run-date
                AND paycal-rec-end   NOT LESS    ws-run-date
                    SET sw-ready-found-Y TO TRUE
                END-IF
           END-READ.

       Post-Table-Check.
           ADD cte-01 TO ws-ready-checks
           MOVE 'N'   TO ws-eof-sw

           IF sw-ready-found-Y
              ADD cte-01 TO ws-ready-passed
           ELSE
              MOVE SPACES TO ws-ready-message
              STRING "REFERENCE TABLE DOES NOT COVER " ws-run-date
                     ": " ws-ready-table-name
                     DELIMITED BY SIZE
                INTO ws-ready-message
              PERFORM Fail-Readiness-Check
           END-IF.

      *    The flag is only proved writable here: the file is opened
      *    for extension and closed again without a row being added.
       Check-Quiesce-Flag.
           ADD cte-01 TO ws-ready-checks

           OPEN EXTEND RunState

           IF fs-RunState EQUAL "00" OR fs-RunState EQUAL "05"
              ADD cte-01 TO ws-ready-passed
           ELSE
              MOVE "THE QUIESCE FLAG IN RUNSTATE CANNOT BE SET"
                TO ws-ready-message
              PERFORM Fail-Readiness-Check
           END-IF

           CLOSE RunState.

      *    Room for the generation backup is proved by writing a trial
      *    file as large as the next generation and deleting it again.
       Check-Backup-Space.
           ADD cte-01 TO ws-ready-checks
           MOVE ZEROES TO ws-space-rows
                          ws-space-written
           MOVE 'N'    TO ws-eof-sw

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              MOVE SPACES TO ws-ready-message
              STRING "BACKUP MASTER CANNOT BE OPENED: "
                     ws-IdxFile-name
                     DELIMITED BY SIZE
                INTO ws-ready-message
              PERFORM Fail-Readiness-Check
              GO TO Check-Backup-Space-Exit
           END-IF

           PERFORM Count-One-Master-Row
             UNTIL sw-eof-Y

           CLOSE IdxFile

           MOVE SPACES TO ws-SpaceTst-name
           STRING FUNCTION TRIM(ws-IdxFile-name) ".GTST"
                  DELIMITED BY SIZE
             INTO ws-SpaceTst-name

           OPEN OUTPUT SpaceTst

           IF fs-SpaceTst EQUAL "00"
              MOVE ALL "9" TO spacetst-rec

              PERFORM Write-One-Space-Row
                UNTIL ws-space-written NOT LESS ws-space-rows
                   OR fs-SpaceTst NOT EQUAL "00"
           END-IF

           IF  fs-SpaceTst EQUAL "00"
           AND ws-space-written NOT LESS ws-space-rows
               ADD cte-01 TO ws-ready-passed
           ELSE
               MOVE SPACES TO ws-ready-message
               STRING "NO DISK SPACE FOR THE GENERATION BACKUP OF "
                      ws-IdxFile-name
                      DELIMITED BY SIZE
                 INTO ws-ready-message
               PERFORM Fail-Readiness-Check
           END-IF

           CLOSE SpaceTst

           CALL "CBL_DELETE_FILE" USING ws-SpaceTst-name
                RETURNING ws-delete-status.
       Check-Backup-Space-Exit.
           EXIT.

       Count-One-Master-Row.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-space-rows
           END-READ.

       Write-One-Space-Row.
           WRITE spacetst-rec

           IF fs-SpaceTst EQUAL "00"
              ADD cte-01 TO ws-space-written
           END-IF.

       Fail-Readiness-Check.
           ADD cte-01 TO ws-ready-failed

           DISPLAY "*** NOT READY: " FUNCTION TRIM(ws-ready-message)
                   " ***"

           MOVE "F"              TO ws-alertlog-severity
           MOVE ZEROES           TO ws-alertlog-key
           MOVE ws-ready-message TO ws-alertlog-message
           PERFORM Raise-Readiness-Alert.

       Raise-Readiness-Alert.
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       Load-Previous-Log.
           MOVE 'N' TO ws-eof-PrevLog

                   jobctl-rec-program "] - "
                   FUNCTION TRIM(jobctl-rec-description)

      *    A program that keeps its own checkpoint picks up from it
      *    without asking when the job is being restarted.
           DISPLAY "JOB_RESTART" UPON ENVIRONMENT-NAME

           IF sw-restart-response-Y
              DISPLAY "Y" UPON ENVIRONMENT-VALUE
           ELSE
              DISPLAY "N" UPON ENVIRONMENT-VALUE
           END-IF

           CALL jobctl-rec-program
                ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
