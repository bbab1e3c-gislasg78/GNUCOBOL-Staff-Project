       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptInq.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RptCat ASSIGN TO ws-RptCat-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RptCat.

           SELECT OPTIONAL RptRet ASSIGN TO ws-RptRet-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RptRet.

           SELECT OPTIONAL ArcCopy ASSIGN TO ws-ArcCopy-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ArcCopy.

           SELECT OPTIONAL RptOut ASSIGN TO ws-RptOut-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RptOut.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

       DATA DIVISION.
       FILE SECTION.
       FD  RptCat
           RECORD CONTAINS 151 CHARACTERS.

       01  f-RptCat-rec                 PIC X(151) VALUE SPACES.

       FD  RptRet
           RECORD CONTAINS 16 CHARACTERS.

       01  rptret-rec.
           03  rptret-rec-program       PIC X(08) VALUE SPACES.
           03  rptret-rec-keep-gens     PIC 9(03) VALUE ZEROES.
           03  rptret-rec-keep-days     PIC 9(05) VALUE ZEROES.

       FD  ArcCopy
           RECORD CONTAINS 200 CHARACTERS.

       01  f-ArcCopy-rec                PIC X(200) VALUE SPACES.

       FD  RptOut
           RECORD CONTAINS 200 CHARACTERS.

       01  f-RptOut-rec                 PIC X(200) VALUE SPACES.

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
       77  fs-RptCat                    PIC X(02) VALUE SPACES.
       77  ws-RptCat-name               PIC X(12) VALUE "RptCat".
       77  ws-eof-RptCat                PIC X(01) VALUE 'N'.
           88  sw-eof-RptCat-Y                    VALUE 'Y'.
       77  fs-RptRet                    PIC X(02) VALUE SPACES.
       77  ws-RptRet-name               PIC X(12) VALUE "RptRet".
       77  ws-eof-RptRet                PIC X(01) VALUE 'N'.
           88  sw-eof-RptRet-Y                    VALUE 'Y'.
       77  fs-ArcCopy                   PIC X(02) VALUE SPACES.
       77  ws-ArcCopy-name              PIC X(48) VALUE SPACES.
       77  ws-eof-ArcCopy               PIC X(01) VALUE 'N'.
           88  sw-eof-ArcCopy-Y                   VALUE 'Y'.
       77  fs-RptOut                    PIC X(02) VALUE SPACES.
       77  ws-RptOut-name               PIC X(40) VALUE SPACES.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-rpt-inquiry-level                  VALUE 2.
       78  cte-rpt-retention-level                VALUE 3.
       78  cte-cat-tbl-max                        VALUE 2000.
       78  cte-ret-tbl-max                        VALUE 100.
       78  cte-gen-tbl-max                        VALUE 500.

       01  ws-rpt-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-level            PIC 9(01) VALUE ZERO.
           03  ws-auth-checked-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-checked-Y              VALUE 'Y'.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE "RptInq".
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "RptInq".
           03  ws-alertlog-severity     PIC X(01) VALUE "W".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-find            VALUE 1.
               88  sw-menu-option-reprint         VALUE 2.
               88  sw-menu-option-rules           VALUE 3.
               88  sw-menu-option-retention       VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-find-criteria.
           03  ws-find-program          PIC X(08) VALUE SPACES.
           03  ws-find-date-from        PIC 9(08) VALUE ZEROES.
           03  ws-find-date-to          PIC 9(08) VALUE ZEROES.
           03  ws-find-period           PIC 9(06) VALUE ZEROES.
           03  ws-find-count            PIC 9(05) VALUE ZEROES.

       01  ws-reprint-fields.
           03  ws-rep-seq               PIC 9(06) VALUE ZEROES.
           03  ws-rep-lines             PIC 9(07) VALUE ZEROES.
           03  ws-rep-to-file-sw        PIC X(01) VALUE 'N'.
               88  sw-rep-to-file-Y               VALUE 'Y'.

       01  ws-cat-controls.
           03  ws-cat-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-cat-sub               PIC 9(04) VALUE ZEROES.
           03  ws-cat-found-sub         PIC 9(04) VALUE ZEROES.
           03  ws-cat-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-cat-overflow-Y              VALUE 'Y'.

       01  ws-cat-table.
           03  ws-cat-row OCCURS cte-cat-tbl-max TIMES
                                        PIC X(151).

       01  ws-cat-work.
           03  ws-cw-seq                PIC 9(06) VALUE ZEROES.
           03  ws-cw-program            PIC X(08) VALUE SPACES.
           03  ws-cw-run-date           PIC 9(08) VALUE ZEROES.
           03  ws-cw-run-time           PIC 9(06) VALUE ZEROES.
           03  ws-cw-period             PIC 9(06) VALUE ZEROES.
           03  ws-cw-operator           PIC X(08) VALUE SPACES.
           03  ws-cw-report             PIC X(40) VALUE SPACES.
           03  ws-cw-archive            PIC X(48) VALUE SPACES.
           03  ws-cw-lines              PIC 9(07) VALUE ZEROES.
           03  ws-cw-pages              PIC 9(05) VALUE ZEROES.
           03  ws-cw-status             PIC X(01) VALUE "A".
               88  sw-cw-status-archived          VALUE "A".
               88  sw-cw-status-expired           VALUE "E".
           03  ws-cw-expired            PIC 9(08) VALUE ZEROES.

       01  ws-ret-controls.
           03  ws-ret-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-ret-sub               PIC 9(03) VALUE ZEROES.
           03  ws-ret-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-ret-table.
           03  ws-ret-entry OCCURS cte-ret-tbl-max TIMES.
               05  ws-ret-program       PIC X(08).
               05  ws-ret-keep-gens     PIC 9(03).
               05  ws-ret-keep-days     PIC 9(05).

       01  ws-gen-controls.
           03  ws-gen-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-gen-sub               PIC 9(03) VALUE ZEROES.
           03  ws-gen-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-gen-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-gen-overflow-Y              VALUE 'Y'.

       01  ws-gen-table.
           03  ws-gen-entry OCCURS cte-gen-tbl-max TIMES.
               05  ws-gen-program       PIC X(08).
               05  ws-gen-report        PIC X(40).
               05  ws-gen-count         PIC 9(05).

       01  ws-retention-fields.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-today-int             PIC 9(07) VALUE ZEROES.
           03  ws-run-int               PIC 9(07) VALUE ZEROES.
           03  ws-age-days              PIC S9(07) VALUE ZEROES.
           03  ws-expire-sw             PIC X(01) VALUE 'N'.
               88  sw-expire-Y                    VALUE 'Y'.
           03  ws-expired-count         PIC 9(05) VALUE ZEROES.
           03  ws-kept-count            PIC 9(05) VALUE ZEROES.
           03  ws-delete-status         PIC 9(04) COMP VALUE ZEROES.
           03  ws-ret-confirm           PIC X(01) VALUE SPACE.
               88  sw-ret-confirm-Y               VALUES 'Y', 'y'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Report archive inquiry and reprint."

           PERFORM Check-Rpt-Authorization
              THRU Check-Rpt-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|   Report Archive Catalog.         |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Find archived reports.       |"
           DISPLAY "| [2]. Reprint an archived report.  |"
           DISPLAY "| [3]. List the retention rules.    |"
           DISPLAY "| [4]. Apply the retention rules.   |"
           DISPLAY "| [5]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-find
                    PERFORM Find-Archived-Reports

               WHEN sw-menu-option-reprint
                    PERFORM Reprint-Archived-Report
                      THRU Reprint-Archived-Report-Exit

               WHEN sw-menu-option-rules
                    PERFORM List-Retention-Rules

               WHEN sw-menu-option-retention
                    PERFORM Apply-Retention-Rules
                      THRU Apply-Retention-Rules-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Find-Archived-Reports.
           DISPLAY "Program (blank for all)      : " WITH NO ADVANCING
           ACCEPT ws-find-program

           DISPLAY "Run date from (0 for any)    : " WITH NO ADVANCING
           ACCEPT ws-find-date-from

           DISPLAY "Run date to   (0 for any)    : " WITH NO ADVANCING
           ACCEPT ws-find-date-to

           IF ws-find-date-to EQUAL ZEROES
              MOVE 99999999 TO ws-find-date-to
           END-IF

           DISPLAY "Period YYYYMM (0 for any)    : " WITH NO ADVANCING
           ACCEPT ws-find-period

           PERFORM Load-Catalog-Table

           MOVE ZEROES TO ws-find-count

           DISPLAY SPACE
           DISPLAY "Entry  Program  Run date Time   Period Operator "
                   "Pages St Report"

           PERFORM List-One-Catalog-Row
             VARYING ws-cat-sub FROM 1 BY 1
               UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           DISPLAY "Archived reports found: [" ws-find-count "]."

           IF sw-cat-overflow-Y
              DISPLAY "*** The catalog holds more than ["
                      cte-cat-tbl-max "] entries. Only the first "
                      "ones were searched. ***"
           END-IF.

       List-One-Catalog-Row.
           MOVE ws-cat-row (ws-cat-sub) TO ws-cat-work

           IF  (ws-find-program EQUAL SPACES
             OR ws-cw-program EQUAL ws-find-program)
           AND ws-cw-run-date NOT LESS ws-find-date-from
           AND ws-cw-run-date NOT GREATER ws-find-date-to
           AND (ws-find-period EQUAL ZEROES
             OR ws-cw-period EQUAL ws-find-period)
               ADD cte-01 TO ws-find-count
               DISPLAY ws-cw-seq " " ws-cw-program " "
                       ws-cw-run-date " " ws-cw-run-time " "
                       ws-cw-period " " ws-cw-operator " "
                       ws-cw-pages " " ws-cw-status "  "
                       ws-cw-report
           END-IF.

       Reprint-Archived-Report.
           DISPLAY "Catalog entry to reprint     : " WITH NO ADVANCING
           ACCEPT ws-rep-seq

           PERFORM Load-Catalog-Table
           PERFORM Find-Catalog-Entry

           IF ws-cat-found-sub EQUAL ZEROES
              DISPLAY "Catalog entry [" ws-rep-seq "] not found."
              GO TO Reprint-Archived-Report-Exit
           END-IF

           MOVE ws-cat-row (ws-cat-found-sub) TO ws-cat-work

           IF sw-cw-status-expired
              DISPLAY "Catalog entry [" ws-rep-seq "] was expired on ["
                      ws-cw-expired "] under the retention rules. "
                      "It can no longer be reprinted."
              GO TO Reprint-Archived-Report-Exit
           END-IF

           MOVE ws-cw-archive TO ws-ArcCopy-name
           MOVE 'N'           TO ws-eof-ArcCopy

           OPEN INPUT ArcCopy

           IF fs-ArcCopy NOT EQUAL "00"
              CLOSE ArcCopy
              DISPLAY "*** The archived copy [" ws-ArcCopy-name
                      "] could not be opened. Status [" fs-ArcCopy
                      "]. ***"
              MOVE SPACES TO ws-alertlog-message
              STRING "ARCHIVED COPY MISSING FOR CATALOG ENTRY "
                     ws-rep-seq
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              MOVE ws-rep-seq TO ws-alertlog-key
              CALL "AlertLog" USING ws-alertlog-program
                                    ws-alertlog-severity
                                    ws-alertlog-key
                                    ws-alertlog-message
              GO TO Reprint-Archived-Report-Exit
           END-IF

           DISPLAY "Deliver to file (blank for screen): "
              WITH NO ADVANCING
           ACCEPT ws-RptOut-name

           MOVE 'N' TO ws-rep-to-file-sw

           IF ws-RptOut-name NOT EQUAL SPACES
              OPEN OUTPUT RptOut
              IF  fs-RptOut NOT EQUAL "00"
              AND fs-RptOut NOT EQUAL "05"
                 DISPLAY "*** The file [" ws-RptOut-name "] could "
                         "not be opened. Status [" fs-RptOut "]. ***"
                 CLOSE ArcCopy
                 CLOSE RptOut
                 GO TO Reprint-Archived-Report-Exit
              END-IF
              SET sw-rep-to-file-Y TO TRUE
           END-IF

           MOVE ZEROES TO ws-rep-lines

           PERFORM Reprint-One-Line
             UNTIL sw-eof-ArcCopy-Y

           CLOSE ArcCopy

           IF sw-rep-to-file-Y
              CLOSE RptOut
              DISPLAY "Report [" ws-cw-report "] of [" ws-cw-run-date
                      "] delivered to [" ws-RptOut-name "]. Lines ["
                      ws-rep-lines "]."
           ELSE
              DISPLAY "End of report [" ws-cw-report "] of ["
                      ws-cw-run-date "]. Lines [" ws-rep-lines "]."
           END-IF.
       Reprint-Archived-Report-Exit.
           EXIT.

       Reprint-One-Line.
           READ ArcCopy RECORD
             AT END
                SET sw-eof-ArcCopy-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-rep-lines
                IF sw-rep-to-file-Y
                   WRITE f-RptOut-rec FROM f-ArcCopy-rec
                ELSE
                   DISPLAY f-ArcCopy-rec
                END-IF
           END-READ.

       Find-Catalog-Entry.
           MOVE ZEROES TO ws-cat-found-sub

           PERFORM Match-Catalog-Entry
             VARYING ws-cat-sub FROM 1 BY 1
               UNTIL ws-cat-sub GREATER ws-cat-tbl-count
                  OR ws-cat-found-sub NOT EQUAL ZEROES.

       Match-Catalog-Entry.
           IF ws-cat-row (ws-cat-sub) (1:6) EQUAL ws-rep-seq
              MOVE ws-cat-sub TO ws-cat-found-sub
           END-IF.

       List-Retention-Rules.
           PERFORM Load-Retention-Table

           IF ws-ret-tbl-count EQUAL ZEROES
              DISPLAY "No retention rules are on file. Every archived "
                      "report is kept."
           ELSE
              DISPLAY "Program  Keep gens Keep days"
              PERFORM List-One-Retention-Rule
                VARYING ws-ret-sub FROM 1 BY 1
                  UNTIL ws-ret-sub GREATER ws-ret-tbl-count
              DISPLAY "Programs without a rule keep every generation."
           END-IF.

       List-One-Retention-Rule.
           DISPLAY ws-ret-program (ws-ret-sub) " "
                   ws-ret-keep-gens (ws-ret-sub) "       "
                   ws-ret-keep-days (ws-ret-sub).

       Apply-Retention-Rules.
           IF ws-auth-level LESS cte-rpt-retention-level
           AND sw-auth-checked-Y
              DISPLAY "*** Applying the retention rules needs "
                      "authorization level [" cte-rpt-retention-level
                      "]. ***"
              GO TO Apply-Retention-Rules-Exit
           END-IF

           PERFORM Load-Retention-Table

           IF ws-ret-tbl-count EQUAL ZEROES
              DISPLAY "No retention rules are on file. Nothing "
                      "will be expired."
              GO TO Apply-Retention-Rules-Exit
           END-IF

           DISPLAY "Expired generations are deleted and cannot be "
                   "reprinted. Continue (Y/N)? " WITH NO ADVANCING
           ACCEPT ws-ret-confirm

           IF NOT sw-ret-confirm-Y
              DISPLAY "Retention run cancelled."
              GO TO Apply-Retention-Rules-Exit
           END-IF

           PERFORM Load-Catalog-Table

           IF sw-cat-overflow-Y
              DISPLAY "*** The catalog holds more than ["
                      cte-cat-tbl-max "] entries. The retention run "
                      "was not applied. ***"
              GO TO Apply-Retention-Rules-Exit
           END-IF

           COMPUTE ws-today-int = INTEGER-OF-DATE(ws-today)

           MOVE ZEROES TO ws-gen-tbl-count
                          ws-expired-count
                          ws-kept-count
           MOVE 'N'    TO ws-gen-overflow-sw

           PERFORM Check-One-Generation
              THRU Check-One-Generation-Exit
             VARYING ws-cat-sub FROM ws-cat-tbl-count BY -1
               UNTIL ws-cat-sub LESS 1

           IF ws-expired-count GREATER ZEROES
              PERFORM Rewrite-Catalog-File
           END-IF

           DISPLAY "Retention run complete. Generations expired ["
                   ws-expired-count "] kept [" ws-kept-count "]."

           IF sw-gen-overflow-Y
              DISPLAY "*** More than [" cte-gen-tbl-max "] report "
                      "names are catalogued. Generation limits were "
                      "not applied to the rest. ***"
           END-IF.
       Apply-Retention-Rules-Exit.
           EXIT.

      *    The catalog is walked newest first, so each program and
      *    report name counts its own generations as it goes.
       Check-One-Generation.
           MOVE ws-cat-row (ws-cat-sub) TO ws-cat-work

           IF NOT sw-cw-status-archived
              GO TO Check-One-Generation-Exit
           END-IF

           PERFORM Find-Retention-Rule

           IF ws-ret-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-kept-count
              GO TO Check-One-Generation-Exit
           END-IF

           MOVE 'N' TO ws-expire-sw

           PERFORM Count-Report-Generation

           IF  ws-ret-keep-gens (ws-ret-found-sub) GREATER ZEROES
           AND ws-gen-found-sub NOT EQUAL ZEROES
           AND ws-gen-count (ws-gen-found-sub) GREATER
               ws-ret-keep-gens (ws-ret-found-sub)
               SET sw-expire-Y TO TRUE
           END-IF

           IF ws-ret-keep-days (ws-ret-found-sub) GREATER ZEROES
              COMPUTE ws-run-int = INTEGER-OF-DATE(ws-cw-run-date)
              COMPUTE ws-age-days = ws-today-int - ws-run-int
              IF ws-age-days GREATER
                 ws-ret-keep-days (ws-ret-found-sub)
                 SET sw-expire-Y TO TRUE
              END-IF
           END-IF

           IF NOT sw-expire-Y
              ADD cte-01 TO ws-kept-count
              GO TO Check-One-Generation-Exit
           END-IF

           CALL "CBL_DELETE_FILE" USING ws-cw-archive
                RETURNING ws-delete-status

           IF ws-delete-status NOT EQUAL ZEROES
              DISPLAY "*** Archived copy [" ws-cw-archive "] could "
                      "not be deleted. It is marked expired. ***"
           END-IF

           MOVE "E"      TO ws-cw-status
           MOVE ws-today TO ws-cw-expired
           MOVE ws-cat-work TO ws-cat-row (ws-cat-sub)
           ADD cte-01    TO ws-expired-count

           DISPLAY "Expired catalog entry [" ws-cw-seq "] "
                   ws-cw-program " " ws-cw-run-date " ["
                   ws-cw-archive "].".
       Check-One-Generation-Exit.
           EXIT.

       Find-Retention-Rule.
           MOVE ZEROES TO ws-ret-found-sub

           PERFORM Match-Retention-Rule
             VARYING ws-ret-sub FROM 1 BY 1
               UNTIL ws-ret-sub GREATER ws-ret-tbl-count
                  OR ws-ret-found-sub NOT EQUAL ZEROES.

       Match-Retention-Rule.
           IF ws-ret-program (ws-ret-sub) EQUAL ws-cw-program
              MOVE ws-ret-sub TO ws-ret-found-sub
           END-IF.

       Count-Report-Generation.
           MOVE ZEROES TO ws-gen-found-sub

           PERFORM Match-Report-Generation
             VARYING ws-gen-sub FROM 1 BY 1
               UNTIL ws-gen-sub GREATER ws-gen-tbl-count
                  OR ws-gen-found-sub NOT EQUAL ZEROES

           IF ws-gen-found-sub EQUAL ZEROES
              IF ws-gen-tbl-count LESS cte-gen-tbl-max
                 ADD cte-01 TO ws-gen-tbl-count
                 MOVE ws-gen-tbl-count TO ws-gen-found-sub
                 MOVE ws-cw-program TO ws-gen-program (ws-gen-found-sub)
                 MOVE ws-cw-report  TO ws-gen-report (ws-gen-found-sub)
                 MOVE ZEROES        TO ws-gen-count (ws-gen-found-sub)
              ELSE
                 SET sw-gen-overflow-Y TO TRUE
              END-IF
           END-IF

           IF ws-gen-found-sub NOT EQUAL ZEROES
              ADD cte-01 TO ws-gen-count (ws-gen-found-sub)
           END-IF.

       Match-Report-Generation.
           IF  ws-gen-program (ws-gen-sub) EQUAL ws-cw-program
           AND ws-gen-report (ws-gen-sub)  EQUAL ws-cw-report
               MOVE ws-gen-sub TO ws-gen-found-sub
           END-IF.

       Load-Catalog-Table.
           MOVE ZEROES TO ws-cat-tbl-count
           MOVE 'N'    TO ws-eof-RptCat
                          ws-cat-overflow-sw

           OPEN INPUT RptCat

           IF fs-RptCat EQUAL "00"
              PERFORM Read-One-Catalog-Row
                UNTIL sw-eof-RptCat-Y
           END-IF

           CLOSE RptCat.

       Read-One-Catalog-Row.
           READ RptCat RECORD
             AT END
                SET sw-eof-RptCat-Y TO TRUE

            NOT AT END
                IF ws-cat-tbl-count LESS cte-cat-tbl-max
                   ADD cte-01 TO ws-cat-tbl-count
                   MOVE f-RptCat-rec TO ws-cat-row (ws-cat-tbl-count)
                ELSE
                   SET sw-cat-overflow-Y TO TRUE
                   SET sw-eof-RptCat-Y   TO TRUE
                END-IF
           END-READ.

       Rewrite-Catalog-File.
           OPEN OUTPUT RptCat

           IF  fs-RptCat NOT EQUAL "00"
           AND fs-RptCat NOT EQUAL "05"
              DISPLAY "*** The report catalog could not be rewritten. "
                      "Status [" fs-RptCat "]. ***"
              MOVE SPACES TO ws-alertlog-message
              MOVE "REPORT CATALOG NOT REWRITTEN AFTER RETENTION RUN"
                TO ws-alertlog-message
              MOVE ZEROES TO ws-alertlog-key
              CALL "AlertLog" USING ws-alertlog-program
                                    ws-alertlog-severity
                                    ws-alertlog-key
                                    ws-alertlog-message
           ELSE
              PERFORM Write-One-Catalog-Row
                VARYING ws-cat-sub FROM 1 BY 1
                  UNTIL ws-cat-sub GREATER ws-cat-tbl-count
           END-IF

           CLOSE RptCat.

       Write-One-Catalog-Row.
           WRITE f-RptCat-rec FROM ws-cat-row (ws-cat-sub).

       Load-Retention-Table.
           MOVE ZEROES TO ws-ret-tbl-count
           MOVE 'N'    TO ws-eof-RptRet

           OPEN INPUT RptRet

           IF fs-RptRet EQUAL "00"
              PERFORM Read-One-Retention-Rule
                UNTIL sw-eof-RptRet-Y
           END-IF

           CLOSE RptRet.

       Read-One-Retention-Rule.
           READ RptRet RECORD
             AT END
                SET sw-eof-RptRet-Y TO TRUE

            NOT AT END
                IF  ws-ret-tbl-count LESS cte-ret-tbl-max
                AND rptret-rec-program NOT EQUAL SPACES
                    ADD cte-01 TO ws-ret-tbl-count
                    MOVE rptret-rec-program
                      TO ws-ret-program (ws-ret-tbl-count)
                    MOVE rptret-rec-keep-gens
                      TO ws-ret-keep-gens (ws-ret-tbl-count)
                    MOVE rptret-rec-keep-days
                      TO ws-ret-keep-days (ws-ret-tbl-count)
                END-IF
           END-READ.

       Check-Rpt-Authorization.
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
              GO TO Check-Rpt-Authorization-Exit
           END-IF

           SET sw-auth-checked-Y TO TRUE
           MOVE 'N' TO ws-auth-granted-sw

           PERFORM Match-One-Auth-Operator
             UNTIL sw-eof-OperFile-Y

           CLOSE OperFile

           IF NOT sw-auth-granted-Y
              MOVE "D" TO ws-signlog-result
              CALL "SignOnLg" USING ws-signlog-program
                                    ws-auth-oper-id
                                    ws-signlog-result
              DISPLAY "*** The report archive is open only to "
                      "authorization level [" cte-rpt-inquiry-level
                      "]. The attempt was logged. ***"
           END-IF.
       Check-Rpt-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-rpt-inquiry-level
                AND sw-oper-rec-status-active
                    MOVE oper-rec-level TO ws-auth-level
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                END-IF
           END-READ.

       END PROGRAM RptInq.
