       IDENTIFICATION DIVISION.
       PROGRAM-ID. CodeMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CodeCtl ASSIGN TO ws-CodeCtl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CodeCtl.

           SELECT OPTIONAL CodeLog ASSIGN TO ws-CodeLog-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CodeLog.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  ALTERNATE RECORD KEY IS f-IdxFile-rec-salary-employee
                            WITH DUPLICATES
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL ArchIdx ASSIGN TO DISK ws-ArchIdx-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS arch-rec-cod-employee
                  FILE STATUS  IS fs-ArchIdx.

       DATA DIVISION.
       FILE SECTION.
       FD  CodeCtl
           RECORD CONTAINS 27 CHARACTERS.

       01  codectl-rec.
           03  codectl-rec-company      PIC X(03) VALUE SPACES.
           03  codectl-rec-low-base     PIC 9(05) VALUE ZEROES.
           03  codectl-rec-high-base    PIC 9(05) VALUE ZEROES.
           03  codectl-rec-next-base    PIC 9(06) VALUE ZEROES.
           03  codectl-rec-changed      PIC 9(08) VALUE ZEROES.

       FD  CodeLog
           RECORD CONTAINS 31 CHARACTERS.

       01  codelog-rec.
           03  codelog-rec-code         PIC 9(06) VALUE ZEROES.
           03  codelog-rec-company      PIC X(03) VALUE SPACES.
           03  codelog-rec-source       PIC X(08) VALUE SPACES.
           03  codelog-rec-stamp        PIC 9(14) VALUE ZEROES.

       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  f-IdxFile-rec.
           03  f-IdxFile-rec-cod-employee       PIC 9(06)  VALUE ZEROES.
           03  f-IdxFile-rec-salary-employee    PIC S9(06)V9(02)
                                                    COMP-3
                                                           VALUE ZEROES.
           03  FILLER                           PIC X(50)  VALUE SPACES.

       FD  ArchIdx
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  arch-rec.
           03  arch-rec-cod-employee            PIC 9(06)  VALUE ZEROES.
           03  FILLER                           PIC X(55)  VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-CodeCtl                   PIC X(02) VALUE SPACES.
       77  fs-CodeLog                   PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-ArchIdx                   PIC X(02) VALUE SPACES.

       77  ws-CodeCtl-name              PIC X(12) VALUE "CodeCtl".
       77  ws-CodeLog-name              PIC X(12) VALUE "CodeLog".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-ArchIdx-name              PIC X(12) VALUE "ArchIdx".

       77  ws-eof-CodeCtl               PIC X(01) VALUE 'N'.
           88  sw-eof-CodeCtl-Y                   VALUE 'Y'.
       77  ws-eof-CodeLog               PIC X(01) VALUE 'N'.
           88  sw-eof-CodeLog-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-ctl-tbl-max                        VALUE 50.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-range           VALUE 1.
               88  sw-menu-option-list            VALUE 2.
               88  sw-menu-option-issue           VALUE 3.
               88  sw-menu-option-unused          VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-company           PIC X(03) VALUE SPACES.
           03  ws-cap-low-base          PIC 9(05) VALUE ZEROES.
           03  ws-cap-high-base         PIC 9(05) VALUE ZEROES.

       01  ws-ctl-table-controls.
           03  ws-ctl-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-ctl-sub               PIC 9(02) VALUE ZEROES.
           03  ws-ctl-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-ctl-overlap-sub       PIC 9(02) VALUE ZEROES.
           03  ws-ctl-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-ctl-overflow-Y              VALUE 'Y'.

       01  ws-ctl-table.
           03  ws-ctl-entry OCCURS cte-ctl-tbl-max TIMES.
               05  ws-ctl-company       PIC X(03).
               05  ws-ctl-low-base      PIC 9(05).
               05  ws-ctl-high-base     PIC 9(05).
               05  ws-ctl-next-base     PIC 9(06).
               05  ws-ctl-changed       PIC 9(08).

       01  ws-allocator-fields.
           03  ws-alc-function          PIC X(01) VALUE "A".
           03  ws-alc-source            PIC X(08) VALUE "CODEMNT".
           03  ws-alc-code              PIC 9(06) VALUE ZEROES.
           03  ws-alc-result            PIC X(01) VALUE 'N'.
               88  sw-alc-result-Y                VALUE 'Y'.

       01  ws-unused-fields.
           03  ws-unused-listed         PIC 9(05) VALUE ZEROES.
           03  ws-unused-issued         PIC 9(05) VALUE ZEROES.
           03  ws-unused-found-sw       PIC X(01) VALUE 'N'.
               88  sw-unused-found-Y              VALUE 'Y'.
               88  sw-unused-found-N              VALUE 'N'.
           03  ws-unused-idx-open-sw    PIC X(01) VALUE 'N'.
               88  sw-unused-idx-open-Y           VALUE 'Y'.
           03  ws-unused-arch-open-sw   PIC X(01) VALUE 'N'.
               88  sw-unused-arch-open-Y          VALUE 'Y'.

       01  ws-today                     PIC 9(08) VALUE ZEROES.
       01  ws-list-counter              PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Employee code allocation maintenance."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Employee Code Allocation.     |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Set a company code range.    |"
           DISPLAY "| [2]. List the code ranges.        |"
           DISPLAY "| [3]. Issue the next code.         |"
           DISPLAY "| [4]. Allocated-but-unused codes.  |"
           DISPLAY "| [5]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-range
                    PERFORM Set-Company-Range
                      THRU Set-Company-Range-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Code-Ranges
                      THRU List-Code-Ranges-Exit

               WHEN sw-menu-option-issue
                    PERFORM Issue-Next-Code
                      THRU Issue-Next-Code-Exit

               WHEN sw-menu-option-unused
                    PERFORM Report-Unused-Codes
                      THRU Report-Unused-Codes-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Set-Company-Range.
           DISPLAY "Company code (blank = single-company): "
              WITH NO ADVANCING
           ACCEPT ws-cap-company

           DISPLAY "Lowest code base (5 digits)          : "
              WITH NO ADVANCING
           ACCEPT ws-cap-low-base

           DISPLAY "Highest code base (5 digits)         : "
              WITH NO ADVANCING
           ACCEPT ws-cap-high-base

           IF ws-cap-low-base EQUAL ZEROES
           OR ws-cap-high-base LESS ws-cap-low-base
              DISPLAY "The lowest base must be above zero and not "
                      "above the highest. Nothing changed."
              GO TO Set-Company-Range-Exit
           END-IF

           PERFORM Load-Control-Table
             THRU Load-Control-Table-Exit

           IF sw-ctl-overflow-Y
              DISPLAY "*** The code control file holds more than ["
                      cte-ctl-tbl-max "] companies. Nothing "
                      "changed. ***"
              GO TO Set-Company-Range-Exit
           END-IF

           MOVE ZEROES TO ws-ctl-found-sub
                          ws-ctl-overlap-sub

           PERFORM Match-Control-Entry
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER ws-ctl-tbl-count

           IF ws-ctl-overlap-sub GREATER ZEROES
              DISPLAY "The range overlaps the range of company ["
                      ws-ctl-company (ws-ctl-overlap-sub) "] ["
                      ws-ctl-low-base (ws-ctl-overlap-sub) "-"
                      ws-ctl-high-base (ws-ctl-overlap-sub) "]. "
                      "Nothing changed."
              GO TO Set-Company-Range-Exit
           END-IF

           IF ws-ctl-found-sub EQUAL ZEROES
              IF ws-ctl-tbl-count NOT LESS cte-ctl-tbl-max
                 DISPLAY "*** The code control table is full. "
                         "Nothing changed. ***"
                 GO TO Set-Company-Range-Exit
              END-IF
              ADD cte-01 TO ws-ctl-tbl-count
              MOVE ws-ctl-tbl-count TO ws-ctl-found-sub
              MOVE ws-cap-company
                TO ws-ctl-company   (ws-ctl-found-sub)
              MOVE ws-cap-low-base
                TO ws-ctl-next-base (ws-ctl-found-sub)
           END-IF

           IF ws-ctl-next-base (ws-ctl-found-sub) LESS ws-cap-low-base
           OR ws-ctl-next-base (ws-ctl-found-sub) GREATER
              ws-cap-high-base
              MOVE ws-cap-low-base
                TO ws-ctl-next-base (ws-ctl-found-sub)
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE ws-cap-low-base  TO ws-ctl-low-base  (ws-ctl-found-sub)
           MOVE ws-cap-high-base TO ws-ctl-high-base (ws-ctl-found-sub)
           MOVE ws-today         TO ws-ctl-changed   (ws-ctl-found-sub)

           PERFORM Rewrite-Control-File
             THRU Rewrite-Control-File-Exit

           DISPLAY "Company [" ws-cap-company "] now allocates "
                   "code bases [" ws-cap-low-base "-"
                   ws-cap-high-base "]. The next base is ["
                   ws-ctl-next-base (ws-ctl-found-sub) "].".
       Set-Company-Range-Exit.
           EXIT.

       Match-Control-Entry.
           IF ws-ctl-company (ws-ctl-sub) EQUAL ws-cap-company
              MOVE ws-ctl-sub TO ws-ctl-found-sub
           ELSE
              IF  ws-cap-low-base  NOT GREATER
                  ws-ctl-high-base (ws-ctl-sub)
              AND ws-cap-high-base NOT LESS
                  ws-ctl-low-base  (ws-ctl-sub)
                  MOVE ws-ctl-sub TO ws-ctl-overlap-sub
              END-IF
           END-IF.

       List-Code-Ranges.
           PERFORM Load-Control-Table
             THRU Load-Control-Table-Exit

           IF ws-ctl-tbl-count EQUAL ZEROES
              DISPLAY "No code ranges are set up."
              GO TO List-Code-Ranges-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Co.  Low    High   Next    Changed"

           PERFORM List-One-Range
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER ws-ctl-tbl-count

           DISPLAY SPACE
           DISPLAY "Code ranges on file: [" ws-ctl-tbl-count "].".
       List-Code-Ranges-Exit.
           EXIT.

       List-One-Range.
           DISPLAY "[" ws-ctl-company   (ws-ctl-sub) "] "
                   ws-ctl-low-base      (ws-ctl-sub) "  "
                   ws-ctl-high-base     (ws-ctl-sub) "  "
                   ws-ctl-next-base     (ws-ctl-sub) "  "
                   ws-ctl-changed       (ws-ctl-sub).

       Issue-Next-Code.
           DISPLAY "Company code (blank = single-company): "
              WITH NO ADVANCING
           ACCEPT ws-cap-company

           PERFORM Name-Company-Master
             THRU Name-Company-Master-Exit

           IF ws-IdxFile-name EQUAL SPACES
              DISPLAY "The employee index file must be named. "
                      "No code issued."
              GO TO Issue-Next-Code-Exit
           END-IF

           MOVE "A" TO ws-alc-function
           CALL "CodeAlc" USING ws-alc-function
                                ws-cap-company
                                ws-IdxFile-name
                                ws-alc-source
                                ws-alc-code
                                ws-alc-result

           IF sw-alc-result-Y
              DISPLAY "Code [" ws-alc-code "] was issued for "
                      "company [" ws-cap-company "]. Key it on "
                      "the hire before it is used anywhere else."
           ELSE
              DISPLAY "No code was issued."
           END-IF.
       Issue-Next-Code-Exit.
           EXIT.

       Name-Company-Master.
           MOVE SPACES TO ws-IdxFile-name

           IF ws-cap-company EQUAL SPACES
              DISPLAY "Employee index file                  : "
                 WITH NO ADVANCING
              ACCEPT ws-IdxFile-name
           ELSE
              STRING ws-cap-company "IdxFile" DELIMITED BY SIZE
                INTO ws-IdxFile-name
           END-IF.
       Name-Company-Master-Exit.
           EXIT.

       Report-Unused-Codes.
           DISPLAY "Company code (blank = single-company): "
              WITH NO ADVANCING
           ACCEPT ws-cap-company

           PERFORM Name-Company-Master
             THRU Name-Company-Master-Exit

           MOVE ZEROES TO ws-unused-listed
                          ws-unused-issued
           MOVE 'N'    TO ws-eof-CodeLog
                          ws-unused-idx-open-sw
                          ws-unused-arch-open-sw

           OPEN INPUT CodeLog

           IF fs-CodeLog NOT EQUAL "00"
              CLOSE CodeLog
              DISPLAY "No code allocation log was found."
              GO TO Report-Unused-Codes-Exit
           END-IF

           OPEN INPUT IdxFile
           IF fs-IdxFile EQUAL "00"
              SET sw-unused-idx-open-Y TO TRUE
           END-IF

           OPEN INPUT ArchIdx
           IF fs-ArchIdx EQUAL "00"
              SET sw-unused-arch-open-Y TO TRUE
           END-IF

           DISPLAY SPACE
           DISPLAY "Codes allocated to company [" ws-cap-company
                   "] but on neither [" ws-IdxFile-name "] nor ["
                   ws-ArchIdx-name "]:"
           DISPLAY "Code    Source    Issued"

           PERFORM Check-One-Issued-Code
             UNTIL sw-eof-CodeLog-Y

           CLOSE CodeLog
                 IdxFile
                 ArchIdx

           DISPLAY SPACE
           DISPLAY "Codes issued to the company : ["
                   ws-unused-issued "]."
           DISPLAY "Never used                  : ["
                   ws-unused-listed "].".
       Report-Unused-Codes-Exit.
           EXIT.

       Check-One-Issued-Code.
           READ CodeLog RECORD
             AT END
                SET sw-eof-CodeLog-Y TO TRUE

            NOT AT END
                IF codelog-rec-company EQUAL ws-cap-company
                   ADD cte-01 TO ws-unused-issued
                   PERFORM Look-Up-Issued-Code
                   IF sw-unused-found-N
                      ADD cte-01 TO ws-unused-listed
                      DISPLAY codelog-rec-code "  ["
                              codelog-rec-source "] ["
                              codelog-rec-stamp "]"
                   END-IF
                END-IF
           END-READ.

       Look-Up-Issued-Code.
           SET sw-unused-found-N TO TRUE

           IF sw-unused-idx-open-Y
              MOVE codelog-rec-code TO f-IdxFile-rec-cod-employee
              READ IdxFile RECORD
                   KEY IS f-IdxFile-rec-cod-employee
                  INVALID KEY
                     CONTINUE

              NOT INVALID KEY
                     SET sw-unused-found-Y TO TRUE
              END-READ
           END-IF

           IF sw-unused-found-N AND sw-unused-arch-open-Y
              MOVE codelog-rec-code TO arch-rec-cod-employee
              READ ArchIdx RECORD KEY IS arch-rec-cod-employee
                  INVALID KEY
                     CONTINUE

              NOT INVALID KEY
                     SET sw-unused-found-Y TO TRUE
              END-READ
           END-IF.

       Load-Control-Table.
           MOVE ZEROES TO ws-ctl-tbl-count
           MOVE 'N'    TO ws-eof-CodeCtl
                          ws-ctl-overflow-sw

           OPEN INPUT CodeCtl

           IF fs-CodeCtl NOT EQUAL "00"
              CLOSE CodeCtl
              GO TO Load-Control-Table-Exit
           END-IF

           PERFORM Read-One-Control
             UNTIL sw-eof-CodeCtl-Y

           CLOSE CodeCtl.
       Load-Control-Table-Exit.
           EXIT.

       Read-One-Control.
           READ CodeCtl RECORD
             AT END
                SET sw-eof-CodeCtl-Y TO TRUE

            NOT AT END
                IF ws-ctl-tbl-count LESS cte-ctl-tbl-max
                   ADD cte-01 TO ws-ctl-tbl-count
                   MOVE codectl-rec-company
                     TO ws-ctl-company   (ws-ctl-tbl-count)
                   MOVE codectl-rec-low-base
                     TO ws-ctl-low-base  (ws-ctl-tbl-count)
                   MOVE codectl-rec-high-base
                     TO ws-ctl-high-base (ws-ctl-tbl-count)
                   MOVE codectl-rec-next-base
                     TO ws-ctl-next-base (ws-ctl-tbl-count)
                   MOVE codectl-rec-changed
                     TO ws-ctl-changed   (ws-ctl-tbl-count)
                ELSE
                   SET sw-ctl-overflow-Y TO TRUE
                   SET sw-eof-CodeCtl-Y  TO TRUE
                END-IF
           END-READ.

       Rewrite-Control-File.
           OPEN OUTPUT CodeCtl

           IF fs-CodeCtl NOT EQUAL "00"
              CLOSE CodeCtl
              DISPLAY "*** WARNING: the code control file could "
                      "not be rewritten. Nothing was changed on "
                      "file. ***"
              GO TO Rewrite-Control-File-Exit
           END-IF

           PERFORM Write-One-Control
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER ws-ctl-tbl-count

           CLOSE CodeCtl.
       Rewrite-Control-File-Exit.
           EXIT.

       Write-One-Control.
           MOVE ws-ctl-company   (ws-ctl-sub) TO codectl-rec-company
           MOVE ws-ctl-low-base  (ws-ctl-sub) TO codectl-rec-low-base
           MOVE ws-ctl-high-base (ws-ctl-sub) TO codectl-rec-high-base
           MOVE ws-ctl-next-base (ws-ctl-sub) TO codectl-rec-next-base
           MOVE ws-ctl-changed   (ws-ctl-sub) TO codectl-rec-changed

           WRITE codectl-rec.

       END PROGRAM CodeMnt.
