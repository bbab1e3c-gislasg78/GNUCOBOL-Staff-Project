       IDENTIFICATION DIVISION.
       PROGRAM-ID. CodeAlc.

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

       01  ws-ctl-table-controls.
           03  ws-ctl-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-ctl-sub               PIC 9(02) VALUE ZEROES.
           03  ws-ctl-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-ctl-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-ctl-overflow-Y              VALUE 'Y'.
           03  ws-ctl-rewritten-sw      PIC X(01) VALUE 'N'.
               88  sw-ctl-rewritten-Y             VALUE 'Y'.

       01  ws-ctl-table.
           03  ws-ctl-entry OCCURS cte-ctl-tbl-max TIMES.
               05  ws-ctl-company       PIC X(03).
               05  ws-ctl-low-base      PIC 9(05).
               05  ws-ctl-high-base     PIC 9(05).
               05  ws-ctl-next-base     PIC 9(06).
               05  ws-ctl-changed       PIC 9(08).

       01  ws-allocation-fields.
           03  ws-alc-base              PIC 9(06) VALUE ZEROES.
           03  ws-alc-digit             PIC 9(01) VALUE ZERO.
           03  ws-alc-candidate         PIC 9(06) VALUE ZEROES.
           03  ws-alc-candidate-r   REDEFINES ws-alc-candidate.
               05  ws-alc-cand-base     PIC 9(05).
               05  ws-alc-cand-digit    PIC 9(01).
           03  ws-alc-skipped           PIC 9(05) VALUE ZEROES.
           03  ws-alc-digit-sw          PIC X(01) VALUE 'N'.
               88  sw-alc-digit-Y                 VALUE 'Y'.
               88  sw-alc-digit-N                 VALUE 'N'.
           03  ws-alc-free-sw           PIC X(01) VALUE 'N'.
               88  sw-alc-free-Y                  VALUE 'Y'.
               88  sw-alc-free-N                  VALUE 'N'.
           03  ws-alc-idx-open-sw       PIC X(01) VALUE 'N'.
               88  sw-alc-idx-open-Y              VALUE 'Y'.
           03  ws-alc-arch-open-sw      PIC X(01) VALUE 'N'.
               88  sw-alc-arch-open-Y             VALUE 'Y'.

       01  ws-stamp-fields.
           03  ws-stamp-date            PIC 9(08) VALUE ZEROES.
           03  ws-stamp-time            PIC 9(08) VALUE ZEROES.
           03  ws-stamp-time-r      REDEFINES ws-stamp-time.
               05  ws-stamp-hms         PIC 9(06).
               05  FILLER               PIC 9(02).

       LINKAGE SECTION.
       01  lk-function                  PIC X(01).
           88  sw-lk-function-allocate            VALUE "A".
           88  sw-lk-function-verify              VALUE "V".
       01  lk-company                   PIC X(03).
       01  lk-IdxFile-name              PIC X(12).
       01  lk-source                    PIC X(08).
       01  lk-code                      PIC 9(06).
       01  lk-result                    PIC X(01).

       PROCEDURE DIVISION USING lk-function
                                 lk-company
                                 lk-IdxFile-name
                                 lk-source
                                 lk-code
                                 lk-result.
       MAIN-PARAGRAPH.
           MOVE 'N' TO lk-result

           EVALUATE TRUE
               WHEN sw-lk-function-allocate
                    MOVE ZEROES TO lk-code
                    PERFORM Allocate-Next-Code
                      THRU Allocate-Next-Code-Exit

               WHEN sw-lk-function-verify
                    PERFORM Verify-Issued-Code
                      THRU Verify-Issued-Code-Exit

               WHEN OTHER
                    DISPLAY "*** The code allocator was called with "
                            "an unknown function [" lk-function
                            "]. ***"
           END-EVALUATE

           GOBACK.

       Allocate-Next-Code.
           PERFORM Load-Control-Table
             THRU Load-Control-Table-Exit

           MOVE ZEROES TO ws-ctl-found-sub

           PERFORM Match-Control-Entry
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER ws-ctl-tbl-count
                OR ws-ctl-found-sub GREATER ZEROES

           IF ws-ctl-found-sub EQUAL ZEROES
              DISPLAY "*** No employee code range is set up for "
                      "company [" lk-company "]. Set one up "
                      "through the code allocation maintenance "
                      "program. ***"
              GO TO Allocate-Next-Code-Exit
           END-IF

           IF sw-ctl-overflow-Y
              DISPLAY "*** The code control file holds more than ["
                      cte-ctl-tbl-max "] companies. No code was "
                      "allocated. ***"
              GO TO Allocate-Next-Code-Exit
           END-IF

           MOVE lk-IdxFile-name TO ws-IdxFile-name
           MOVE 'N'    TO ws-alc-idx-open-sw
                          ws-alc-arch-open-sw
           MOVE ZEROES TO ws-alc-skipped
           SET sw-alc-free-N TO TRUE

           OPEN INPUT IdxFile
           IF fs-IdxFile EQUAL "00"
              SET sw-alc-idx-open-Y TO TRUE
           END-IF

           OPEN INPUT ArchIdx
           IF fs-ArchIdx EQUAL "00"
              SET sw-alc-arch-open-Y TO TRUE
           END-IF

           PERFORM Try-One-Base
             THRU Try-One-Base-Exit
             UNTIL sw-alc-free-Y
                OR ws-ctl-next-base (ws-ctl-found-sub) GREATER
                   ws-ctl-high-base (ws-ctl-found-sub)

           CLOSE IdxFile
                 ArchIdx

           IF ws-alc-skipped GREATER ZEROES
              DISPLAY "The allocator skipped [" ws-alc-skipped "] "
                      "code(s) already held on the master or the "
                      "archive."
           END-IF

           IF sw-alc-free-N
              DISPLAY "*** The employee code range of company ["
                      lk-company "] is used up. Widen it through "
                      "the code allocation maintenance program. ***"
              PERFORM Rewrite-Control-File
                THRU Rewrite-Control-File-Exit
              GO TO Allocate-Next-Code-Exit
           END-IF

           ACCEPT ws-stamp-date FROM DATE YYYYMMDD
           ACCEPT ws-stamp-time FROM TIME

           MOVE ws-stamp-date TO ws-ctl-changed (ws-ctl-found-sub)

           PERFORM Rewrite-Control-File
             THRU Rewrite-Control-File-Exit

           IF NOT sw-ctl-rewritten-Y
              GO TO Allocate-Next-Code-Exit
           END-IF

           OPEN EXTEND CodeLog

           IF fs-CodeLog EQUAL "00" OR fs-CodeLog EQUAL "05"
              MOVE ws-alc-candidate TO codelog-rec-code
              MOVE lk-company       TO codelog-rec-company
              MOVE lk-source        TO codelog-rec-source
              COMPUTE codelog-rec-stamp =
                      ws-stamp-date * 1000000 + ws-stamp-hms
              WRITE codelog-rec
              CLOSE CodeLog
           ELSE
              CLOSE CodeLog
              DISPLAY "*** WARNING: the code allocation log could "
                      "not be opened. The allocation of ["
                      ws-alc-candidate "] was not logged. ***"
           END-IF

           MOVE ws-alc-candidate TO lk-code
           MOVE 'Y'              TO lk-result.
       Allocate-Next-Code-Exit.
           EXIT.

       Match-Control-Entry.
           IF ws-ctl-company (ws-ctl-sub) EQUAL lk-company
              MOVE ws-ctl-sub TO ws-ctl-found-sub
           END-IF.

       Try-One-Base.
           MOVE ws-ctl-next-base (ws-ctl-found-sub) TO ws-alc-base
           ADD cte-01 TO ws-ctl-next-base (ws-ctl-found-sub)

           MOVE ws-alc-base TO ws-alc-cand-base
           SET sw-alc-digit-N TO TRUE

           PERFORM Try-One-Check-Digit
           VARYING ws-alc-digit FROM 0 BY 1
             UNTIL sw-alc-digit-Y
                OR ws-alc-digit GREATER 8

           IF sw-alc-digit-N
              MOVE 9 TO ws-alc-cand-digit
              CALL "ChkDig" USING ws-alc-candidate
                                  ws-alc-digit-sw
           END-IF

           IF sw-alc-digit-N
              GO TO Try-One-Base-Exit
           END-IF

           SET sw-alc-free-Y TO TRUE

           IF sw-alc-idx-open-Y
              MOVE ws-alc-candidate TO f-IdxFile-rec-cod-employee
              READ IdxFile RECORD
                   KEY IS f-IdxFile-rec-cod-employee
                  INVALID KEY
                     CONTINUE

              NOT INVALID KEY
                     SET sw-alc-free-N TO TRUE
              END-READ
           END-IF

           IF sw-alc-free-Y AND sw-alc-arch-open-Y
              MOVE ws-alc-candidate TO arch-rec-cod-employee
              READ ArchIdx RECORD KEY IS arch-rec-cod-employee
                  INVALID KEY
                     CONTINUE

              NOT INVALID KEY
                     SET sw-alc-free-N TO TRUE
              END-READ
           END-IF

           IF sw-alc-free-N
              ADD cte-01 TO ws-alc-skipped
           END-IF.
       Try-One-Base-Exit.
           EXIT.

       Try-One-Check-Digit.
           MOVE ws-alc-digit TO ws-alc-cand-digit
           CALL "ChkDig" USING ws-alc-candidate
                               ws-alc-digit-sw.

       Verify-Issued-Code.
           MOVE 'N' TO ws-eof-CodeLog

           OPEN INPUT CodeLog

           IF fs-CodeLog NOT EQUAL "00"
              CLOSE CodeLog
              GO TO Verify-Issued-Code-Exit
           END-IF

           PERFORM Match-One-Issued-Code
             UNTIL sw-eof-CodeLog-Y

           CLOSE CodeLog.
       Verify-Issued-Code-Exit.
           EXIT.

       Match-One-Issued-Code.
           READ CodeLog RECORD
             AT END
                SET sw-eof-CodeLog-Y TO TRUE

            NOT AT END
                IF  codelog-rec-code    EQUAL lk-code
                AND codelog-rec-company EQUAL lk-company
                    MOVE 'Y' TO lk-result
                    SET sw-eof-CodeLog-Y TO TRUE
                END-IF
           END-READ.

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
           MOVE 'N' TO ws-ctl-rewritten-sw

           OPEN OUTPUT CodeCtl

           IF fs-CodeCtl NOT EQUAL "00"
              CLOSE CodeCtl
              DISPLAY "*** WARNING: the code control file could "
                      "not be rewritten. No code was "
                      "allocated. ***"
              GO TO Rewrite-Control-File-Exit
           END-IF

           PERFORM Write-One-Control
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER ws-ctl-tbl-count

           CLOSE CodeCtl

           SET sw-ctl-rewritten-Y TO TRUE.
       Rewrite-Control-File-Exit.
           EXIT.

       Write-One-Control.
           MOVE ws-ctl-company   (ws-ctl-sub) TO codectl-rec-company
           MOVE ws-ctl-low-base  (ws-ctl-sub) TO codectl-rec-low-base
           MOVE ws-ctl-high-base (ws-ctl-sub) TO codectl-rec-high-base
           MOVE ws-ctl-next-base (ws-ctl-sub) TO codectl-rec-next-base
           MOVE ws-ctl-changed   (ws-ctl-sub) TO codectl-rec-changed

           WRITE codectl-rec.

       END PROGRAM CodeAlc.
