       IDENTIFICATION DIVISION.
       PROGRAM-ID. LvLiab.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL LeaveFile ASSIGN TO ws-LeaveFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveFile.

           SELECT OPTIONAL LeaveReq ASSIGN TO ws-LeaveReq-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveReq.

           SELECT OPTIONAL LvSnap ASSIGN TO ws-LvSnap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LvSnap.

           SELECT OPTIONAL CcAlloc ASSIGN TO ws-CcAlloc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CcAlloc.

           SELECT OPTIONAL GlMap ASSIGN TO ws-GlMap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-GlMap.

           SELECT OPTIONAL GlFile ASSIGN TO ws-GlFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-GlFile.

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
               88  sw-f-IdxFile-rec-status-terminated       VALUE "T".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  LeaveFile
           RECORD CONTAINS 19 CHARACTERS.

       01  leave-rec.
           03  leave-rec-code            PIC 9(06) VALUE ZEROES.
           03  leave-rec-annual-bal      PIC S9(03)V9(01)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.
           03  leave-rec-sick-bal        PIC S9(03)V9(01)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.
           03  leave-rec-accrual         PIC 9(02)V9(01)
                                                   VALUE ZEROES.

       FD  LeaveReq
           RECORD CONTAINS 33 CHARACTERS.

       01  leavereq-rec.
           03  leavereq-rec-code         PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-req-date     PIC 9(08) VALUE ZEROES.
           03  leavereq-rec-type         PIC X(01) VALUE SPACE.
               88  sw-leavereq-rec-annual         VALUE "A".
           03  leavereq-rec-period       PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-days         PIC 9(02)V9(01)
                                                   VALUE ZEROES.
           03  leavereq-rec-status       PIC X(01) VALUE SPACE.
               88  sw-leavereq-rec-granted        VALUE "G".
           03  leavereq-rec-first-day    PIC 9(08) VALUE ZEROES.

       FD  LvSnap
           RECORD CONTAINS 29 CHARACTERS.

       01  lvsnap-rec.
           03  lvsnap-rec-period         PIC 9(06) VALUE ZEROES.
           03  lvsnap-rec-code           PIC 9(06) VALUE ZEROES.
           03  lvsnap-rec-cat            PIC 9(04) VALUE ZEROES.
           03  lvsnap-rec-days           PIC S9(03)V9(01)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.
           03  lvsnap-rec-rate           PIC 9(06)V9(02)
                                                   VALUE ZEROES.

       FD  CcAlloc
           RECORD CONTAINS 17 CHARACTERS.

       01  alloc-rec.
           03  alloc-rec-emp             PIC 9(06) VALUE ZEROES.
           03  alloc-rec-cc              PIC X(06) VALUE SPACES.
           03  alloc-rec-pct             PIC 9(03)V9(02)
                                                   VALUE ZEROES.

       FD  GlMap
           RECORD CONTAINS 17 CHARACTERS.

       01  glmap-rec.
           03  glmap-rec-component       PIC X(08) VALUE SPACES.
           03  glmap-rec-account         PIC 9(08) VALUE ZEROES.
           03  glmap-rec-drcr            PIC X(01) VALUE SPACE.

       FD  GlFile
           RECORD CONTAINS 60 CHARACTERS.

       01  f-GlFile-rec                 PIC X(60) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-LeaveFile                 PIC X(02) VALUE SPACES.
       77  fs-LeaveReq                  PIC X(02) VALUE SPACES.
       77  fs-LvSnap                    PIC X(02) VALUE SPACES.
       77  fs-CcAlloc                   PIC X(02) VALUE SPACES.
       77  fs-GlMap                     PIC X(02) VALUE SPACES.
       77  fs-GlFile                    PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-LeaveFile-name            PIC X(12) VALUE "LeaveFile".
       77  ws-LeaveReq-name             PIC X(12) VALUE "LeaveReq".
       77  ws-LvSnap-name               PIC X(12) VALUE "LvSnap".
       77  ws-CcAlloc-name              PIC X(12) VALUE "CcAlloc".
       77  ws-GlMap-name                PIC X(12) VALUE "GlMap".
       77  ws-GlFile-name               PIC X(12) VALUE "GlFile".

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
       77  ws-eof-LeaveFile             PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveFile-Y                 VALUE 'Y'.
       77  ws-eof-LeaveReq              PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveReq-Y                  VALUE 'Y'.
       77  ws-eof-LvSnap                PIC X(01) VALUE 'N'.
           88  sw-eof-LvSnap-Y                    VALUE 'Y'.
       77  ws-eof-CcAlloc               PIC X(01) VALUE 'N'.
           88  sw-eof-CcAlloc-Y                   VALUE 'Y'.
       77  ws-eof-GlMap                 PIC X(01) VALUE 'N'.
           88  sw-eof-GlMap-Y                     VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-emp-tbl-max                        VALUE 500.
       78  cte-cat-tbl-max                        VALUE 100.
       78  cte-cc-tbl-max                         VALUE 50.
       78  cte-map-tbl-max                        VALUE 40.

       01  ws-selection-criteria.
           03  ws-sel-period            PIC 9(06) VALUE ZEROES.
           03  ws-prev-period           PIC 9(06) VALUE ZEROES.
           03  ws-run-date              PIC 9(08) VALUE ZEROES.

       01  ws-ledger-controls.
           03  ws-led-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-led-sub               PIC 9(03) VALUE ZEROES.
           03  ws-led-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-ledger-table.
           03  ws-led-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-led-code          PIC 9(06).
               05  ws-led-days          PIC S9(03)V9(01).

       01  ws-taken-controls.
           03  ws-tkn-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-tkn-sub               PIC 9(03) VALUE ZEROES.
           03  ws-tkn-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-taken-table.
           03  ws-tkn-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-tkn-code          PIC 9(06).
               05  ws-tkn-days          PIC 9(03)V9(01).

       01  ws-prev-controls.
           03  ws-prev-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-prev-sub              PIC 9(03) VALUE ZEROES.
           03  ws-prev-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-snap-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-snap-overflow-Y             VALUE 'Y'.

       01  ws-prev-table.
           03  ws-prev-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-prev-code         PIC 9(06).
               05  ws-prev-cat          PIC 9(04).
               05  ws-prev-days         PIC S9(03)V9(01).
               05  ws-prev-rate         PIC 9(06)V9(02).
               05  ws-prev-matched-sw   PIC X(01).
                   88  sw-prev-matched-Y          VALUE 'Y'.

       01  ws-cur-controls.
           03  ws-cur-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-cur-sub               PIC 9(03) VALUE ZEROES.

       01  ws-cur-table.
           03  ws-cur-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-cur-code          PIC 9(06).
               05  ws-cur-cat           PIC 9(04).
               05  ws-cur-days          PIC S9(03)V9(01).
               05  ws-cur-rate          PIC 9(06)V9(02).

       01  ws-alloc-controls.
           03  ws-alloc-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-alloc-sub             PIC 9(03) VALUE ZEROES.
           03  ws-alloc-emp-pct         PIC 9(04)V9(02)
                                                  VALUE ZEROES.

       01  ws-alloc-table.
           03  ws-alloc-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-alloc-emp         PIC 9(06).
               05  ws-alloc-cc          PIC X(06).
               05  ws-alloc-pct         PIC 9(03)V9(02).

       01  ws-cat-controls.
           03  ws-cat-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-cat-sub               PIC 9(03) VALUE ZEROES.
           03  ws-cat-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-cat-seek              PIC 9(04) VALUE ZEROES.

       01  ws-cat-table.
           03  ws-cat-entry OCCURS cte-cat-tbl-max TIMES.
               05  ws-cat-cod           PIC 9(04).
               05  ws-cat-opening       PIC S9(11).
               05  ws-cat-accrued       PIC S9(11).
               05  ws-cat-taken         PIC S9(11).
               05  ws-cat-rate-chg      PIC S9(11).
               05  ws-cat-leavers       PIC S9(11).
               05  ws-cat-closing       PIC S9(11).

       01  ws-cc-controls.
           03  ws-cc-tbl-count          PIC 9(02) VALUE ZEROES.
           03  ws-cc-sub                PIC 9(02) VALUE ZEROES.
           03  ws-cc-found-sub          PIC 9(02) VALUE ZEROES.
           03  ws-cc-seek               PIC X(06) VALUE SPACES.
           03  ws-cc-share              PIC S9(11) VALUE ZEROES.

       01  ws-cc-table.
           03  ws-cc-entry OCCURS cte-cc-tbl-max TIMES.
               05  ws-cc-code           PIC X(06).
               05  ws-cc-closing        PIC S9(11).

       01  ws-map-controls.
           03  ws-map-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-map-sub               PIC 9(02) VALUE ZEROES.
           03  ws-map-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-map-seek              PIC X(08) VALUE SPACES.
           03  ws-map-exp-sub           PIC 9(02) VALUE ZEROES.
           03  ws-map-liab-sub          PIC 9(02) VALUE ZEROES.

       01  ws-map-table.
           03  ws-map-entry OCCURS cte-map-tbl-max TIMES.
               05  ws-map-component     PIC X(08).
               05  ws-map-account       PIC 9(08).
               05  ws-map-drcr          PIC X(01).

       01  ws-valuation-fields.
           03  ws-val-days              PIC S9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-val-rate              PIC 9(06)V9(02)
                                                  VALUE ZEROES.
           03  ws-val-taken             PIC 9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-val-opening           PIC S9(09) VALUE ZEROES.
           03  ws-val-closing           PIC S9(09) VALUE ZEROES.
           03  ws-val-rate-chg          PIC S9(09) VALUE ZEROES.
           03  ws-val-taken-amt         PIC S9(09) VALUE ZEROES.
           03  ws-val-accrued           PIC S9(09) VALUE ZEROES.

       01  ws-company-totals.
           03  ws-tot-opening           PIC S9(11) VALUE ZEROES.
           03  ws-tot-accrued           PIC S9(11) VALUE ZEROES.
           03  ws-tot-taken             PIC S9(11) VALUE ZEROES.
           03  ws-tot-rate-chg          PIC S9(11) VALUE ZEROES.
           03  ws-tot-leavers           PIC S9(11) VALUE ZEROES.
           03  ws-tot-closing           PIC S9(11) VALUE ZEROES.
           03  ws-tot-movement          PIC S9(11) VALUE ZEROES.
           03  ws-tot-valued            PIC 9(06) VALUE ZEROES.
           03  ws-tot-leaver-count      PIC 9(06) VALUE ZEROES.

       01  ws-posting-controls.
           03  ws-post-movement         PIC S9(11) VALUE ZEROES.
           03  ws-post-lines            PIC 9(04) VALUE ZEROES.
           03  ws-post-debit-total      PIC 9(13) VALUE ZEROES.
           03  ws-post-credit-total     PIC 9(13) VALUE ZEROES.

       01  ws-gl-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-glh-period            PIC 9(06) VALUE ZEROES.
           03  ws-glh-date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(45) VALUE SPACES.

       01  ws-gl-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-gld-account           PIC 9(08) VALUE ZEROES.
           03  ws-gld-drcr              PIC X(01) VALUE SPACE.
           03  ws-gld-amount            PIC 9(11) VALUE ZEROES.
           03  ws-gld-cat               PIC 9(04) VALUE ZEROES.
           03  ws-gld-component         PIC X(08) VALUE SPACES.
           03  FILLER                   PIC X(27) VALUE SPACES.

       01  ws-gl-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-glt-lines             PIC 9(04) VALUE ZEROES.
           03  ws-glt-debits            PIC 9(13) VALUE ZEROES.
           03  ws-glt-credits           PIC 9(13) VALUE ZEROES.
           03  FILLER                   PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Month-end leave liability valuation."

           DISPLAY "Valuation period (CCYYMM) : " WITH NO ADVANCING
           ACCEPT ws-sel-period

           DISPLAY "Employee index file       : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           IF ws-sel-period EQUAL ZEROES
           OR ws-IdxFile-name EQUAL SPACES
              DISPLAY "The period and the index file are both "
                      "needed. Nothing valued."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Load-Account-Map
             THRU Load-Account-Map-Exit

           IF ws-map-exp-sub EQUAL ZEROES
           OR ws-map-liab-sub EQUAL ZEROES
              DISPLAY "*** The account mapping table carries no "
                      "[LVEXPNSE] and [LVLIABTY] rows. Nothing "
                      "valued. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ws-map-drcr (ws-map-exp-sub) EQUAL
              ws-map-drcr (ws-map-liab-sub)
              DISPLAY "*** [LVEXPNSE] and [LVLIABTY] are mapped to the "
                      "same side. The posting would not balance. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Load-Previous-Valuation
             THRU Load-Previous-Valuation-Exit

           IF sw-snap-overflow-Y
              DISPLAY "*** The valuation snapshot holds more than ["
                      cte-emp-tbl-max "] employees. Nothing "
                      "valued. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Load-Leave-Ledger
             THRU Load-Leave-Ledger-Exit

           PERFORM Load-Leave-Taken
             THRU Load-Leave-Taken-Exit

           PERFORM Load-Allocations
             THRU Load-Allocations-Exit

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. Nothing valued. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Leave liability for period [" ws-sel-period
                   "].   |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"

           PERFORM Value-One-Employee
             THRU Value-One-Employee-Exit
             UNTIL sw-eof-IdxFile-Y

           CLOSE IdxFile

           PERFORM Release-One-Leaver
             THRU Release-One-Leaver-Exit
           VARYING ws-prev-sub FROM 1 BY 1
             UNTIL ws-prev-sub GREATER ws-prev-tbl-count

           PERFORM Print-Liability-Summary

           PERFORM Write-Posting-File
             THRU Write-Posting-File-Exit

           IF RETURN-CODE EQUAL ZEROES
              PERFORM Write-Valuation-Snapshot
                THRU Write-Valuation-Snapshot-Exit
           END-IF

           STOP RUN.

       Load-Account-Map.
           MOVE ZEROES TO ws-map-tbl-count
                          ws-map-exp-sub
                          ws-map-liab-sub
           MOVE 'N'    TO ws-eof-GlMap

           OPEN INPUT GlMap

           IF fs-GlMap NOT EQUAL "00"
              CLOSE GlMap
              DISPLAY "No account mapping table was found."
              GO TO Load-Account-Map-Exit
           END-IF

           PERFORM Read-One-Map-Row
             UNTIL sw-eof-GlMap-Y

           CLOSE GlMap

           MOVE "LVEXPNSE" TO ws-map-seek
           PERFORM Find-Map-Component
           MOVE ws-map-found-sub TO ws-map-exp-sub

           MOVE "LVLIABTY" TO ws-map-seek
           PERFORM Find-Map-Component
           MOVE ws-map-found-sub TO ws-map-liab-sub.
       Load-Account-Map-Exit.
           EXIT.

       Read-One-Map-Row.
           READ GlMap RECORD
             AT END
                SET sw-eof-GlMap-Y TO TRUE

            NOT AT END
                IF ws-map-tbl-count LESS cte-map-tbl-max
                   ADD cte-01 TO ws-map-tbl-count
                   MOVE glmap-rec-component
                     TO ws-map-component (ws-map-tbl-count)
                   MOVE glmap-rec-account
                     TO ws-map-account   (ws-map-tbl-count)
                   MOVE glmap-rec-drcr
                     TO ws-map-drcr      (ws-map-tbl-count)
                ELSE
                   DISPLAY "*** WARNING: the mapping table is full "
                           "at [" cte-map-tbl-max "] rows. ***"
                   SET sw-eof-GlMap-Y TO TRUE
                END-IF
           END-READ.

       Find-Map-Component.
           MOVE ZEROES TO ws-map-found-sub

           PERFORM Match-Map-Component
           VARYING ws-map-sub FROM 1 BY 1
             UNTIL ws-map-sub GREATER ws-map-tbl-count
                OR ws-map-found-sub GREATER ZEROES.

       Match-Map-Component.
           IF ws-map-component (ws-map-sub) EQUAL ws-map-seek
              MOVE ws-map-sub TO ws-map-found-sub
           END-IF.

       Load-Previous-Valuation.
           MOVE ZEROES TO ws-prev-tbl-count
                          ws-prev-period
           MOVE 'N'    TO ws-eof-LvSnap
                          ws-snap-overflow-sw

           OPEN INPUT LvSnap

           IF fs-LvSnap NOT EQUAL "00"
              CLOSE LvSnap
              DISPLAY "No earlier valuation was found: the whole "
                      "liability is shown as accrued."
              GO TO Load-Previous-Valuation-Exit
           END-IF

           PERFORM Find-Previous-Period
             UNTIL sw-eof-LvSnap-Y

           CLOSE LvSnap

           IF ws-prev-period EQUAL ZEROES
              DISPLAY "No valuation before [" ws-sel-period "] was "
                      "found: the whole liability is shown as "
                      "accrued."
              GO TO Load-Previous-Valuation-Exit
           END-IF

           MOVE 'N' TO ws-eof-LvSnap

           OPEN INPUT LvSnap

           PERFORM Load-One-Previous-Row
             UNTIL sw-eof-LvSnap-Y

           CLOSE LvSnap

           DISPLAY "Previous valuation [" ws-prev-period "] loaded "
                   "with [" ws-prev-tbl-count "] employees.".
       Load-Previous-Valuation-Exit.
           EXIT.

       Find-Previous-Period.
           READ LvSnap RECORD
             AT END
                SET sw-eof-LvSnap-Y TO TRUE

            NOT AT END
                IF  lvsnap-rec-period LESS ws-sel-period
                AND lvsnap-rec-period GREATER ws-prev-period
                    MOVE lvsnap-rec-period TO ws-prev-period
                END-IF
           END-READ.

       Load-One-Previous-Row.
           READ LvSnap RECORD
             AT END
                SET sw-eof-LvSnap-Y TO TRUE

            NOT AT END
                IF lvsnap-rec-period EQUAL ws-prev-period
                   IF ws-prev-tbl-count LESS cte-emp-tbl-max
                      ADD cte-01 TO ws-prev-tbl-count
                      MOVE lvsnap-rec-code
                        TO ws-prev-code (ws-prev-tbl-count)
                      MOVE lvsnap-rec-cat
                        TO ws-prev-cat  (ws-prev-tbl-count)
                      MOVE lvsnap-rec-days
                        TO ws-prev-days (ws-prev-tbl-count)
                      MOVE lvsnap-rec-rate
                        TO ws-prev-rate (ws-prev-tbl-count)
                      MOVE 'N'
                        TO ws-prev-matched-sw (ws-prev-tbl-count)
                   ELSE
                      SET sw-snap-overflow-Y TO TRUE
                      SET sw-eof-LvSnap-Y    TO TRUE
                   END-IF
                END-IF
           END-READ.

       Load-Leave-Ledger.
           MOVE ZEROES TO ws-led-tbl-count
           MOVE 'N'    TO ws-eof-LeaveFile

           OPEN INPUT LeaveFile

           IF fs-LeaveFile NOT EQUAL "00"
              CLOSE LeaveFile
              DISPLAY "*** WARNING: no leave ledger was found. Every "
                      "balance is valued at zero. ***"
              GO TO Load-Leave-Ledger-Exit
           END-IF

           PERFORM Read-One-Ledger-Entry
             UNTIL sw-eof-LeaveFile-Y

           CLOSE LeaveFile.
       Load-Leave-Ledger-Exit.
           EXIT.

       Read-One-Ledger-Entry.
           READ LeaveFile RECORD
             AT END
                SET sw-eof-LeaveFile-Y TO TRUE

            NOT AT END
                IF ws-led-tbl-count LESS cte-emp-tbl-max
                   ADD cte-01 TO ws-led-tbl-count
                   MOVE leave-rec-code
                     TO ws-led-code (ws-led-tbl-count)
                   MOVE leave-rec-annual-bal
                     TO ws-led-days (ws-led-tbl-count)
                ELSE
                   DISPLAY "*** WARNING: the leave ledger table is "
                           "full at [" cte-emp-tbl-max "]. Later "
                           "balances are valued at zero. ***"
                   SET sw-eof-LeaveFile-Y TO TRUE
                END-IF
           END-READ.

       Load-Leave-Taken.
           MOVE ZEROES TO ws-tkn-tbl-count
           MOVE 'N'    TO ws-eof-LeaveReq

           OPEN INPUT LeaveReq

           IF fs-LeaveReq NOT EQUAL "00"
              CLOSE LeaveReq
              GO TO Load-Leave-Taken-Exit
           END-IF

           PERFORM Read-One-Leave-Request
             UNTIL sw-eof-LeaveReq-Y

           CLOSE LeaveReq.
       Load-Leave-Taken-Exit.
           EXIT.

       Read-One-Leave-Request.
           READ LeaveReq RECORD
             AT END
                SET sw-eof-LeaveReq-Y TO TRUE

            NOT AT END
                IF  leavereq-rec-period EQUAL ws-sel-period
                AND sw-leavereq-rec-annual
                AND sw-leavereq-rec-granted
                    PERFORM Post-One-Leave-Taken
                END-IF
           END-READ.

       Post-One-Leave-Taken.
           MOVE ZEROES TO ws-tkn-found-sub

           PERFORM Match-Taken-Entry
           VARYING ws-tkn-sub FROM 1 BY 1
             UNTIL ws-tkn-sub GREATER ws-tkn-tbl-count
                OR ws-tkn-found-sub GREATER ZEROES

           IF ws-tkn-found-sub GREATER ZEROES
              ADD leavereq-rec-days TO ws-tkn-days (ws-tkn-found-sub)
           ELSE
              IF ws-tkn-tbl-count LESS cte-emp-tbl-max
                 ADD cte-01 TO ws-tkn-tbl-count
                 MOVE leavereq-rec-code
                   TO ws-tkn-code (ws-tkn-tbl-count)
                 MOVE leavereq-rec-days
                   TO ws-tkn-days (ws-tkn-tbl-count)
              END-IF
           END-IF.

       Match-Taken-Entry.
           IF ws-tkn-code (ws-tkn-sub) EQUAL leavereq-rec-code
              MOVE ws-tkn-sub TO ws-tkn-found-sub
           END-IF.

       Load-Allocations.
           MOVE ZEROES TO ws-alloc-tbl-count
           MOVE 'N'    TO ws-eof-CcAlloc

           OPEN INPUT CcAlloc

           IF fs-CcAlloc NOT EQUAL "00"
              CLOSE CcAlloc
              DISPLAY "No allocation splits were found: the "
                      "liability is shown as unallocated."
              GO TO Load-Allocations-Exit
           END-IF

           PERFORM Read-One-Allocation
             UNTIL sw-eof-CcAlloc-Y

           CLOSE CcAlloc.
       Load-Allocations-Exit.
           EXIT.

       Read-One-Allocation.
           READ CcAlloc RECORD
             AT END
                SET sw-eof-CcAlloc-Y TO TRUE

            NOT AT END
                IF ws-alloc-tbl-count LESS cte-emp-tbl-max
                   ADD cte-01 TO ws-alloc-tbl-count
                   MOVE alloc-rec-emp
                     TO ws-alloc-emp (ws-alloc-tbl-count)
                   MOVE alloc-rec-cc
                     TO ws-alloc-cc  (ws-alloc-tbl-count)
                   MOVE alloc-rec-pct
                     TO ws-alloc-pct (ws-alloc-tbl-count)
                ELSE
                   DISPLAY "*** WARNING: the allocation table is "
                           "full at [" cte-emp-tbl-max "]. Later "
                           "splits are shown as unallocated. ***"
                   SET sw-eof-CcAlloc-Y TO TRUE
                END-IF
           END-READ.

       Value-One-Employee.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE
                GO TO Value-One-Employee-Exit
           END-READ

           IF sw-f-IdxFile-rec-status-terminated
              GO TO Value-One-Employee-Exit
           END-IF

           MOVE ZEROES TO ws-led-found-sub
                          ws-val-days

           PERFORM Match-Ledger-Entry
           VARYING ws-led-sub FROM 1 BY 1
             UNTIL ws-led-sub GREATER ws-led-tbl-count
                OR ws-led-found-sub GREATER ZEROES

           MOVE ZEROES TO ws-prev-found-sub

           PERFORM Match-Previous-Entry
           VARYING ws-prev-sub FROM 1 BY 1
             UNTIL ws-prev-sub GREATER ws-prev-tbl-count
                OR ws-prev-found-sub GREATER ZEROES

           IF  ws-led-found-sub EQUAL ZEROES
           AND ws-prev-found-sub EQUAL ZEROES
               GO TO Value-One-Employee-Exit
           END-IF

           IF ws-led-found-sub GREATER ZEROES
              MOVE ws-led-days (ws-led-found-sub) TO ws-val-days
           END-IF

           COMPUTE ws-val-rate ROUNDED =
                   f-IdxFile-rec-salary-employee / 30

           MOVE ZEROES TO ws-val-taken
                          ws-tkn-found-sub

           PERFORM Find-Employee-Taken
           VARYING ws-tkn-sub FROM 1 BY 1
             UNTIL ws-tkn-sub GREATER ws-tkn-tbl-count
                OR ws-tkn-found-sub GREATER ZEROES

           COMPUTE ws-val-closing ROUNDED = ws-val-days * ws-val-rate
           COMPUTE ws-val-taken-amt ROUNDED =
                   0 - ws-val-taken * ws-val-rate

           IF ws-prev-found-sub GREATER ZEROES
              SET sw-prev-matched-Y (ws-prev-found-sub) TO TRUE
              COMPUTE ws-val-opening ROUNDED =
                      ws-prev-days (ws-prev-found-sub)
                    * ws-prev-rate (ws-prev-found-sub)
              COMPUTE ws-val-rate-chg ROUNDED =
                      ws-prev-days (ws-prev-found-sub)
                    * (ws-val-rate - ws-prev-rate (ws-prev-found-sub))
           ELSE
              MOVE ZEROES TO ws-val-opening
                             ws-val-rate-chg
           END-IF

           COMPUTE ws-val-accrued =
                   ws-val-closing - ws-val-opening
                 - ws-val-rate-chg - ws-val-taken-amt

           MOVE f-IdxFile-rec-cod-cat-employee TO ws-cat-seek
           PERFORM Find-Category-Row
             THRU Find-Category-Row-Exit

           IF ws-cat-found-sub GREATER ZEROES
              ADD ws-val-opening   TO ws-cat-opening  (ws-cat-found-sub)
              ADD ws-val-accrued   TO ws-cat-accrued  (ws-cat-found-sub)
              ADD ws-val-taken-amt TO ws-cat-taken    (ws-cat-found-sub)
              ADD ws-val-rate-chg  TO ws-cat-rate-chg (ws-cat-found-sub)
              ADD ws-val-closing   TO ws-cat-closing  (ws-cat-found-sub)
           END-IF

           PERFORM Spread-To-Cost-Centers

           ADD ws-val-opening   TO ws-tot-opening
           ADD ws-val-accrued   TO ws-tot-accrued
           ADD ws-val-taken-amt TO ws-tot-taken
           ADD ws-val-rate-chg  TO ws-tot-rate-chg
           ADD ws-val-closing   TO ws-tot-closing
           ADD cte-01           TO ws-tot-valued

           IF ws-cur-tbl-count LESS cte-emp-tbl-max
              ADD cte-01 TO ws-cur-tbl-count
              MOVE f-IdxFile-rec-cod-employee
                TO ws-cur-code (ws-cur-tbl-count)
              MOVE f-IdxFile-rec-cod-cat-employee
                TO ws-cur-cat  (ws-cur-tbl-count)
              MOVE ws-val-days TO ws-cur-days (ws-cur-tbl-count)
              MOVE ws-val-rate TO ws-cur-rate (ws-cur-tbl-count)
           END-IF

           DISPLAY "[" f-IdxFile-rec-cod-employee "] ["
                   f-IdxFile-rec-name-employee "] cat ["
                   f-IdxFile-rec-cod-cat-employee "] days ["
                   ws-val-days "] rate [" ws-val-rate "] value ["
                   ws-val-closing "].".
       Value-One-Employee-Exit.
           EXIT.

       Match-Ledger-Entry.
           IF ws-led-code (ws-led-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-led-sub TO ws-led-found-sub
           END-IF.

       Match-Previous-Entry.
           IF ws-prev-code (ws-prev-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-prev-sub TO ws-prev-found-sub
           END-IF.

       Find-Employee-Taken.
           IF ws-tkn-code (ws-tkn-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-tkn-sub TO ws-tkn-found-sub
              MOVE ws-tkn-days (ws-tkn-sub) TO ws-val-taken
           END-IF.

       Find-Category-Row.
           MOVE ZEROES TO ws-cat-found-sub

           PERFORM Match-Category-Row
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count
                OR ws-cat-found-sub GREATER ZEROES

           IF ws-cat-found-sub GREATER ZEROES
              GO TO Find-Category-Row-Exit
           END-IF

           IF ws-cat-tbl-count NOT LESS cte-cat-tbl-max
              DISPLAY "*** WARNING: the category table is full at ["
                      cte-cat-tbl-max "]. Category [" ws-cat-seek
                      "] is left out of the subtotals. ***"
              GO TO Find-Category-Row-Exit
           END-IF

           ADD cte-01 TO ws-cat-tbl-count
           MOVE ws-cat-tbl-count TO ws-cat-found-sub
           MOVE ws-cat-seek      TO ws-cat-cod      (ws-cat-found-sub)
           MOVE ZEROES           TO ws-cat-opening  (ws-cat-found-sub)
                                    ws-cat-accrued  (ws-cat-found-sub)
                                    ws-cat-taken    (ws-cat-found-sub)
                                    ws-cat-rate-chg (ws-cat-found-sub)
                                    ws-cat-leavers  (ws-cat-found-sub)
                                    ws-cat-closing  (ws-cat-found-sub).
       Find-Category-Row-Exit.
           EXIT.

       Match-Category-Row.
           IF ws-cat-cod (ws-cat-sub) EQUAL ws-cat-seek
              MOVE ws-cat-sub TO ws-cat-found-sub
           END-IF.

       Spread-To-Cost-Centers.
           MOVE ZEROES TO ws-alloc-emp-pct

           PERFORM Spread-One-Allocation
           VARYING ws-alloc-sub FROM 1 BY 1
             UNTIL ws-alloc-sub GREATER ws-alloc-tbl-count

           IF ws-alloc-emp-pct LESS 100
              MOVE "UNALLC" TO ws-cc-seek
              COMPUTE ws-cc-share ROUNDED =
                      ws-val-closing * (100 - ws-alloc-emp-pct) / 100
              PERFORM Add-Cost-Center-Share
           END-IF.

       Spread-One-Allocation.
           IF ws-alloc-emp (ws-alloc-sub) EQUAL
              f-IdxFile-rec-cod-employee
              ADD ws-alloc-pct (ws-alloc-sub) TO ws-alloc-emp-pct
              MOVE ws-alloc-cc (ws-alloc-sub) TO ws-cc-seek
              COMPUTE ws-cc-share ROUNDED =
                      ws-val-closing * ws-alloc-pct (ws-alloc-sub)
                    / 100
              PERFORM Add-Cost-Center-Share
           END-IF.

       Add-Cost-Center-Share.
           MOVE ZEROES TO ws-cc-found-sub

           PERFORM Match-Cost-Center
           VARYING ws-cc-sub FROM 1 BY 1
             UNTIL ws-cc-sub GREATER ws-cc-tbl-count
                OR ws-cc-found-sub GREATER ZEROES

           IF  ws-cc-found-sub EQUAL ZEROES
           AND ws-cc-tbl-count LESS cte-cc-tbl-max
               ADD cte-01 TO ws-cc-tbl-count
               MOVE ws-cc-tbl-count TO ws-cc-found-sub
               MOVE ws-cc-seek TO ws-cc-code    (ws-cc-found-sub)
               MOVE ZEROES     TO ws-cc-closing (ws-cc-found-sub)
           END-IF

           IF ws-cc-found-sub GREATER ZEROES
              ADD ws-cc-share TO ws-cc-closing (ws-cc-found-sub)
           END-IF.

       Match-Cost-Center.
           IF ws-cc-code (ws-cc-sub) EQUAL ws-cc-seek
              MOVE ws-cc-sub TO ws-cc-found-sub
           END-IF.

       Release-One-Leaver.
           IF sw-prev-matched-Y (ws-prev-sub)
              GO TO Release-One-Leaver-Exit
           END-IF

           COMPUTE ws-val-opening ROUNDED =
                   ws-prev-days (ws-prev-sub)
                 * ws-prev-rate (ws-prev-sub)

           IF ws-val-opening EQUAL ZEROES
              GO TO Release-One-Leaver-Exit
           END-IF

           MOVE ws-prev-cat (ws-prev-sub) TO ws-cat-seek
           PERFORM Find-Category-Row
             THRU Find-Category-Row-Exit

           IF ws-cat-found-sub GREATER ZEROES
              ADD ws-val-opening TO ws-cat-opening (ws-cat-found-sub)
              SUBTRACT ws-val-opening
                  FROM ws-cat-leavers (ws-cat-found-sub)
           END-IF

           ADD ws-val-opening      TO ws-tot-opening
           SUBTRACT ws-val-opening FROM ws-tot-leavers
           ADD cte-01              TO ws-tot-leaver-count

           DISPLAY "[" ws-prev-code (ws-prev-sub) "] left since the "
                   "last valuation: liability released ["
                   ws-val-opening "].".
       Release-One-Leaver-Exit.
           EXIT.

       Print-Liability-Summary.
           DISPLAY SPACE
           DISPLAY "Liability by category:"

           PERFORM Print-One-Category
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           DISPLAY SPACE
           DISPLAY "Liability by cost center:"

           PERFORM Print-One-Cost-Center
           VARYING ws-cc-sub FROM 1 BY 1
             UNTIL ws-cc-sub GREATER ws-cc-tbl-count

           COMPUTE ws-tot-movement = ws-tot-closing - ws-tot-opening

           DISPLAY SPACE
           DISPLAY "Movement since [" ws-prev-period "]:"
           DISPLAY "Opening liability      : [" ws-tot-opening "]."
           DISPLAY "Accrued                : [" ws-tot-accrued "]."
           DISPLAY "Taken                  : [" ws-tot-taken "]."
           DISPLAY "Rate changes           : [" ws-tot-rate-chg "]."
           DISPLAY "Leavers [" ws-tot-leaver-count "]       : ["
                   ws-tot-leavers "]."
           DISPLAY "Closing liability      : [" ws-tot-closing "]."
           DISPLAY "Movement to post       : [" ws-tot-movement "]."
           DISPLAY "Employees valued       : [" ws-tot-valued "].".

       Print-One-Category.
           DISPLAY "cat [" ws-cat-cod (ws-cat-sub) "] opening ["
                   ws-cat-opening (ws-cat-sub) "] accrued ["
                   ws-cat-accrued (ws-cat-sub) "] taken ["
                   ws-cat-taken (ws-cat-sub) "] rate ["
                   ws-cat-rate-chg (ws-cat-sub) "] leavers ["
                   ws-cat-leavers (ws-cat-sub) "] closing ["
                   ws-cat-closing (ws-cat-sub) "].".

       Print-One-Cost-Center.
           DISPLAY "center [" ws-cc-code (ws-cc-sub) "] closing ["
                   ws-cc-closing (ws-cc-sub) "].".

       Write-Posting-File.
           IF ws-tot-movement EQUAL ZEROES
              DISPLAY "The liability did not move. Nothing posted."
              GO TO Write-Posting-File-Exit
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD

           OPEN EXTEND GlFile

           IF fs-GlFile NOT EQUAL "00" AND fs-GlFile NOT EQUAL "05"
              CLOSE GlFile
              DISPLAY "*** The posting file could not be opened. "
                      "Nothing was released. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Posting-File-Exit
           END-IF

           MOVE ZEROES TO ws-post-lines
                          ws-post-debit-total
                          ws-post-credit-total

           MOVE ws-sel-period TO ws-glh-period
           MOVE ws-run-date   TO ws-glh-date
           WRITE f-GlFile-rec FROM ws-gl-header

           PERFORM Write-One-Category-Movement
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           MOVE ws-post-lines        TO ws-glt-lines
           MOVE ws-post-debit-total  TO ws-glt-debits
           MOVE ws-post-credit-total TO ws-glt-credits
           WRITE f-GlFile-rec FROM ws-gl-trailer

           CLOSE GlFile

           DISPLAY "The balanced liability posting was added to ["
                   ws-GlFile-name "]: debits [" ws-post-debit-total
                   "] credits [" ws-post-credit-total "].".
       Write-Posting-File-Exit.
           EXIT.

       Write-One-Category-Movement.
           COMPUTE ws-post-movement =
                   ws-cat-closing (ws-cat-sub)
                 - ws-cat-opening (ws-cat-sub)

           IF ws-post-movement NOT EQUAL ZEROES
              MOVE ws-map-exp-sub TO ws-map-found-sub
              PERFORM Write-One-Movement-Line

              MOVE ws-map-liab-sub TO ws-map-found-sub
              PERFORM Write-One-Movement-Line
           END-IF.

       Write-One-Movement-Line.
           MOVE ws-map-account (ws-map-found-sub) TO ws-gld-account
           MOVE ws-map-drcr    (ws-map-found-sub) TO ws-gld-drcr

           IF ws-post-movement LESS ZEROES
              IF ws-gld-drcr EQUAL "D"
                 MOVE "C" TO ws-gld-drcr
              ELSE
                 MOVE "D" TO ws-gld-drcr
              END-IF
           END-IF

           MOVE ws-post-movement TO ws-gld-amount
           MOVE ws-cat-cod (ws-cat-sub) TO ws-gld-cat
           MOVE ws-map-component (ws-map-found-sub)
             TO ws-gld-component

           WRITE f-GlFile-rec FROM ws-gl-detail

           ADD cte-01 TO ws-post-lines

           IF ws-gld-drcr EQUAL "D"
              ADD ws-gld-amount TO ws-post-debit-total
           ELSE
              ADD ws-gld-amount TO ws-post-credit-total
           END-IF.

       Write-Valuation-Snapshot.
           OPEN OUTPUT LvSnap

           IF fs-LvSnap NOT EQUAL "00" AND fs-LvSnap NOT EQUAL "05"
              CLOSE LvSnap
              DISPLAY "*** WARNING: the valuation snapshot could not "
                      "be written. Next month's movement will be "
                      "wrong. ***"
              MOVE 4 TO RETURN-CODE
              GO TO Write-Valuation-Snapshot-Exit
           END-IF

           PERFORM Write-One-Previous-Row
           VARYING ws-prev-sub FROM 1 BY 1
             UNTIL ws-prev-sub GREATER ws-prev-tbl-count

           PERFORM Write-One-Current-Row
           VARYING ws-cur-sub FROM 1 BY 1
             UNTIL ws-cur-sub GREATER ws-cur-tbl-count

           CLOSE LvSnap.
       Write-Valuation-Snapshot-Exit.
           EXIT.

       Write-One-Previous-Row.
           MOVE ws-prev-period             TO lvsnap-rec-period
           MOVE ws-prev-code (ws-prev-sub) TO lvsnap-rec-code
           MOVE ws-prev-cat  (ws-prev-sub) TO lvsnap-rec-cat
           MOVE ws-prev-days (ws-prev-sub) TO lvsnap-rec-days
           MOVE ws-prev-rate (ws-prev-sub) TO lvsnap-rec-rate

           WRITE lvsnap-rec.

       Write-One-Current-Row.
           MOVE ws-sel-period            TO lvsnap-rec-period
           MOVE ws-cur-code (ws-cur-sub) TO lvsnap-rec-code
           MOVE ws-cur-cat  (ws-cur-sub) TO lvsnap-rec-cat
           MOVE ws-cur-days (ws-cur-sub) TO lvsnap-rec-days
           MOVE ws-cur-rate (ws-cur-sub) TO lvsnap-rec-rate

           WRITE lvsnap-rec.

       END PROGRAM LvLiab.
