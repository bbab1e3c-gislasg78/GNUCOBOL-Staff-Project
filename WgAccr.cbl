       IDENTIFICATION DIVISION.
       PROGRAM-ID. WgAccr.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL PayCalFile ASSIGN TO ws-PayCalFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayCalFile.

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

       FD  PayCalFile
           RECORD CONTAINS 39 CHARACTERS.

       01  paycal-rec.
           03  paycal-rec-period        PIC 9(06) VALUE ZEROES.
           03  paycal-rec-start         PIC 9(08) VALUE ZEROES.
           03  paycal-rec-end           PIC 9(08) VALUE ZEROES.
           03  paycal-rec-cutoff        PIC 9(08) VALUE ZEROES.
           03  paycal-rec-payment       PIC 9(08) VALUE ZEROES.
           03  paycal-rec-paid          PIC X(01) VALUE SPACE.

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
       77  fs-PayCalFile                PIC X(02) VALUE SPACES.
       77  fs-GlMap                     PIC X(02) VALUE SPACES.
       77  fs-GlFile                    PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-PayCalFile-name           PIC X(12) VALUE "PayCal".
       77  ws-GlMap-name                PIC X(12) VALUE "GlMap".
       77  ws-GlFile-name               PIC X(12) VALUE "GlFile".

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
       77  ws-eof-PayCalFile            PIC X(01) VALUE 'N'.
           88  sw-eof-PayCalFile-Y                VALUE 'Y'.
       77  ws-eof-GlMap                 PIC X(01) VALUE 'N'.
           88  sw-eof-GlMap-Y                     VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-cat-tbl-max                        VALUE 100.
       78  cte-map-tbl-max                        VALUE 40.

       01  ws-month-fields.
           03  ws-sel-month             PIC 9(06) VALUE ZEROES.
           03  ws-sel-month-r REDEFINES ws-sel-month.
               05  ws-sel-year          PIC 9(04).
               05  ws-sel-mm            PIC 9(02).
           03  ws-next-month            PIC 9(06) VALUE ZEROES.
           03  ws-next-month-r REDEFINES ws-next-month.
               05  ws-next-year         PIC 9(04).
               05  ws-next-mm           PIC 9(02).
           03  ws-month-end             PIC 9(08) VALUE ZEROES.
           03  ws-reversal-date         PIC 9(08) VALUE ZEROES.

       01  ws-period-fields.
           03  ws-period-found-sw       PIC X(01) VALUE 'N'.
               88  sw-period-found-Y              VALUE 'Y'.
           03  ws-period-id             PIC 9(06) VALUE ZEROES.
           03  ws-period-start          PIC 9(08) VALUE ZEROES.
           03  ws-period-end            PIC 9(08) VALUE ZEROES.
           03  ws-period-days           PIC 9(03) VALUE ZEROES.

       01  ws-employee-fields.
           03  ws-emp-start             PIC 9(08) VALUE ZEROES.
           03  ws-emp-days              PIC S9(03) VALUE ZEROES.
           03  ws-emp-basic             PIC 9(07) VALUE ZEROES.
           03  ws-emp-da                PIC 9(06) VALUE ZEROES.
           03  ws-emp-hra               PIC 9(06) VALUE ZEROES.
           03  ws-emp-mi                PIC 9(06) VALUE ZEROES.
           03  ws-emp-earned            PIC 9(07) VALUE ZEROES.

       01  ws-cat-controls.
           03  ws-cat-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-cat-sub               PIC 9(03) VALUE ZEROES.
           03  ws-cat-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-cat-table.
           03  ws-cat-entry OCCURS cte-cat-tbl-max TIMES.
               05  ws-cat-cod           PIC 9(04).
               05  ws-cat-employees     PIC 9(05).
               05  ws-cat-days          PIC 9(07).
               05  ws-cat-amount        PIC 9(11).

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

       01  ws-accrual-totals.
           03  ws-tot-employees         PIC 9(06) VALUE ZEROES.
           03  ws-tot-days              PIC 9(08) VALUE ZEROES.
           03  ws-tot-amount            PIC 9(11) VALUE ZEROES.

       01  ws-posting-controls.
           03  ws-post-reverse-sw       PIC X(01) VALUE 'N'.
               88  sw-post-reverse-Y              VALUE 'Y'.
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
           DISPLAY "Month-end wage accrual and reversal."

           DISPLAY "Month being closed (CCYYMM): " WITH NO ADVANCING
           ACCEPT ws-sel-month

           DISPLAY "Employee index file        : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           IF ws-sel-month EQUAL ZEROES
           OR ws-sel-mm GREATER 12
           OR ws-IdxFile-name EQUAL SPACES
              DISPLAY "A valid month and the index file are both "
                      "needed. Nothing accrued."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ws-sel-mm EQUAL 12
              COMPUTE ws-next-year = ws-sel-year + 1
              MOVE 01 TO ws-next-mm
           ELSE
              MOVE ws-sel-year TO ws-next-year
              COMPUTE ws-next-mm = ws-sel-mm + 1
           END-IF

           COMPUTE ws-reversal-date = ws-next-month * 100 + 1
           COMPUTE ws-month-end =
                   DATE-OF-INTEGER(INTEGER-OF-DATE(ws-reversal-date)
                                   - 1)

           PERFORM Find-Straddling-Period
             THRU Find-Straddling-Period-Exit

           IF NOT sw-period-found-Y
              DISPLAY "No pay period straddles month end ["
                      ws-month-end "]. Nothing to accrue."
              STOP RUN
           END-IF

           PERFORM Load-Account-Map
             THRU Load-Account-Map-Exit

           IF ws-map-exp-sub EQUAL ZEROES
           OR ws-map-liab-sub EQUAL ZEROES
              DISPLAY "*** The account mapping table carries no "
                      "[WGACCEXP] and [WGACCLIA] rows. Nothing "
                      "accrued. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ws-map-drcr (ws-map-exp-sub) EQUAL
              ws-map-drcr (ws-map-liab-sub)
              DISPLAY "*** [WGACCEXP] and [WGACCLIA] are mapped to the "
                      "same side. The posting would not balance. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. Nothing accrued. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Wage accrual worksheet [" ws-sel-month
                   "].          |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Period [" ws-period-id "] runs [" ws-period-start
                   "] to [" ws-period-end "], [" ws-period-days
                   "] days; accrued to [" ws-month-end "]."

           PERFORM Accrue-One-Employee
             THRU Accrue-One-Employee-Exit
             UNTIL sw-eof-IdxFile-Y

           CLOSE IdxFile

           PERFORM Print-Category-Summary

           IF ws-tot-amount EQUAL ZEROES
              DISPLAY "No wages were earned in the open days. "
                      "Nothing posted."
              STOP RUN
           END-IF

           PERFORM Write-Accrual-Postings
             THRU Write-Accrual-Postings-Exit

           STOP RUN.

       Find-Straddling-Period.
           MOVE 'N' TO ws-period-found-sw
                       ws-eof-PayCalFile

           OPEN INPUT PayCalFile

           IF fs-PayCalFile NOT EQUAL "00"
              CLOSE PayCalFile
              DISPLAY "*** No pay-period calendar was found. ***"
              GO TO Find-Straddling-Period-Exit
           END-IF

           PERFORM Match-One-Period
             UNTIL sw-eof-PayCalFile-Y

           CLOSE PayCalFile

           IF sw-period-found-Y
              COMPUTE ws-period-days =
                      INTEGER-OF-DATE(ws-period-end)
                    - INTEGER-OF-DATE(ws-period-start) + 1
           END-IF.
       Find-Straddling-Period-Exit.
           EXIT.

       Match-One-Period.
           READ PayCalFile RECORD
             AT END
                SET sw-eof-PayCalFile-Y TO TRUE

            NOT AT END
                IF  paycal-rec-start NOT GREATER ws-month-end
                AND paycal-rec-end GREATER ws-month-end
                    SET sw-period-found-Y TO TRUE
                    MOVE paycal-rec-period TO ws-period-id
                    MOVE paycal-rec-start  TO ws-period-start
                    MOVE paycal-rec-end    TO ws-period-end
                    SET sw-eof-PayCalFile-Y TO TRUE
                END-IF
           END-READ.

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

           MOVE "WGACCEXP" TO ws-map-seek
           PERFORM Find-Map-Component
           MOVE ws-map-found-sub TO ws-map-exp-sub

           MOVE "WGACCLIA" TO ws-map-seek
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

       Accrue-One-Employee.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE
                GO TO Accrue-One-Employee-Exit
           END-READ

           IF sw-f-IdxFile-rec-status-terminated
              GO TO Accrue-One-Employee-Exit
           END-IF

           MOVE ws-period-start TO ws-emp-start

           IF f-IdxFile-rec-hire-date-employee GREATER ws-emp-start
              MOVE f-IdxFile-rec-hire-date-employee TO ws-emp-start
           END-IF

           IF ws-emp-start GREATER ws-month-end
              GO TO Accrue-One-Employee-Exit
           END-IF

           COMPUTE ws-emp-days =
                   INTEGER-OF-DATE(ws-month-end)
                 - INTEGER-OF-DATE(ws-emp-start) + 1

           COMPUTE ws-emp-basic ROUNDED =
                   f-IdxFile-rec-salary-employee
                 * ws-emp-days / ws-period-days
           COMPUTE ws-emp-da  ROUNDED = ws-emp-basic * 0.20
           COMPUTE ws-emp-hra ROUNDED = ws-emp-basic * 0.10
           COMPUTE ws-emp-mi  ROUNDED = ws-emp-basic * 0.05

           COMPUTE ws-emp-earned =
                   ws-emp-basic + ws-emp-da + ws-emp-hra + ws-emp-mi

           IF ws-emp-earned EQUAL ZEROES
              GO TO Accrue-One-Employee-Exit
           END-IF

           PERFORM Find-Category-Row
             THRU Find-Category-Row-Exit

           IF ws-cat-found-sub GREATER ZEROES
              ADD cte-01        TO ws-cat-employees (ws-cat-found-sub)
              ADD ws-emp-days   TO ws-cat-days      (ws-cat-found-sub)
              ADD ws-emp-earned TO ws-cat-amount    (ws-cat-found-sub)
           END-IF

           ADD cte-01        TO ws-tot-employees
           ADD ws-emp-days   TO ws-tot-days
           ADD ws-emp-earned TO ws-tot-amount

           DISPLAY "[" f-IdxFile-rec-cod-employee "] ["
                   f-IdxFile-rec-name-employee "] cat ["
                   f-IdxFile-rec-cod-cat-employee "] from ["
                   ws-emp-start "] days [" ws-emp-days "] of ["
                   ws-period-days "] earned [" ws-emp-earned "].".
       Accrue-One-Employee-Exit.
           EXIT.

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
                      cte-cat-tbl-max "]. Category ["
                      f-IdxFile-rec-cod-cat-employee "] is posted "
                      "with the last category. ***"
              MOVE ws-cat-tbl-count TO ws-cat-found-sub
              GO TO Find-Category-Row-Exit
           END-IF

           ADD cte-01 TO ws-cat-tbl-count
           MOVE ws-cat-tbl-count TO ws-cat-found-sub
           MOVE f-IdxFile-rec-cod-cat-employee
             TO ws-cat-cod       (ws-cat-found-sub)
           MOVE ZEROES
             TO ws-cat-employees (ws-cat-found-sub)
                ws-cat-days      (ws-cat-found-sub)
                ws-cat-amount    (ws-cat-found-sub).
       Find-Category-Row-Exit.
           EXIT.

       Match-Category-Row.
           IF ws-cat-cod (ws-cat-sub) EQUAL
              f-IdxFile-rec-cod-cat-employee
              MOVE ws-cat-sub TO ws-cat-found-sub
           END-IF.

       Print-Category-Summary.
           DISPLAY SPACE
           DISPLAY "Accrual by category:"

           PERFORM Print-One-Category
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           DISPLAY SPACE
           DISPLAY "Employees accrued : [" ws-tot-employees "]."
           DISPLAY "Days counted      : [" ws-tot-days "]."
           DISPLAY "Wages accrued     : [" ws-tot-amount "].".

       Print-One-Category.
           DISPLAY "cat [" ws-cat-cod (ws-cat-sub) "] employees ["
                   ws-cat-employees (ws-cat-sub) "] days ["
                   ws-cat-days (ws-cat-sub) "] accrued ["
                   ws-cat-amount (ws-cat-sub) "].".

       Write-Accrual-Postings.
           OPEN EXTEND GlFile

           IF fs-GlFile NOT EQUAL "00" AND fs-GlFile NOT EQUAL "05"
              CLOSE GlFile
              DISPLAY "*** The posting file could not be opened. "
                      "Nothing was released. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Accrual-Postings-Exit
           END-IF

           MOVE 'N'          TO ws-post-reverse-sw
           MOVE ws-sel-month TO ws-glh-period
           MOVE ws-month-end TO ws-glh-date
           PERFORM Write-One-Posting-Batch

           DISPLAY "Accrual dated [" ws-month-end "]: debits ["
                   ws-post-debit-total "] credits ["
                   ws-post-credit-total "]."

           SET sw-post-reverse-Y TO TRUE
           MOVE ws-next-month    TO ws-glh-period
           MOVE ws-reversal-date TO ws-glh-date
           PERFORM Write-One-Posting-Batch

           DISPLAY "Reversal dated [" ws-reversal-date "]: debits ["
                   ws-post-debit-total "] credits ["
                   ws-post-credit-total "]."

           CLOSE GlFile

           DISPLAY "The accrual and its reversal were added to ["
                   ws-GlFile-name "].".
       Write-Accrual-Postings-Exit.
           EXIT.

       Write-One-Posting-Batch.
           MOVE ZEROES TO ws-post-lines
                          ws-post-debit-total
                          ws-post-credit-total

           WRITE f-GlFile-rec FROM ws-gl-header

           PERFORM Write-One-Category-Pair
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           MOVE ws-post-lines        TO ws-glt-lines
           MOVE ws-post-debit-total  TO ws-glt-debits
           MOVE ws-post-credit-total TO ws-glt-credits
           WRITE f-GlFile-rec FROM ws-gl-trailer.

       Write-One-Category-Pair.
           IF ws-cat-amount (ws-cat-sub) GREATER ZEROES
              MOVE ws-map-exp-sub TO ws-map-found-sub
              PERFORM Write-One-Posting-Line

              MOVE ws-map-liab-sub TO ws-map-found-sub
              PERFORM Write-One-Posting-Line
           END-IF.

       Write-One-Posting-Line.
           MOVE ws-map-account (ws-map-found-sub) TO ws-gld-account
           MOVE ws-map-drcr    (ws-map-found-sub) TO ws-gld-drcr

           IF sw-post-reverse-Y
              IF ws-gld-drcr EQUAL "D"
                 MOVE "C" TO ws-gld-drcr
              ELSE
                 MOVE "D" TO ws-gld-drcr
              END-IF
           END-IF

           MOVE ws-cat-amount (ws-cat-sub) TO ws-gld-amount
           MOVE ws-cat-cod    (ws-cat-sub) TO ws-gld-cat
           MOVE ws-map-component (ws-map-found-sub)
             TO ws-gld-component

           WRITE f-GlFile-rec FROM ws-gl-detail

           ADD cte-01 TO ws-post-lines

           IF ws-gld-drcr EQUAL "D"
              ADD ws-gld-amount TO ws-post-debit-total
           ELSE
              ADD ws-gld-amount TO ws-post-credit-total
           END-IF.

       END PROGRAM WgAccr.
