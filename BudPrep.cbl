                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BudUplft.

           SELECT OPTIONAL CtcCat ASSIGN TO ws-CtcCat-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CtcCat.

       DATA DIVISION.
       FILE SECTION.
       FD  IdxFile
           03  uplft-rec-pct                   PIC 9(03)V9(02)
                                                          VALUE ZEROES.

       FD  CtcCat
           RECORD CONTAINS 41 CHARACTERS.

       01  ctccat-rec.
           03  ctccat-rec-year                 PIC 9(04)  VALUE ZEROES.
           03  ctccat-rec-cod-cat              PIC 9(04)  VALUE ZEROES.
           03  ctccat-rec-headcount            PIC 9(06)  VALUE ZEROES.
           03  ctccat-rec-gross                PIC 9(11)  VALUE ZEROES.
           03  ctccat-rec-total-cost           PIC 9(11)  VALUE ZEROES.
           03  ctccat-rec-loading-pct          PIC 9(03)V9(02)
                                                          VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-BudDraft                  PIC X(02) VALUE SPACES.
       77  ws-BudUplft-name             PIC X(12) VALUE "BudUplft".
       77  ws-eof-BudUplft              PIC X(01) VALUE 'N'.
           88  sw-eof-BudUplft-Y                  VALUE 'Y'.
       77  fs-CtcCat                    PIC X(02) VALUE SPACES.
       77  ws-CtcCat-name               PIC X(12) VALUE "CtcCat".
       77  ws-eof-CtcCat                PIC X(01) VALUE 'N'.
           88  sw-eof-CtcCat-Y                    VALUE 'Y'.

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
               05  ws-uplft-cat         PIC 9(04).
               05  ws-uplft-pct         PIC 9(03)V9(02).

       78  cte-load-tbl-max                       VALUE 100.

       01  ws-loading-controls.
           03  ws-load-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-load-sub              PIC 9(03) VALUE ZEROES.
           03  ws-load-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-load-seek-cat         PIC 9(04) VALUE ZEROES.

       01  ws-loading-table.
           03  ws-load-entry OCCURS cte-load-tbl-max TIMES.
               05  ws-load-cat          PIC 9(04).
               05  ws-load-year         PIC 9(04).
               05  ws-load-pct          PIC 9(03)V9(02).

       01  ws-full-cost-fields.
           03  ws-full-cost             PIC S9(10)V9(02)
                                                  VALUE ZEROES.
           03  ws-full-cost-per-head    PIC S9(10)V9(02)
                                                  VALUE ZEROES.

       01  ws-draft-controls.
           03  ws-draft-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-draft-sub             PIC 9(03) VALUE ZEROES.
           PERFORM Load-Uplift-Table
             THRU Load-Uplift-Table-Exit

           PERFORM Load-Cost-Loading
             THRU Load-Cost-Loading-Exit

           DISPLAY "Employee index file           : "
              WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Category [" ws-draft-cat (ws-draft-sub)
                   "] uplifted by [" ws-line-uplift-pct
                   "] percent."

           PERFORM Show-Full-Cost.

       Show-Full-Cost.
           MOVE ws-draft-cat (ws-draft-sub) TO ws-load-seek-cat
           MOVE ZEROES TO ws-load-found-sub

           PERFORM Match-Loading-Entry
           VARYING ws-load-sub FROM 1 BY 1
             UNTIL ws-load-sub GREATER ws-load-tbl-count
                OR ws-load-found-sub GREATER ZEROES

           IF ws-load-found-sub EQUAL ZEROES
              DISPLAY "   No cost-to-company loading is on file for "
                      "category [" ws-draft-cat (ws-draft-sub)
                      "]: salary cost only."
           ELSE
              COMPUTE ws-full-cost ROUNDED =
                      ws-draft-salary (ws-draft-sub)
                    * (1 + ws-load-pct (ws-load-found-sub) / 100)

              MOVE ZEROES TO ws-full-cost-per-head

              IF ws-draft-headcount (ws-draft-sub) GREATER ZEROES
                 COMPUTE ws-full-cost-per-head ROUNDED =
                         ws-full-cost
                       / ws-draft-headcount (ws-draft-sub)
              END-IF

              DISPLAY "   Full cost at the ["
                      ws-load-year (ws-load-found-sub) "] loading of ["
                      ws-load-pct (ws-load-found-sub) "] percent: ["
                      ws-full-cost "], per head ["
                      ws-full-cost-per-head "]."
           END-IF.

       Match-Loading-Entry.
           IF ws-load-cat (ws-load-sub) EQUAL ws-load-seek-cat
              MOVE ws-load-sub TO ws-load-found-sub
           END-IF.

       Load-Cost-Loading.
           MOVE ZEROES TO ws-load-tbl-count
           MOVE 'N'    TO ws-eof-CtcCat

           OPEN INPUT CtcCat

           IF fs-CtcCat NOT EQUAL "00"
              CLOSE CtcCat
              DISPLAY "No category cost file was found: the draft "
                      "shows salary cost only."
              GO TO Load-Cost-Loading-Exit
           END-IF

           PERFORM Read-One-Loading-Row
             UNTIL sw-eof-CtcCat-Y

           CLOSE CtcCat.
       Load-Cost-Loading-Exit.
           EXIT.

       Read-One-Loading-Row.
           READ CtcCat RECORD
             AT END
                SET sw-eof-CtcCat-Y TO TRUE

            NOT AT END
                MOVE ctccat-rec-cod-cat TO ws-load-seek-cat
                MOVE ZEROES TO ws-load-found-sub

                PERFORM Match-Loading-Entry
                VARYING ws-load-sub FROM 1 BY 1
                  UNTIL ws-load-sub GREATER ws-load-tbl-count
                     OR ws-load-found-sub GREATER ZEROES

                IF  ws-load-found-sub EQUAL ZEROES
                AND ws-load-tbl-count LESS cte-load-tbl-max
                    ADD cte-01 TO ws-load-tbl-count
                    MOVE ws-load-tbl-count TO ws-load-found-sub
                    MOVE ctccat-rec-cod-cat
                      TO ws-load-cat  (ws-load-found-sub)
                    MOVE ZEROES
                      TO ws-load-year (ws-load-found-sub)
                END-IF

                IF  ws-load-found-sub GREATER ZEROES
                AND ctccat-rec-year NOT LESS
                    ws-load-year (ws-load-found-sub)
                    MOVE ctccat-rec-year
                      TO ws-load-year (ws-load-found-sub)
                    MOVE ctccat-rec-loading-pct
                      TO ws-load-pct  (ws-load-found-sub)
                END-IF
           END-READ.

       Match-Uplift-Entry.
           IF ws-uplft-cat (ws-uplft-sub) EQUAL
           PERFORM Rewrite-Draft-File
             THRU Rewrite-Draft-File-Exit

           PERFORM Load-Cost-Loading
             THRU Load-Cost-Loading-Exit

           MOVE ws-draft-found-sub TO ws-draft-sub
           PERFORM Show-Full-Cost

           DISPLAY "The draft line was adjusted.".
       Adjust-Draft-Line-Exit.
           EXIT.
