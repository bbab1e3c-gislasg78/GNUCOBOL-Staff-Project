       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxDcl.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TaxDecl ASSIGN TO ws-TaxDecl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxDecl.

           SELECT OPTIONAL TaxExLim ASSIGN TO ws-TaxExLim-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxExLim.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL TaxFile ASSIGN TO ws-TaxFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxFile.

           SELECT OPTIONAL TaxTrue ASSIGN TO ws-TaxTrue-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxTrue.

       DATA DIVISION.
       FILE SECTION.
       FD  TaxDecl
           RECORD CONTAINS 39 CHARACTERS.

       01  taxdecl-rec.
           03  taxdecl-rec-code          PIC 9(06) VALUE ZEROES.
           03  taxdecl-rec-year          PIC 9(04) VALUE ZEROES.
           03  taxdecl-rec-section       PIC X(06) VALUE SPACES.
           03  taxdecl-rec-declared      PIC 9(07) VALUE ZEROES.
           03  taxdecl-rec-proof         PIC X(01) VALUE "N".
               88  sw-taxdecl-rec-proof-Y         VALUE "Y".
           03  taxdecl-rec-verified      PIC 9(07) VALUE ZEROES.
           03  taxdecl-rec-proof-date    PIC 9(08) VALUE ZEROES.

       FD  TaxExLim
           RECORD CONTAINS 45 CHARACTERS.

       01  taxexlim-rec.
           03  taxexlim-rec-eff-year     PIC 9(04) VALUE ZEROES.
           03  taxexlim-rec-section      PIC X(06) VALUE SPACES.
           03  taxexlim-rec-descr        PIC X(20) VALUE SPACES.
           03  taxexlim-rec-limit        PIC 9(07) VALUE ZEROES.
           03  taxexlim-rec-cutoff       PIC 9(08) VALUE ZEROES.

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
                   88  sw-payhist-rec-run-regular     VALUES "R",
                                                                SPACE.
                   88  sw-payhist-rec-run-supplement  VALUE "S".
                   88  sw-payhist-rec-run-reversed    VALUE "V".
                   88  sw-payhist-rec-run-final       VALUE "F".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  payhist-rec-basic        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-da           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-hra          PIC 9(06) VALUE ZEROES.
           03  payhist-rec-mi           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-it-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-oth-ded      PIC 9(06) VALUE ZEROES.
           03  payhist-rec-pf-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-gross        PIC 9(07) VALUE ZEROES.
           03  payhist-rec-deduction    PIC 9(07) VALUE ZEROES.
           03  payhist-rec-net          PIC 9(07) VALUE ZEROES.
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  TaxFile
           RECORD CONTAINS 33 CHARACTERS.

       01  tax-rec.
           03  tax-rec-eff-date         PIC 9(08) VALUE ZEROES.
           03  tax-rec-lower            PIC 9(07) VALUE ZEROES.
           03  tax-rec-upper            PIC 9(07) VALUE ZEROES.
           03  tax-rec-rate             PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  tax-rec-fixed            PIC 9(07) VALUE ZEROES.

       FD  TaxTrue
           RECORD CONTAINS 54 CHARACTERS.

       01  taxtrue-rec.
           03  taxtrue-rec-code          PIC 9(06) VALUE ZEROES.
           03  taxtrue-rec-year          PIC 9(04) VALUE ZEROES.
           03  taxtrue-rec-gross         PIC 9(09) VALUE ZEROES.
           03  taxtrue-rec-exempt        PIC 9(07) VALUE ZEROES.
           03  taxtrue-rec-due           PIC 9(09) VALUE ZEROES.
           03  taxtrue-rec-withheld      PIC 9(09) VALUE ZEROES.
           03  taxtrue-rec-difference    PIC S9(09)
                                         SIGN IS LEADING
                                         SEPARATE CHARACTER
                                                   VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-TaxDecl                   PIC X(02) VALUE SPACES.
       77  ws-TaxDecl-name              PIC X(12) VALUE "TaxDecl".
       77  ws-eof-TaxDecl               PIC X(01) VALUE 'N'.
           88  sw-eof-TaxDecl-Y                   VALUE 'Y'.
       77  fs-TaxExLim                  PIC X(02) VALUE SPACES.
       77  ws-TaxExLim-name             PIC X(12) VALUE "TaxExLim".
       77  ws-eof-TaxExLim              PIC X(01) VALUE 'N'.
           88  sw-eof-TaxExLim-Y                  VALUE 'Y'.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  fs-TaxFile                   PIC X(02) VALUE SPACES.
       77  ws-TaxFile-name              PIC X(12) VALUE "TaxFile".
       77  ws-eof-TaxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-TaxFile-Y                   VALUE 'Y'.
       77  fs-TaxTrue                   PIC X(02) VALUE SPACES.
       77  ws-TaxTrue-name              PIC X(12) VALUE "TaxTrue".

       78  cte-01                                 VALUE 01.
       78  cte-lim-tbl-max                        VALUE 30.
       78  cte-decl-tbl-max                       VALUE 2000.
       78  cte-emp-tbl-max                        VALUE 500.
       78  cte-tax-tbl-max                        VALUE 20.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-declare         VALUE 1.
               88  sw-menu-option-proof           VALUE 2.
               88  sw-menu-option-limit           VALUE 3.
               88  sw-menu-option-pending         VALUE 4.
               88  sw-menu-option-trueup          VALUE 5.
               88  sw-menu-option-exit            VALUE 6.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-year              PIC 9(04) VALUE ZEROES.
           03  ws-cap-section           PIC X(06) VALUE SPACES.
           03  ws-cap-amount            PIC 9(07) VALUE ZEROES.
           03  ws-cap-descr             PIC X(20) VALUE SPACES.
           03  ws-cap-cutoff            PIC 9(08) VALUE ZEROES.

       01  ws-lim-controls.
           03  ws-lim-year              PIC 9(04) VALUE ZEROES.
           03  ws-lim-version-year      PIC 9(04) VALUE ZEROES.
           03  ws-lim-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-lim-sub               PIC 9(02) VALUE ZEROES.
           03  ws-lim-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-lim-seek-section      PIC X(06) VALUE SPACES.

       01  ws-lim-table.
           03  ws-lim-entry OCCURS cte-lim-tbl-max TIMES.
               05  ws-lim-section       PIC X(06).
               05  ws-lim-descr         PIC X(20).
               05  ws-lim-limit         PIC 9(07).
               05  ws-lim-cutoff        PIC 9(08).

       01  ws-decl-controls.
           03  ws-decl-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-decl-sub              PIC 9(04) VALUE ZEROES.
           03  ws-decl-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-decl-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-decl-overflow-Y             VALUE 'Y'.

       01  ws-decl-table.
           03  ws-decl-record OCCURS cte-decl-tbl-max TIMES
                                        PIC X(39).

       01  ws-decl-work.
           03  ws-dw-code               PIC 9(06).
           03  ws-dw-year               PIC 9(04).
           03  ws-dw-section            PIC X(06).
           03  ws-dw-declared           PIC 9(07).
           03  ws-dw-proof              PIC X(01).
           03  ws-dw-verified           PIC 9(07).
           03  ws-dw-proof-date         PIC 9(08).

       01  ws-report-work-fields.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-sel-year              PIC 9(04) VALUE ZEROES.
           03  ws-pending-count         PIC 9(05) VALUE ZEROES.
           03  ws-pending-total         PIC 9(09) VALUE ZEROES.
           03  ws-overdue-count         PIC 9(05) VALUE ZEROES.
           03  ws-overdue-total         PIC 9(09) VALUE ZEROES.
           03  ws-allowed-amount        PIC 9(07) VALUE ZEROES.

       01  ws-pending-line.
           03  ws-pl-code               PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  ws-pl-section            PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-pl-descr              PIC X(20) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-pl-declared           PIC Z,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  ws-pl-cutoff             PIC 9(04)/99/99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-pl-flag               PIC X(07) VALUE SPACES.

       01  ws-tax-controls.
           03  ws-tax-year-end          PIC 9(08) VALUE ZEROES.
           03  ws-tax-version-date      PIC 9(08) VALUE ZEROES.
           03  ws-tax-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-tax-sub               PIC 9(02) VALUE ZEROES.
           03  ws-tax-top-sub           PIC 9(02) VALUE ZEROES.
           03  ws-tax-top-upper         PIC 9(07) VALUE ZEROES.
           03  ws-tax-bracket-found     PIC X(01) VALUE 'N'.
               88  sw-tax-bracket-found-Y         VALUE 'Y'.
           03  ws-tax-calc-amount       PIC 9(09) VALUE ZEROES.
           03  ws-tax-calc-result       PIC 9(09) VALUE ZEROES.
           03  ws-tax-gap-sw            PIC X(01) VALUE 'N'.
               88  sw-tax-gap-Y                   VALUE 'Y'.

       01  ws-tax-table.
           03  ws-tax-entry OCCURS cte-tax-tbl-max TIMES.
               05  ws-tax-lower         PIC 9(07).
               05  ws-tax-upper         PIC 9(07).
               05  ws-tax-rate          PIC 9(02)V9(02).
               05  ws-tax-fixed         PIC 9(07).

       01  ws-emp-controls.
           03  ws-emp-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-emp-sub               PIC 9(03) VALUE ZEROES.
           03  ws-emp-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-emp-seek-code         PIC 9(06) VALUE ZEROES.

       01  ws-emp-table.
           03  ws-emp-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-emp-code          PIC 9(06).
               05  ws-emp-gross         PIC 9(09).
               05  ws-emp-withheld      PIC 9(09).
               05  ws-emp-exempt        PIC 9(07).
               05  ws-emp-unproven      PIC 9(07).

       01  ws-trueup-fields.
           03  ws-tu-taxable            PIC S9(09) VALUE ZEROES.
           03  ws-tu-difference         PIC S9(09) VALUE ZEROES.
           03  ws-tu-employees          PIC 9(05) VALUE ZEROES.
           03  ws-tu-recover-count      PIC 9(05) VALUE ZEROES.
           03  ws-tu-recover-total      PIC 9(11) VALUE ZEROES.
           03  ws-tu-refund-count       PIC 9(05) VALUE ZEROES.
           03  ws-tu-refund-total       PIC 9(11) VALUE ZEROES.
           03  ws-tu-unproven-total     PIC 9(11) VALUE ZEROES.
           03  ws-tu-file-open-sw       PIC X(01) VALUE 'N'.
               88  sw-tu-file-open-Y              VALUE 'Y'.

       01  ws-trueup-line.
           03  ws-tl-code               PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-tl-gross              PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-tl-exempt             PIC Z,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-tl-unproven           PIC Z,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-tl-due                PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-tl-withheld           PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-tl-difference         PIC -ZZZ,ZZZ,ZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Employee tax-exemption declarations."

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|    Tax-Exemption Declarations.    |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record a declaration.        |"
           DISPLAY "| [2]. Record proof of a section.   |"
           DISPLAY "| [3]. Record a section limit.      |"
           DISPLAY "| [4]. Proof-pending report.        |"
           DISPLAY "| [5]. Year-end true-up.            |"
           DISPLAY "| [6]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-declare
                    PERFORM Record-Declaration
                      THRU Record-Declaration-Exit

               WHEN sw-menu-option-proof
                    PERFORM Record-Proof
                      THRU Record-Proof-Exit

               WHEN sw-menu-option-limit
                    PERFORM Record-Section-Limit
                      THRU Record-Section-Limit-Exit

               WHEN sw-menu-option-pending
                    PERFORM Proof-Pending-Report
                      THRU Proof-Pending-Report-Exit

               WHEN sw-menu-option-trueup
                    PERFORM Year-End-True-Up
                      THRU Year-End-True-Up-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Record-Declaration.
           DISPLAY "Employee code              : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Tax year (CCYY)            : "
              WITH NO ADVANCING
           ACCEPT ws-cap-year

           MOVE SPACES TO ws-cap-section
           DISPLAY "Section                    : "
              WITH NO ADVANCING
           ACCEPT ws-cap-section

           DISPLAY "Declared amount for year   : "
              WITH NO ADVANCING
           ACCEPT ws-cap-amount

           IF ws-cap-code EQUAL ZEROES
           OR ws-cap-year EQUAL ZEROES
           OR ws-cap-section EQUAL SPACES
              DISPLAY "The code, tax year and section must all be "
                      "entered. Nothing recorded."
              GO TO Record-Declaration-Exit
           END-IF

           MOVE ws-cap-year TO ws-lim-year
           PERFORM Load-Section-Limits
              THRU Load-Section-Limits-Exit

           MOVE ws-cap-section TO ws-lim-seek-section
           PERFORM Find-Section-Limit

           IF ws-lim-found-sub EQUAL ZEROES
              DISPLAY "*** Section [" ws-cap-section "] carries no "
                      "exemption limit for [" ws-cap-year "]. "
                      "Nothing recorded. ***"
              GO TO Record-Declaration-Exit
           END-IF

           IF ws-cap-amount GREATER ws-lim-limit (ws-lim-found-sub)
              DISPLAY "The declared [" ws-cap-amount "] is above "
                      "the section limit: only ["
                      ws-lim-limit (ws-lim-found-sub) "] will be "
                      "allowed against tax."
           END-IF

           PERFORM Load-Declaration-Table
              THRU Load-Declaration-Table-Exit

           IF sw-decl-overflow-Y
              GO TO Record-Declaration-Exit
           END-IF

           PERFORM Find-Declaration

           IF ws-decl-found-sub GREATER ZEROES
              MOVE ws-decl-record (ws-decl-found-sub)
                TO ws-decl-work
              MOVE ws-cap-amount TO ws-dw-declared

              IF  ws-dw-proof EQUAL "Y"
              AND ws-dw-verified GREATER ws-cap-amount
                  MOVE ws-cap-amount TO ws-dw-verified
              END-IF

              DISPLAY "The declaration of [" ws-cap-code "] for ["
                      ws-cap-section "] was replaced."
           ELSE
              IF ws-decl-tbl-count NOT LESS cte-decl-tbl-max
                 DISPLAY "*** The declaration file is full at ["
                         cte-decl-tbl-max "] rows. Nothing "
                         "recorded. ***"
                 GO TO Record-Declaration-Exit
              END-IF

              ADD cte-01 TO ws-decl-tbl-count
              MOVE ws-decl-tbl-count TO ws-decl-found-sub
              MOVE ws-cap-code    TO ws-dw-code
              MOVE ws-cap-year    TO ws-dw-year
              MOVE ws-cap-section TO ws-dw-section
              MOVE ws-cap-amount  TO ws-dw-declared
              MOVE "N"            TO ws-dw-proof
              MOVE ZEROES         TO ws-dw-verified
                                     ws-dw-proof-date

              DISPLAY "The declaration was recorded. Proof is due "
                      "by [" ws-lim-cutoff (ws-lim-found-sub) "]."
           END-IF

           MOVE ws-decl-work TO ws-decl-record (ws-decl-found-sub)

           PERFORM Rewrite-Declaration-File
              THRU Rewrite-Declaration-File-Exit.
       Record-Declaration-Exit.
           EXIT.

       Record-Proof.
           DISPLAY "Employee code              : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Tax year (CCYY)            : "
              WITH NO ADVANCING
           ACCEPT ws-cap-year

           MOVE SPACES TO ws-cap-section
           DISPLAY "Section                    : "
              WITH NO ADVANCING
           ACCEPT ws-cap-section

           DISPLAY "Verified amount            : "
              WITH NO ADVANCING
           ACCEPT ws-cap-amount

           PERFORM Load-Declaration-Table
              THRU Load-Declaration-Table-Exit

           IF sw-decl-overflow-Y
              GO TO Record-Proof-Exit
           END-IF

           PERFORM Find-Declaration

           IF ws-decl-found-sub EQUAL ZEROES
              DISPLAY "*** No declaration of [" ws-cap-code "] for "
                      "section [" ws-cap-section "] in ["
                      ws-cap-year "] was found. Nothing "
                      "recorded. ***"
              GO TO Record-Proof-Exit
           END-IF

           MOVE ws-decl-record (ws-decl-found-sub) TO ws-decl-work

           IF ws-cap-amount GREATER ws-dw-declared
              DISPLAY "*** The verified amount [" ws-cap-amount
                      "] is above the declared [" ws-dw-declared
                      "]. Record a new declaration first. Nothing "
                      "recorded. ***"
              GO TO Record-Proof-Exit
           END-IF

           MOVE "Y"           TO ws-dw-proof
           MOVE ws-cap-amount TO ws-dw-verified
           MOVE ws-today      TO ws-dw-proof-date
           MOVE ws-decl-work  TO ws-decl-record (ws-decl-found-sub)

           PERFORM Rewrite-Declaration-File
              THRU Rewrite-Declaration-File-Exit

           DISPLAY "Proof was recorded: [" ws-cap-amount "] is "
                   "allowed from the next payroll run.".
       Record-Proof-Exit.
           EXIT.

       Record-Section-Limit.
           DISPLAY "Effective tax year (CCYY)  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-year

           MOVE SPACES TO ws-cap-section
                          ws-cap-descr
           DISPLAY "Section                    : "
              WITH NO ADVANCING
           ACCEPT ws-cap-section

           DISPLAY "Description                : "
              WITH NO ADVANCING
           ACCEPT ws-cap-descr

           DISPLAY "Annual limit               : "
              WITH NO ADVANCING
           ACCEPT ws-cap-amount

           DISPLAY "Proof cut-off (CCYYMMDD)   : "
              WITH NO ADVANCING
           ACCEPT ws-cap-cutoff

           IF ws-cap-year EQUAL ZEROES
           OR ws-cap-section EQUAL SPACES
           OR ws-cap-cutoff EQUAL ZEROES
              DISPLAY "The year, section and proof cut-off must "
                      "all be entered. Nothing recorded."
              GO TO Record-Section-Limit-Exit
           END-IF

           OPEN EXTEND TaxExLim

           IF fs-TaxExLim EQUAL "00" OR fs-TaxExLim EQUAL "05"
              MOVE ws-cap-year    TO taxexlim-rec-eff-year
              MOVE ws-cap-section TO taxexlim-rec-section
              MOVE ws-cap-descr   TO taxexlim-rec-descr
              MOVE ws-cap-amount  TO taxexlim-rec-limit
              MOVE ws-cap-cutoff  TO taxexlim-rec-cutoff

              WRITE taxexlim-rec

              CLOSE TaxExLim

              DISPLAY "The limit was recorded for tax year ["
                      ws-cap-year "] onward."
           ELSE
              CLOSE TaxExLim
              DISPLAY "*** WARNING: the exemption limits file "
                      "could not be opened. Nothing recorded. ***"
           END-IF.
       Record-Section-Limit-Exit.
           EXIT.

       Proof-Pending-Report.
           DISPLAY "Tax year (CCYY)            : "
              WITH NO ADVANCING
           ACCEPT ws-sel-year

           MOVE ws-sel-year TO ws-lim-year
           PERFORM Load-Section-Limits
              THRU Load-Section-Limits-Exit

           MOVE ZEROES TO ws-pending-count
                          ws-pending-total
                          ws-overdue-count
                          ws-overdue-total
           MOVE 'N'    TO ws-eof-TaxDecl

           OPEN INPUT TaxDecl

           IF fs-TaxDecl NOT EQUAL "00"
              CLOSE TaxDecl
              DISPLAY "No declaration file was found."
              GO TO Proof-Pending-Report-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Declarations awaiting proof for tax year ["
                   ws-sel-year "] as of [" ws-today "]:"
           DISPLAY "Emp.    Sect.  Description          "
                   "  Declared  Cut-off"

           PERFORM Report-One-Pending-Proof
             UNTIL sw-eof-TaxDecl-Y

           CLOSE TaxDecl

           DISPLAY SPACE
           DISPLAY "Awaiting proof     : [" ws-pending-count
                   "] declarations for [" ws-pending-total "]."
           DISPLAY "Past the cut-off   : [" ws-overdue-count
                   "] declarations for [" ws-overdue-total "]."

           IF ws-overdue-count GREATER ZEROES
              DISPLAY "Declarations past the cut-off are no longer "
                      "allowed against tax: the payroll recovers "
                      "the tax on them through the cumulative "
                      "method."
           END-IF.
       Proof-Pending-Report-Exit.
           EXIT.

       Report-One-Pending-Proof.
           READ TaxDecl RECORD
             AT END
                SET sw-eof-TaxDecl-Y TO TRUE

            NOT AT END
                IF  taxdecl-rec-year EQUAL ws-sel-year
                AND NOT sw-taxdecl-rec-proof-Y
                AND taxdecl-rec-declared GREATER ZEROES
                    PERFORM Print-Pending-Proof
                END-IF
           END-READ.

       Print-Pending-Proof.
           ADD cte-01               TO ws-pending-count
           ADD taxdecl-rec-declared TO ws-pending-total

           MOVE taxdecl-rec-section TO ws-lim-seek-section
           PERFORM Find-Section-Limit

           MOVE taxdecl-rec-code     TO ws-pl-code
           MOVE taxdecl-rec-section  TO ws-pl-section
           MOVE taxdecl-rec-declared TO ws-pl-declared
           MOVE SPACES               TO ws-pl-flag

           IF ws-lim-found-sub GREATER ZEROES
              MOVE ws-lim-descr  (ws-lim-found-sub) TO ws-pl-descr
              MOVE ws-lim-cutoff (ws-lim-found-sub) TO ws-pl-cutoff

              IF ws-today GREATER ws-lim-cutoff (ws-lim-found-sub)
                 MOVE "OVERDUE" TO ws-pl-flag
                 ADD cte-01               TO ws-overdue-count
                 ADD taxdecl-rec-declared TO ws-overdue-total
              END-IF
           ELSE
              MOVE "NO LIMIT ON FILE" TO ws-pl-descr
              MOVE ZEROES             TO ws-pl-cutoff
           END-IF

           DISPLAY ws-pending-line.

       Year-End-True-Up.
           DISPLAY "Tax year to true up (CCYY) : "
              WITH NO ADVANCING
           ACCEPT ws-sel-year

           IF ws-sel-year EQUAL ZEROES
              DISPLAY "A tax year is needed. Nothing trued up."
              GO TO Year-End-True-Up-Exit
           END-IF

           MOVE ws-sel-year TO ws-lim-year
           PERFORM Load-Section-Limits
              THRU Load-Section-Limits-Exit

           PERFORM Load-Year-End-Brackets
              THRU Load-Year-End-Brackets-Exit

           IF ws-tax-tbl-count EQUAL ZEROES
              DISPLAY "*** No tax bracket table is in force at ["
                      ws-tax-year-end "]. Nothing trued up. ***"
              GO TO Year-End-True-Up-Exit
           END-IF

           PERFORM Accumulate-Year-History
              THRU Accumulate-Year-History-Exit

           IF ws-emp-tbl-count EQUAL ZEROES
              DISPLAY "No pay history was found for ["
                      ws-sel-year "]. Nothing trued up."
              GO TO Year-End-True-Up-Exit
           END-IF

           PERFORM Accumulate-Year-Exemptions
              THRU Accumulate-Year-Exemptions-Exit

           MOVE ZEROES TO ws-tu-employees
                          ws-tu-recover-count
                          ws-tu-recover-total
                          ws-tu-refund-count
                          ws-tu-refund-total
                          ws-tu-unproven-total
           MOVE 'N'    TO ws-tu-file-open-sw

           OPEN OUTPUT TaxTrue

           IF fs-TaxTrue EQUAL "00" OR fs-TaxTrue EQUAL "05"
              SET sw-tu-file-open-Y TO TRUE
           ELSE
              CLOSE TaxTrue
              DISPLAY "*** WARNING: the true-up file could not be "
                      "opened. The report is printed only. ***"
           END-IF

           DISPLAY SPACE
           DISPLAY "Year-end tax true-up for [" ws-sel-year "]:"
           DISPLAY "Emp.         Gross  Exempted Unproven   "
                   "     Due    Withheld   Difference"

           PERFORM True-Up-One-Employee
             THRU True-Up-One-Employee-Exit
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count

           IF sw-tu-file-open-Y
              CLOSE TaxTrue
           END-IF

           DISPLAY SPACE
           DISPLAY "Employees trued up        : [" ws-tu-employees
                   "]."
           DISPLAY "Unproven declarations     : ["
                   ws-tu-unproven-total "] disallowed."
           DISPLAY "Tax still to recover      : ["
                   ws-tu-recover-count "] employees for ["
                   ws-tu-recover-total "]."
           DISPLAY "Tax to refund             : ["
                   ws-tu-refund-count "] employees for ["
                   ws-tu-refund-total "]."

           IF ws-tu-recover-count GREATER ZEROES
           OR ws-tu-refund-count GREATER ZEROES
              MOVE 4 TO RETURN-CODE
              DISPLAY "The differences were written to ["
                      ws-TaxTrue-name "] for settlement."
           END-IF.
       Year-End-True-Up-Exit.
           EXIT.

       True-Up-One-Employee.
           ADD cte-01 TO ws-tu-employees
           ADD ws-emp-unproven (ws-emp-sub) TO ws-tu-unproven-total

           COMPUTE ws-tu-taxable =
                   ws-emp-gross (ws-emp-sub)
                 - ws-emp-exempt (ws-emp-sub)

           IF ws-tu-taxable GREATER ZEROES
              MOVE ws-tu-taxable TO ws-tax-calc-amount
           ELSE
              MOVE ZEROES TO ws-tax-calc-amount
           END-IF

           PERFORM Compute-Tax-For-Amount
              THRU Compute-Tax-For-Amount-Exit

           IF sw-tax-gap-Y
              DISPLAY "*** The taxable amount of ["
                      ws-emp-code (ws-emp-sub) "] falls in a GAP "
                      "of the tax bracket table. The employee is "
                      "left out of the true-up. ***"
              GO TO True-Up-One-Employee-Exit
           END-IF

           COMPUTE ws-tu-difference =
                   ws-tax-calc-result - ws-emp-withheld (ws-emp-sub)

           IF ws-tu-difference GREATER ZEROES
              ADD cte-01           TO ws-tu-recover-count
              ADD ws-tu-difference TO ws-tu-recover-total
           END-IF

           IF ws-tu-difference LESS ZEROES
              ADD cte-01 TO ws-tu-refund-count
              SUBTRACT ws-tu-difference FROM ws-tu-refund-total
           END-IF

           MOVE ws-emp-code     (ws-emp-sub) TO ws-tl-code
           MOVE ws-emp-gross    (ws-emp-sub) TO ws-tl-gross
           MOVE ws-emp-exempt   (ws-emp-sub) TO ws-tl-exempt
           MOVE ws-emp-unproven (ws-emp-sub) TO ws-tl-unproven
           MOVE ws-tax-calc-result           TO ws-tl-due
           MOVE ws-emp-withheld (ws-emp-sub) TO ws-tl-withheld
           MOVE ws-tu-difference             TO ws-tl-difference

           DISPLAY ws-trueup-line

           IF  sw-tu-file-open-Y
           AND ws-tu-difference NOT EQUAL ZEROES
               MOVE ws-emp-code     (ws-emp-sub) TO taxtrue-rec-code
               MOVE ws-sel-year                  TO taxtrue-rec-year
               MOVE ws-emp-gross    (ws-emp-sub) TO taxtrue-rec-gross
               MOVE ws-emp-exempt   (ws-emp-sub)
                 TO taxtrue-rec-exempt
               MOVE ws-tax-calc-result           TO taxtrue-rec-due
               MOVE ws-emp-withheld (ws-emp-sub)
                 TO taxtrue-rec-withheld
               MOVE ws-tu-difference
                 TO taxtrue-rec-difference

               WRITE taxtrue-rec
           END-IF.
       True-Up-One-Employee-Exit.
           EXIT.

       Accumulate-Year-History.
           MOVE ZEROES TO ws-emp-tbl-count
           MOVE 'N'    TO ws-eof-PayHist

           OPEN INPUT PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              GO TO Accumulate-Year-History-Exit
           END-IF

           COMPUTE payhist-rec-period = ws-sel-year * 100 + 1

           START PayHist KEY IS NOT LESS THAN payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Accumulate-One-History-Row
             UNTIL sw-eof-PayHist-Y

           CLOSE PayHist.
       Accumulate-Year-History-Exit.
           EXIT.

       Accumulate-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period GREATER ws-sel-year * 100 + 12
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF  payhist-rec-period / 100 EQUAL ws-sel-year
                AND NOT sw-payhist-rec-run-reversed
                    MOVE payhist-rec-code TO ws-emp-seek-code
                    PERFORM Find-Or-Add-Employee

                    IF ws-emp-found-sub GREATER ZEROES
                       ADD payhist-rec-gross
                         TO ws-emp-gross    (ws-emp-found-sub)
                       ADD payhist-rec-it-ded
                         TO ws-emp-withheld (ws-emp-found-sub)
                    END-IF
                END-IF
                END-IF
           END-READ.

       Accumulate-Year-Exemptions.
           MOVE 'N' TO ws-eof-TaxDecl

           OPEN INPUT TaxDecl

           IF fs-TaxDecl NOT EQUAL "00"
              CLOSE TaxDecl
              DISPLAY "No declaration file was found: no "
                      "exemptions are allowed."
              GO TO Accumulate-Year-Exemptions-Exit
           END-IF

           PERFORM Accumulate-One-Declaration
             UNTIL sw-eof-TaxDecl-Y

           CLOSE TaxDecl.
       Accumulate-Year-Exemptions-Exit.
           EXIT.

       Accumulate-One-Declaration.
           READ TaxDecl RECORD
             AT END
                SET sw-eof-TaxDecl-Y TO TRUE

            NOT AT END
                IF taxdecl-rec-year EQUAL ws-sel-year
                   PERFORM Post-One-Declaration
                END-IF
           END-READ.

       Post-One-Declaration.
           MOVE ZEROES TO ws-emp-found-sub

           PERFORM Match-Employee-Entry
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count
                OR ws-emp-found-sub GREATER ZEROES

           IF ws-emp-found-sub GREATER ZEROES
              IF sw-taxdecl-rec-proof-Y
                 MOVE taxdecl-rec-verified TO ws-allowed-amount
                 MOVE taxdecl-rec-section  TO ws-lim-seek-section
                 PERFORM Find-Section-Limit

                 IF ws-lim-found-sub EQUAL ZEROES
                    MOVE ZEROES TO ws-allowed-amount
                 ELSE
                    IF ws-allowed-amount GREATER
                       ws-lim-limit (ws-lim-found-sub)
                       MOVE ws-lim-limit (ws-lim-found-sub)
                         TO ws-allowed-amount
                    END-IF
                 END-IF

                 ADD ws-allowed-amount
                   TO ws-emp-exempt (ws-emp-found-sub)
              ELSE
                 ADD taxdecl-rec-declared
                   TO ws-emp-unproven (ws-emp-found-sub)
              END-IF
           END-IF.

       Match-Employee-Entry.
           IF ws-emp-code (ws-emp-sub) EQUAL taxdecl-rec-code
              MOVE ws-emp-sub TO ws-emp-found-sub
           END-IF.

       Find-Or-Add-Employee.
           MOVE ZEROES TO ws-emp-found-sub

           PERFORM Match-Employee-Seek
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count
                OR ws-emp-found-sub GREATER ZEROES

           IF ws-emp-found-sub EQUAL ZEROES
              IF ws-emp-tbl-count LESS cte-emp-tbl-max
                 ADD cte-01 TO ws-emp-tbl-count
                 MOVE ws-emp-tbl-count TO ws-emp-found-sub
                 MOVE ws-emp-seek-code
                   TO ws-emp-code     (ws-emp-found-sub)
                 MOVE ZEROES
                   TO ws-emp-gross    (ws-emp-found-sub)
                      ws-emp-withheld (ws-emp-found-sub)
                      ws-emp-exempt   (ws-emp-found-sub)
                      ws-emp-unproven (ws-emp-found-sub)
              ELSE
                 DISPLAY "*** WARNING: the employee table is full "
                         "at [" cte-emp-tbl-max "]. ["
                         ws-emp-seek-code "] is left out. ***"
              END-IF
           END-IF.

       Match-Employee-Seek.
           IF ws-emp-code (ws-emp-sub) EQUAL ws-emp-seek-code
              MOVE ws-emp-sub TO ws-emp-found-sub
           END-IF.

       Load-Year-End-Brackets.
           MOVE ZEROES TO ws-tax-tbl-count
                          ws-tax-version-date
                          ws-tax-top-sub
                          ws-tax-top-upper
           MOVE 'N'    TO ws-eof-TaxFile

           COMPUTE ws-tax-year-end = ws-sel-year * 10000 + 1231

           OPEN INPUT TaxFile

           IF fs-TaxFile NOT EQUAL "00"
              CLOSE TaxFile
              GO TO Load-Year-End-Brackets-Exit
           END-IF

           PERFORM Find-Tax-Version-Date
             UNTIL sw-eof-TaxFile-Y

           CLOSE TaxFile

           IF ws-tax-version-date EQUAL ZEROES
              GO TO Load-Year-End-Brackets-Exit
           END-IF

           MOVE 'N' TO ws-eof-TaxFile

           OPEN INPUT TaxFile

           PERFORM Load-Tax-Version-Rows
             UNTIL sw-eof-TaxFile-Y

           CLOSE TaxFile.
       Load-Year-End-Brackets-Exit.
           EXIT.

       Find-Tax-Version-Date.
           READ TaxFile RECORD
             AT END
                SET sw-eof-TaxFile-Y TO TRUE

            NOT AT END
                IF  tax-rec-eff-date NOT GREATER ws-tax-year-end
                AND tax-rec-eff-date GREATER ws-tax-version-date
                    MOVE tax-rec-eff-date TO ws-tax-version-date
                END-IF
           END-READ.

       Load-Tax-Version-Rows.
           READ TaxFile RECORD
             AT END
                SET sw-eof-TaxFile-Y TO TRUE

            NOT AT END
                IF  tax-rec-eff-date EQUAL ws-tax-version-date
                AND ws-tax-tbl-count LESS cte-tax-tbl-max
                    ADD cte-01 TO ws-tax-tbl-count
                    MOVE tax-rec-lower
                      TO ws-tax-lower (ws-tax-tbl-count)
                    MOVE tax-rec-upper
                      TO ws-tax-upper (ws-tax-tbl-count)
                    MOVE tax-rec-rate
                      TO ws-tax-rate  (ws-tax-tbl-count)
                    MOVE tax-rec-fixed
                      TO ws-tax-fixed (ws-tax-tbl-count)

                    IF tax-rec-upper NOT LESS ws-tax-top-upper
                       MOVE tax-rec-upper    TO ws-tax-top-upper
                       MOVE ws-tax-tbl-count TO ws-tax-top-sub
                    END-IF
                END-IF
           END-READ.

       Compute-Tax-For-Amount.
           MOVE ZEROES TO ws-tax-calc-result
           MOVE 'N'    TO ws-tax-bracket-found
                          ws-tax-gap-sw

           IF ws-tax-calc-amount EQUAL ZEROES
              GO TO Compute-Tax-For-Amount-Exit
           END-IF

           PERFORM Match-Tax-Bracket
           VARYING ws-tax-sub FROM 1 BY 1
             UNTIL ws-tax-sub GREATER ws-tax-tbl-count
                OR sw-tax-bracket-found-Y

           IF NOT sw-tax-bracket-found-Y
              IF  ws-tax-top-sub GREATER ZEROES
              AND ws-tax-calc-amount GREATER ws-tax-top-upper
                  COMPUTE ws-tax-calc-result ROUNDED =
                          ws-tax-fixed (ws-tax-top-sub)
                        + (ws-tax-calc-amount
                         - ws-tax-lower (ws-tax-top-sub))
                        * ws-tax-rate (ws-tax-top-sub) / 100
              ELSE
                  SET sw-tax-gap-Y TO TRUE
              END-IF
           END-IF.
       Compute-Tax-For-Amount-Exit.
           EXIT.

       Match-Tax-Bracket.
           IF  ws-tax-calc-amount GREATER ws-tax-lower (ws-tax-sub)
           AND ws-tax-calc-amount NOT GREATER
               ws-tax-upper (ws-tax-sub)
               SET sw-tax-bracket-found-Y TO TRUE
               COMPUTE ws-tax-calc-result ROUNDED =
                       ws-tax-fixed (ws-tax-sub)
                     + (ws-tax-calc-amount
                      - ws-tax-lower (ws-tax-sub))
                     * ws-tax-rate (ws-tax-sub) / 100
           END-IF.

       Load-Section-Limits.
           MOVE ZEROES TO ws-lim-tbl-count
                          ws-lim-version-year
           MOVE 'N'    TO ws-eof-TaxExLim

           OPEN INPUT TaxExLim

           IF fs-TaxExLim NOT EQUAL "00"
              CLOSE TaxExLim
              DISPLAY "No exemption limits file was found."
              GO TO Load-Section-Limits-Exit
           END-IF

           PERFORM Find-Limit-Version-Year
             UNTIL sw-eof-TaxExLim-Y

           CLOSE TaxExLim

           IF ws-lim-version-year EQUAL ZEROES
              DISPLAY "No exemption limits are in force for ["
                      ws-lim-year "]."
              GO TO Load-Section-Limits-Exit
           END-IF

           MOVE 'N' TO ws-eof-TaxExLim

           OPEN INPUT TaxExLim

           PERFORM Load-One-Section-Limit
             UNTIL sw-eof-TaxExLim-Y

           CLOSE TaxExLim.
       Load-Section-Limits-Exit.
           EXIT.

       Find-Limit-Version-Year.
           READ TaxExLim RECORD
             AT END
                SET sw-eof-TaxExLim-Y TO TRUE

            NOT AT END
                IF  taxexlim-rec-eff-year NOT GREATER ws-lim-year
                AND taxexlim-rec-eff-year GREATER
                    ws-lim-version-year
                    MOVE taxexlim-rec-eff-year
                      TO ws-lim-version-year
                END-IF
           END-READ.

       Load-One-Section-Limit.
           READ TaxExLim RECORD
             AT END
                SET sw-eof-TaxExLim-Y TO TRUE

            NOT AT END
                IF taxexlim-rec-eff-year EQUAL ws-lim-version-year
                   MOVE taxexlim-rec-section TO ws-lim-seek-section
                   PERFORM Find-Section-Limit

                   IF  ws-lim-found-sub EQUAL ZEROES
                   AND ws-lim-tbl-count LESS cte-lim-tbl-max
                       ADD cte-01 TO ws-lim-tbl-count
                       MOVE ws-lim-tbl-count TO ws-lim-found-sub
                   END-IF

                   IF ws-lim-found-sub GREATER ZEROES
                      MOVE taxexlim-rec-section
                        TO ws-lim-section (ws-lim-found-sub)
                      MOVE taxexlim-rec-descr
                        TO ws-lim-descr   (ws-lim-found-sub)
                      MOVE taxexlim-rec-limit
                        TO ws-lim-limit   (ws-lim-found-sub)
                      MOVE taxexlim-rec-cutoff
                        TO ws-lim-cutoff  (ws-lim-found-sub)
                   END-IF
                END-IF
           END-READ.

       Find-Section-Limit.
           MOVE ZEROES TO ws-lim-found-sub

           PERFORM Match-Section-Limit
           VARYING ws-lim-sub FROM 1 BY 1
             UNTIL ws-lim-sub GREATER ws-lim-tbl-count
                OR ws-lim-found-sub GREATER ZEROES.

       Match-Section-Limit.
           IF ws-lim-section (ws-lim-sub) EQUAL ws-lim-seek-section
              MOVE ws-lim-sub TO ws-lim-found-sub
           END-IF.

       Load-Declaration-Table.
           MOVE ZEROES TO ws-decl-tbl-count
           MOVE 'N'    TO ws-eof-TaxDecl
                          ws-decl-overflow-sw

           OPEN INPUT TaxDecl

           IF fs-TaxDecl NOT EQUAL "00"
              CLOSE TaxDecl
              GO TO Load-Declaration-Table-Exit
           END-IF

           PERFORM Read-One-Declaration
             UNTIL sw-eof-TaxDecl-Y

           CLOSE TaxDecl

           IF sw-decl-overflow-Y
              DISPLAY "*** The declaration file holds more than ["
                      cte-decl-tbl-max "] rows. Nothing can be "
                      "updated: archive the closed tax years "
                      "first. ***"
           END-IF.
       Load-Declaration-Table-Exit.
           EXIT.

       Read-One-Declaration.
           READ TaxDecl RECORD
             AT END
                SET sw-eof-TaxDecl-Y TO TRUE

            NOT AT END
                IF ws-decl-tbl-count LESS cte-decl-tbl-max
                   ADD cte-01 TO ws-decl-tbl-count
                   MOVE taxdecl-rec
                     TO ws-decl-record (ws-decl-tbl-count)
                ELSE
                   SET sw-decl-overflow-Y TO TRUE
                   SET sw-eof-TaxDecl-Y   TO TRUE
                END-IF
           END-READ.

       Find-Declaration.
           MOVE ZEROES TO ws-decl-found-sub

           PERFORM Match-Declaration
           VARYING ws-decl-sub FROM 1 BY 1
             UNTIL ws-decl-sub GREATER ws-decl-tbl-count
                OR ws-decl-found-sub GREATER ZEROES.

       Match-Declaration.
           MOVE ws-decl-record (ws-decl-sub) TO ws-decl-work

           IF  ws-dw-code    EQUAL ws-cap-code
           AND ws-dw-year    EQUAL ws-cap-year
           AND ws-dw-section EQUAL ws-cap-section
               MOVE ws-decl-sub TO ws-decl-found-sub
           END-IF.

       Rewrite-Declaration-File.
           OPEN OUTPUT TaxDecl

           IF fs-TaxDecl NOT EQUAL "00" AND fs-TaxDecl NOT EQUAL
              "05"
              CLOSE TaxDecl
              DISPLAY "*** The declaration file could not be "
                      "rewritten. Nothing was saved. ***"
              GO TO Rewrite-Declaration-File-Exit
           END-IF

           PERFORM Write-One-Declaration
           VARYING ws-decl-sub FROM 1 BY 1
             UNTIL ws-decl-sub GREATER ws-decl-tbl-count

           CLOSE TaxDecl.
       Rewrite-Declaration-File-Exit.
           EXIT.

       Write-One-Declaration.
           MOVE ws-decl-record (ws-decl-sub) TO taxdecl-rec
           WRITE taxdecl-rec.

       END PROGRAM TaxDcl.
