       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayProj.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL PendTrans ASSIGN TO ws-PendTrans-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PendTrans.

           SELECT OPTIONAL PendFile ASSIGN TO ws-PendFile-name
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS fs-PendFile.

           SELECT OPTIONAL CatStep ASSIGN TO ws-CatStep-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CatStep.

           SELECT OPTIONAL EmpStep ASSIGN TO ws-EmpStep-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpStep.

           SELECT OPTIONAL LoanFile ASSIGN TO ws-LoanFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LoanFile.

           SELECT OPTIONAL BenPlan ASSIGN TO ws-BenPlan-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenPlan.

           SELECT OPTIONAL BenEnrol ASSIGN TO ws-BenEnrol-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenEnrol.

           SELECT OPTIONAL CcAlloc ASSIGN TO ws-CcAlloc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CcAlloc.

           SELECT OPTIONAL ProjCost ASSIGN TO ws-ProjCost-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ProjCost.

           SELECT OPTIONAL ProjRpt ASSIGN TO ws-ProjRpt-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ProjRpt.

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

       FD  PendTrans
           RECORD CONTAINS 75 CHARACTERS.

       01  pendtrans-rec.
           03  pendtrans-rec-eff-date          PIC 9(08)  VALUE ZEROES.
           03  pendtrans-rec-size              PIC 9(02)  VALUE ZEROES.
           03  pendtrans-rec-data              PIC X(57)  VALUE SPACES.
           03  pendtrans-rec-operator          PIC X(08)  VALUE SPACES.

       FD  PendFile
           RECORD CONTAINS 34 CHARACTERS.

       01  pend-rec.
           03  pend-rec-cod-employee           PIC 9(06)  VALUE ZEROES.
           03  pend-rec-req-date               PIC 9(08)  COMP-3
                                                          VALUE ZEROES.
           03  pend-rec-old-salary             PIC S9(06)V9(02)
                                                          COMP-3
                                                          VALUE ZEROES.
           03  pend-rec-new-salary             PIC S9(06)V9(02)
                                                          COMP-3
                                                          VALUE ZEROES.
           03  pend-rec-cod-cat                PIC 9(04)  VALUE ZEROES.
           03  pend-rec-operator               PIC X(08)  VALUE SPACES.
           03  pend-rec-status                 PIC X(01)  VALUE "P".
               88  sw-pend-rec-status-pending              VALUE "P".
               88  sw-pend-rec-status-approved             VALUE "A".
               88  sw-pend-rec-status-rejected             VALUE "R".

       FD  CatStep
           RECORD CONTAINS 15 CHARACTERS.

       01  catstep-rec.
           03  catstep-rec-cod           PIC 9(04) VALUE ZEROES.
           03  catstep-rec-step          PIC 9(02) VALUE ZEROES.
           03  catstep-rec-rate          PIC S9(06)V9(02)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.

       FD  EmpStep
           RECORD CONTAINS 20 CHARACTERS.

       01  empstep-rec.
           03  empstep-rec-code          PIC 9(06) VALUE ZEROES.
           03  empstep-rec-cod-cat       PIC 9(04) VALUE ZEROES.
           03  empstep-rec-step          PIC 9(02) VALUE ZEROES.
           03  empstep-rec-moved-date    PIC 9(08) VALUE ZEROES.
           03  empstep-rec-moved-r REDEFINES empstep-rec-moved-date.
               05  empstep-rec-moved-ym  PIC 9(06).
               05  FILLER                PIC 9(02).

       FD  LoanFile
           RECORD CONTAINS 30 CHARACTERS.

       01  loan-rec.
           03  loan-rec-code            PIC 9(06) VALUE ZEROES.
           03  loan-rec-principal       PIC 9(07) VALUE ZEROES.
           03  loan-rec-installment     PIC 9(06) VALUE ZEROES.
           03  loan-rec-balance         PIC 9(07) VALUE ZEROES.
           03  loan-rec-rate            PIC 9(02)V9(02)
                                                  VALUE ZEROES.

       FD  BenPlan
           RECORD CONTAINS 36 CHARACTERS.

       01  benplan-rec.
           03  benplan-rec-plan          PIC X(04) VALUE SPACES.
           03  benplan-rec-descr         PIC X(20) VALUE SPACES.
           03  benplan-rec-emp-prem      PIC 9(06) VALUE ZEROES.
           03  benplan-rec-er-cost       PIC 9(06) VALUE ZEROES.

       FD  BenEnrol
           RECORD CONTAINS 26 CHARACTERS.

       01  benenrol-rec.
           03  benenrol-rec-code         PIC 9(06) VALUE ZEROES.
           03  benenrol-rec-plan         PIC X(04) VALUE SPACES.
           03  benenrol-rec-start        PIC 9(08) VALUE ZEROES.
           03  benenrol-rec-start-r REDEFINES benenrol-rec-start.
               05  benenrol-rec-start-ym PIC 9(06).
               05  FILLER                PIC 9(02).
           03  benenrol-rec-stop         PIC 9(08) VALUE ZEROES.
           03  benenrol-rec-stop-r REDEFINES benenrol-rec-stop.
               05  benenrol-rec-stop-ym  PIC 9(06).
               05  FILLER                PIC 9(02).

       FD  CcAlloc
           RECORD CONTAINS 17 CHARACTERS.

       01  alloc-rec.
           03  alloc-rec-emp             PIC 9(06) VALUE ZEROES.
           03  alloc-rec-cc              PIC X(06) VALUE SPACES.
           03  alloc-rec-pct             PIC 9(03)V9(02)
                                                   VALUE ZEROES.

       FD  ProjCost
           RECORD CONTAINS 58 CHARACTERS.

       01  projcost-rec.
           03  projcost-rec-period       PIC 9(06) VALUE ZEROES.
           03  projcost-rec-cod-cat      PIC 9(04) VALUE ZEROES.
           03  projcost-rec-cc           PIC X(06) VALUE SPACES.
           03  projcost-rec-heads        PIC 9(05)V9(02)
                                                   VALUE ZEROES.
           03  projcost-rec-salary       PIC 9(09)V9(02)
                                                   VALUE ZEROES.
           03  projcost-rec-benefits     PIC 9(08)V9(02)
                                                   VALUE ZEROES.
           03  projcost-rec-total        PIC 9(10)V9(02)
                                                   VALUE ZEROES.

       FD  ProjRpt
           RECORD CONTAINS 80 CHARACTERS.

       01  f-ProjRpt-rec                PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-PendTrans                 PIC X(02) VALUE SPACES.
       77  fs-PendFile                  PIC X(02) VALUE SPACES.
       77  fs-CatStep                   PIC X(02) VALUE SPACES.
       77  fs-EmpStep                   PIC X(02) VALUE SPACES.
       77  fs-LoanFile                  PIC X(02) VALUE SPACES.
       77  fs-BenPlan                   PIC X(02) VALUE SPACES.
       77  fs-BenEnrol                  PIC X(02) VALUE SPACES.
       77  fs-CcAlloc                   PIC X(02) VALUE SPACES.
       77  fs-ProjCost                  PIC X(02) VALUE SPACES.
       77  fs-ProjRpt                   PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-PendTrans-name            PIC X(12) VALUE "PendTrans".
       77  ws-PendFile-name             PIC X(12) VALUE "PendFile".
       77  ws-CatStep-name              PIC X(12) VALUE "CatStep".
       77  ws-EmpStep-name              PIC X(12) VALUE "EmpStep".
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".
       77  ws-BenPlan-name              PIC X(12) VALUE "BenPlan".
       77  ws-BenEnrol-name             PIC X(12) VALUE "BenEnrol".
       77  ws-CcAlloc-name              PIC X(12) VALUE "CcAlloc".
       77  ws-ProjCost-name             PIC X(12) VALUE "ProjCost".
       77  ws-ProjRpt-name              PIC X(12) VALUE SPACES.

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
       77  ws-eof-PendTrans             PIC X(01) VALUE 'N'.
           88  sw-eof-PendTrans-Y                 VALUE 'Y'.
       77  ws-eof-PendFile              PIC X(01) VALUE 'N'.
           88  sw-eof-PendFile-Y                  VALUE 'Y'.
       77  ws-eof-CatStep               PIC X(01) VALUE 'N'.
           88  sw-eof-CatStep-Y                   VALUE 'Y'.
       77  ws-eof-EmpStep               PIC X(01) VALUE 'N'.
           88  sw-eof-EmpStep-Y                   VALUE 'Y'.
       77  ws-eof-LoanFile              PIC X(01) VALUE 'N'.
           88  sw-eof-LoanFile-Y                  VALUE 'Y'.
       77  ws-eof-BenPlan               PIC X(01) VALUE 'N'.
           88  sw-eof-BenPlan-Y                   VALUE 'Y'.
       77  ws-eof-BenEnrol              PIC X(01) VALUE 'N'.
           88  sw-eof-BenEnrol-Y                  VALUE 'Y'.
       77  ws-eof-CcAlloc               PIC X(01) VALUE 'N'.
           88  sw-eof-CcAlloc-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-months                             VALUE 12.
       78  cte-emp-tbl-max                        VALUE 2000.
       78  cte-chg-tbl-max                        VALUE 2000.
       78  cte-step-tbl-max                       VALUE 1000.
       78  cte-loan-tbl-max                       VALUE 1000.
       78  cte-plan-tbl-max                       VALUE 50.
       78  cte-enr-tbl-max                        VALUE 2000.
       78  cte-alloc-tbl-max                      VALUE 500.
       78  cte-cell-tbl-max                       VALUE 300.
       78  cte-evt-tbl-max                        VALUE 3000.

       01  ws-horizon-fields.
           03  ws-sel-start             PIC 9(06) VALUE ZEROES.
           03  ws-sel-start-r       REDEFINES ws-sel-start.
               05  ws-sel-start-year    PIC 9(04).
               05  ws-sel-start-mm      PIC 9(02).
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-today-r           REDEFINES ws-today.
               05  ws-today-year        PIC 9(04).
               05  ws-today-mm          PIC 9(02).
               05  ws-today-dd          PIC 9(02).
           03  ws-start-serial          PIC 9(07) VALUE ZEROES.
           03  ws-month-table.
               05  ws-month-ym OCCURS cte-months TIMES
                                        PIC 9(06).
           03  ws-month-sub             PIC 9(02) VALUE ZEROES.
           03  ws-prev-sub              PIC 9(02) VALUE ZEROES.

       01  ws-month-work.
           03  ws-mw-ym                 PIC 9(06) VALUE ZEROES.
           03  ws-mw-ym-r           REDEFINES ws-mw-ym.
               05  ws-mw-year           PIC 9(04).
               05  ws-mw-mm             PIC 9(02).
           03  ws-mw-serial             PIC 9(07) VALUE ZEROES.
           03  ws-mw-offset             PIC S9(07) VALUE ZEROES.
           03  ws-mw-index              PIC 9(02) VALUE ZEROES.
               88  sw-mw-index-beyond             VALUE 13.
           03  ws-mw-date               PIC 9(08) VALUE ZEROES.
           03  ws-mw-date-r         REDEFINES ws-mw-date.
               05  ws-mw-date-ym        PIC 9(06).
               05  FILLER               PIC 9(02).

       01  ws-run-counters.
           03  ws-master-count          PIC 9(05) VALUE ZEROES.
           03  ws-hire-count            PIC 9(05) VALUE ZEROES.
           03  ws-term-count            PIC 9(05) VALUE ZEROES.
           03  ws-raise-count           PIC 9(05) VALUE ZEROES.
           03  ws-pend-count            PIC 9(05) VALUE ZEROES.
           03  ws-step-count            PIC 9(05) VALUE ZEROES.
           03  ws-enrol-count           PIC 9(05) VALUE ZEROES.
           03  ws-loan-count            PIC 9(05) VALUE ZEROES.
           03  ws-unknown-count         PIC 9(05) VALUE ZEROES.
           03  ws-overflow-count        PIC 9(05) VALUE ZEROES.

       01  ws-employee-controls.
           03  ws-emp-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-emp-sub               PIC 9(04) VALUE ZEROES.
           03  ws-emp-found-sub         PIC 9(04) VALUE ZEROES.
           03  ws-emp-seek-code         PIC 9(06) VALUE ZEROES.

       01  ws-employee-table.
           03  ws-emp-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-emp-code          PIC 9(06).
               05  ws-emp-name          PIC X(20).
               05  ws-emp-cat           PIC 9(04).
               05  ws-emp-salary        PIC S9(06)V9(02).
               05  ws-emp-hire-date     PIC 9(08).
               05  ws-emp-hire-r    REDEFINES ws-emp-hire-date.
                   07  ws-emp-hire-year PIC 9(04).
                   07  ws-emp-hire-mm   PIC 9(02).
                   07  ws-emp-hire-dd   PIC 9(02).
               05  ws-emp-first         PIC 9(02).
               05  ws-emp-last          PIC 9(02).
               05  ws-emp-new-sw        PIC X(01).
                   88  sw-emp-new-Y               VALUE 'Y'.
               05  ws-emp-step          PIC 9(02).
               05  ws-emp-step-cat      PIC 9(04).
               05  ws-emp-step-moved    PIC 9(06).

       01  ws-change-controls.
           03  ws-chg-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-chg-sub               PIC 9(04) VALUE ZEROES.

       01  ws-change-table.
           03  ws-chg-entry OCCURS cte-chg-tbl-max TIMES.
               05  ws-chg-code          PIC 9(06).
               05  ws-chg-month         PIC 9(02).
               05  ws-chg-salary        PIC S9(06)V9(02).
               05  ws-chg-kind          PIC X(10).

       01  ws-step-controls.
           03  ws-step-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-step-sub              PIC 9(04) VALUE ZEROES.
           03  ws-step-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-step-seek-cat         PIC 9(04) VALUE ZEROES.
           03  ws-step-seek-step        PIC 9(02) VALUE ZEROES.

       01  ws-step-table.
           03  ws-step-entry OCCURS cte-step-tbl-max TIMES.
               05  ws-st-cod            PIC 9(04).
               05  ws-st-step           PIC 9(02).
               05  ws-st-rate           PIC S9(06)V9(02).

       01  ws-loan-controls.
           03  ws-loan-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-loan-sub              PIC 9(04) VALUE ZEROES.
           03  ws-loan-months           PIC 9(05) VALUE ZEROES.
           03  ws-loan-left             PIC 9(07) VALUE ZEROES.

       01  ws-loan-table.
           03  ws-loan-entry OCCURS cte-loan-tbl-max TIMES.
               05  ws-ln-code           PIC 9(06).
               05  ws-ln-installment    PIC 9(06).
               05  ws-ln-balance        PIC 9(07).

       01  ws-plan-controls.
           03  ws-plan-tbl-count        PIC 9(02) VALUE ZEROES.
           03  ws-plan-sub              PIC 9(02) VALUE ZEROES.
           03  ws-plan-found-sub        PIC 9(02) VALUE ZEROES.

       01  ws-plan-table.
           03  ws-plan-entry OCCURS cte-plan-tbl-max TIMES.
               05  ws-plan-code         PIC X(04).
               05  ws-plan-er-cost      PIC 9(06).

       01  ws-enrol-controls.
           03  ws-enr-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-enr-sub               PIC 9(04) VALUE ZEROES.

       01  ws-enrol-table.
           03  ws-enr-entry OCCURS cte-enr-tbl-max TIMES.
               05  ws-enr-code          PIC 9(06).
               05  ws-enr-plan          PIC X(04).
               05  ws-enr-er-cost       PIC 9(06).
               05  ws-enr-start-ym      PIC 9(06).
               05  ws-enr-stop-ym       PIC 9(06).

       01  ws-alloc-controls.
           03  ws-alloc-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-alloc-sub             PIC 9(03) VALUE ZEROES.
           03  ws-alloc-emp-pct         PIC 9(04)V9(02)
                                                  VALUE ZEROES.

       01  ws-alloc-table.
           03  ws-alloc-entry OCCURS cte-alloc-tbl-max TIMES.
               05  ws-alloc-emp         PIC 9(06).
               05  ws-alloc-cc          PIC X(06).
               05  ws-alloc-pct         PIC 9(03)V9(02).

       01  ws-cell-controls.
           03  ws-cell-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-cell-sub              PIC 9(03) VALUE ZEROES.
           03  ws-cell-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-cell-seek-cc          PIC X(06) VALUE SPACES.
           03  ws-cell-pct              PIC 9(03)V9(02)
                                                  VALUE ZEROES.

       01  ws-cell-table.
           03  ws-cell-entry OCCURS cte-cell-tbl-max TIMES.
               05  ws-cell-cat          PIC 9(04).
               05  ws-cell-cc           PIC X(06).
               05  ws-cell-month OCCURS cte-months TIMES.
                   07  ws-cell-heads    PIC 9(05)V9(02).
                   07  ws-cell-salary   PIC 9(09)V9(02).
                   07  ws-cell-benefits PIC 9(08)V9(02).

       01  ws-month-totals.
           03  ws-mt-entry OCCURS cte-months TIMES.
               05  ws-mt-heads          PIC 9(05)V9(02).
               05  ws-mt-salary         PIC 9(10)V9(02).
               05  ws-mt-benefits       PIC 9(09)V9(02).
               05  ws-mt-total          PIC 9(10)V9(02).
               05  ws-mt-recoveries     PIC 9(09)V9(02).
               05  ws-mt-events         PIC 9(04).

       01  ws-event-controls.
           03  ws-evt-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-evt-sub               PIC 9(04) VALUE ZEROES.
           03  ws-evt-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-evt-overflow-Y              VALUE 'Y'.

       01  ws-event-table.
           03  ws-evt-entry OCCURS cte-evt-tbl-max TIMES.
               05  ws-evt-month         PIC 9(02).
               05  ws-evt-code          PIC 9(06).
               05  ws-evt-kind          PIC X(10).
               05  ws-evt-detail        PIC X(20).
               05  ws-evt-amount        PIC S9(08)V9(02).

       01  ws-new-event.
           03  ws-ne-kind               PIC X(10) VALUE SPACES.
           03  ws-ne-detail             PIC X(20) VALUE SPACES.
           03  ws-ne-amount             PIC S9(08)V9(02)
                                                  VALUE ZEROES.

       01  ws-projection-work.
           03  ws-pw-salary             PIC S9(06)V9(02)
                                                  VALUE ZEROES.
           03  ws-pw-old-salary         PIC S9(06)V9(02)
                                                  VALUE ZEROES.
           03  ws-pw-benefits           PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-pw-prev-benefits      PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-pw-active-sw          PIC X(01) VALUE 'N'.
               88  sw-pw-active-Y                 VALUE 'Y'.
           03  ws-pw-share              PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-pw-ben-share          PIC 9(08)V9(02)
                                                  VALUE ZEROES.
           03  ws-pw-heads-share        PIC 9(01)V9(02)
                                                  VALUE ZEROES.

       01  ws-trans-record.
           03  ws-trans-type           PIC X(02)          VALUE SPACES.
               88  sw-trans-type-hire                     VALUE "HI".
               88  sw-trans-type-terminate                VALUE "TE".
               88  sw-trans-type-raise                    VALUE "RA".
           03  ws-trans-cod-employee   PIC 9(06)          VALUE ZEROES.
           03  ws-trans-detail         PIC X(49)          VALUE SPACES.
           03  ws-trans-hire-detail REDEFINES ws-trans-detail.
               05  ws-trans-hire-name      PIC X(20).
               05  ws-trans-hire-salary    PIC S9(06)V9(02)
                                            SIGN IS LEADING
                                            SEPARATE CHARACTER.
               05  ws-trans-hire-date      PIC 9(08).
               05  ws-trans-hire-cat       PIC 9(04).
               05  FILLER                  PIC X(08).
           03  ws-trans-term-detail REDEFINES ws-trans-detail.
               05  ws-trans-term-reason    PIC X(20).
               05  FILLER                  PIC X(29).
           03  ws-trans-raise-detail REDEFINES ws-trans-detail.
               05  ws-trans-raise-salary   PIC S9(06)V9(02)
                                            SIGN IS LEADING
                                            SEPARATE CHARACTER.
               05  FILLER                  PIC X(40).

       01  ws-report-line               PIC X(80) VALUE SPACES.

       01  ws-rptarc-fields.
           03  ws-rptarc-program        PIC X(08) VALUE "PayProj".
           03  ws-rptarc-report         PIC X(40) VALUE SPACES.
           03  ws-rptarc-period         PIC 9(06) VALUE ZEROES.
           03  ws-rptarc-operator       PIC X(08) VALUE SPACES.
           03  ws-rptarc-pages          PIC 9(05) VALUE ZEROES.

       01  ws-cell-line.
           03  ws-cl-cat                PIC 9(04) VALUE ZEROES.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  ws-cl-cc                 PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-cl-heads              PIC ZZ,ZZ9.99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-cl-salary             PIC ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-cl-benefits           PIC ZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-cl-total              PIC Z,ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROES.

       01  ws-event-line.
           03  FILLER                   PIC X(04) VALUE SPACES.
           03  ws-el-code               PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  ws-el-kind               PIC X(10) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-el-detail             PIC X(20) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-el-amount             PIC --,---,--9.99
                                                  VALUE ZEROES.

       01  ws-summary-line.
           03  ws-sm-period             PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sm-heads              PIC ZZ,ZZ9.99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sm-total              PIC Z,ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sm-change             PIC ---,---,--9.99
                                                  VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sm-recoveries         PIC ZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sm-events             PIC ZZZ9 VALUE ZEROES.

       01  ws-ed-amount                 PIC Z,ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROES.
       01  ws-ed-change                 PIC ---,---,--9.99
                                                  VALUE ZEROES.
       01  ws-change-amount             PIC S9(10)V9(02)
                                                  VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Forward twelve-month payroll cost projection."

           ACCEPT ws-today FROM DATE YYYYMMDD

           DISPLAY "First month to project (CCYYMM, blank for next "
                   "month): " WITH NO ADVANCING
           ACCEPT ws-sel-start

           DISPLAY "Employee index file       : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Projection report file    : " WITH NO ADVANCING
           ACCEPT ws-ProjRpt-name

           IF ws-sel-start EQUAL ZEROES
              MOVE ws-today-year TO ws-sel-start-year
              MOVE ws-today-mm   TO ws-sel-start-mm
              ADD cte-01 TO ws-sel-start-mm

              IF ws-sel-start-mm GREATER 12
                 MOVE 1 TO ws-sel-start-mm
                 ADD cte-01 TO ws-sel-start-year
              END-IF
           END-IF

           IF ws-sel-start-mm LESS 1
           OR ws-sel-start-mm GREATER 12
           OR ws-IdxFile-name EQUAL SPACES
           OR ws-ProjRpt-name EQUAL SPACES
              DISPLAY "A valid first month, the index file and the "
                      "report file are all needed. Nothing "
                      "projected."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Build-Month-Table

           PERFORM Load-Master-Employees
             THRU Load-Master-Employees-Exit

           PERFORM Load-Pending-Transactions
             THRU Load-Pending-Transactions-Exit

           PERFORM Load-Pending-Approvals
             THRU Load-Pending-Approvals-Exit

           PERFORM Load-Step-Table
             THRU Load-Step-Table-Exit

           PERFORM Load-Employee-Steps
             THRU Load-Employee-Steps-Exit

           PERFORM Load-Loan-Ledger
             THRU Load-Loan-Ledger-Exit

           PERFORM Load-Benefit-Plans
             THRU Load-Benefit-Plans-Exit

           PERFORM Load-Benefit-Enrolments
             THRU Load-Benefit-Enrolments-Exit

           PERFORM Load-Cost-Allocations
             THRU Load-Cost-Allocations-Exit

           PERFORM Project-One-Employee
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count

           PERFORM Project-One-Loan
           VARYING ws-loan-sub FROM 1 BY 1
             UNTIL ws-loan-sub GREATER ws-loan-tbl-count

           PERFORM Write-Projection-Report
             THRU Write-Projection-Report-Exit

           PERFORM Write-Projection-Cost-File
             THRU Write-Projection-Cost-File-Exit

           PERFORM Print-Control-Report

           IF ws-overflow-count GREATER ZEROES
           OR sw-evt-overflow-Y
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    The twelve months are kept as CCYYMM values. A date is
      *    placed on the horizon by its month count from the first
      *    month: anything already due falls in month 1, anything
      *    past the horizon in month 13.
       Build-Month-Table.
           COMPUTE ws-start-serial =
                   ws-sel-start-year * 12 + ws-sel-start-mm - 1

           PERFORM Build-One-Month
           VARYING ws-month-sub FROM 1 BY 1
             UNTIL ws-month-sub GREATER cte-months.

       Build-One-Month.
           COMPUTE ws-mw-serial = ws-start-serial + ws-month-sub - 1

           DIVIDE ws-mw-serial BY 12
              GIVING ws-mw-year
              REMAINDER ws-mw-mm

           ADD cte-01 TO ws-mw-mm

           MOVE ws-mw-ym TO ws-month-ym (ws-month-sub).

       Place-Month-On-Horizon.
           IF ws-mw-ym EQUAL ZEROES
              MOVE 13 TO ws-mw-index
              GO TO Place-Month-On-Horizon-Exit
           END-IF

           COMPUTE ws-mw-offset =
                   ws-mw-year * 12 + ws-mw-mm - 1 - ws-start-serial

           EVALUATE TRUE
               WHEN ws-mw-offset LESS ZEROES
                    MOVE 1 TO ws-mw-index
               WHEN ws-mw-offset NOT LESS cte-months
                    MOVE 13 TO ws-mw-index
               WHEN OTHER
                    COMPUTE ws-mw-index = ws-mw-offset + 1
           END-EVALUATE.
       Place-Month-On-Horizon-Exit.
           EXIT.

       Load-Master-Employees.
           MOVE ZEROES TO ws-emp-tbl-count

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. Nothing projected. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Read-One-Master-Employee
             UNTIL sw-eof-IdxFile-Y

           CLOSE IdxFile.
       Load-Master-Employees-Exit.
           EXIT.

       Read-One-Master-Employee.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE

            NOT AT END
                IF  NOT sw-f-IdxFile-rec-status-terminated
                    IF ws-emp-tbl-count LESS cte-emp-tbl-max
                       ADD cte-01 TO ws-emp-tbl-count
                       ADD cte-01 TO ws-master-count
                       MOVE ws-emp-tbl-count TO ws-emp-found-sub
                       INITIALIZE ws-emp-entry (ws-emp-found-sub)
                       MOVE f-IdxFile-rec-cod-employee
                         TO ws-emp-code      (ws-emp-found-sub)
                       MOVE f-IdxFile-rec-name-employee
                         TO ws-emp-name      (ws-emp-found-sub)
                       MOVE f-IdxFile-rec-cod-cat-employee
                         TO ws-emp-cat       (ws-emp-found-sub)
                       MOVE f-IdxFile-rec-salary-employee
                         TO ws-emp-salary    (ws-emp-found-sub)
                       MOVE f-IdxFile-rec-hire-date-employee
                         TO ws-emp-hire-date (ws-emp-found-sub)
                       MOVE 1  TO ws-emp-first (ws-emp-found-sub)
                       MOVE 13 TO ws-emp-last  (ws-emp-found-sub)
                       MOVE 'N' TO ws-emp-new-sw (ws-emp-found-sub)
                    ELSE
                       ADD cte-01 TO ws-overflow-count
                    END-IF
                END-IF
           END-READ.

       Find-Employee-Entry.
           MOVE ZEROES TO ws-emp-found-sub

           PERFORM Match-Employee-Entry
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count
                OR ws-emp-found-sub GREATER ZEROES.

       Match-Employee-Entry.
           IF ws-emp-code (ws-emp-sub) EQUAL ws-emp-seek-code
              MOVE ws-emp-sub TO ws-emp-found-sub
           END-IF.

      *    The effective-dated queue NightApp applies: a hire adds an
      *    employee from its month, a termination stops the cost from
      *    its month and a raise sets the new salary from its month.
       Load-Pending-Transactions.
           OPEN INPUT PendTrans

           IF fs-PendTrans NOT EQUAL "00"
              CLOSE PendTrans
              DISPLAY "No pending transaction queue was found: no "
                      "hires, terminations or dated raises are "
                      "projected."
              GO TO Load-Pending-Transactions-Exit
           END-IF

           PERFORM Read-One-Pending-Transaction
             UNTIL sw-eof-PendTrans-Y

           CLOSE PendTrans.
       Load-Pending-Transactions-Exit.
           EXIT.

       Read-One-Pending-Transaction.
           READ PendTrans RECORD
             AT END
                SET sw-eof-PendTrans-Y TO TRUE

            NOT AT END
                MOVE pendtrans-rec-data     TO ws-trans-record
                MOVE pendtrans-rec-eff-date TO ws-mw-date
                MOVE ws-mw-date-ym          TO ws-mw-ym
                PERFORM Place-Month-On-Horizon
                   THRU Place-Month-On-Horizon-Exit

                MOVE ws-trans-cod-employee TO ws-emp-seek-code
                PERFORM Find-Employee-Entry

                EVALUATE TRUE
                    WHEN sw-trans-type-hire
                         PERFORM Queue-Pending-Hire

                    WHEN sw-trans-type-terminate
                     AND ws-emp-found-sub GREATER ZEROES
                         ADD cte-01 TO ws-term-count
                         IF ws-mw-index LESS
                            ws-emp-last (ws-emp-found-sub)
                            MOVE ws-mw-index
                              TO ws-emp-last (ws-emp-found-sub)
                         END-IF

                    WHEN sw-trans-type-raise
                     AND ws-emp-found-sub GREATER ZEROES
                         ADD cte-01 TO ws-raise-count
                         MOVE ws-trans-raise-salary
                           TO ws-pw-salary
                         MOVE "RAISE"   TO ws-ne-kind
                         PERFORM Queue-Salary-Change
                           THRU Queue-Salary-Change-Exit

                    WHEN OTHER
                         ADD cte-01 TO ws-unknown-count
                END-EVALUATE
           END-READ.

       Queue-Pending-Hire.
           IF ws-emp-found-sub GREATER ZEROES
              ADD cte-01 TO ws-unknown-count
           ELSE
           IF ws-emp-tbl-count NOT LESS cte-emp-tbl-max
              ADD cte-01 TO ws-overflow-count
           ELSE
              ADD cte-01 TO ws-hire-count
              ADD cte-01 TO ws-emp-tbl-count
              MOVE ws-emp-tbl-count TO ws-emp-found-sub
              INITIALIZE ws-emp-entry (ws-emp-found-sub)
              MOVE ws-trans-cod-employee
                TO ws-emp-code      (ws-emp-found-sub)
              MOVE ws-trans-hire-name
                TO ws-emp-name      (ws-emp-found-sub)
              MOVE ws-trans-hire-cat
                TO ws-emp-cat       (ws-emp-found-sub)
              MOVE ws-trans-hire-salary
                TO ws-emp-salary    (ws-emp-found-sub)
              MOVE ws-trans-hire-date
                TO ws-emp-hire-date (ws-emp-found-sub)
              MOVE ws-mw-index TO ws-emp-first (ws-emp-found-sub)
              MOVE 13          TO ws-emp-last  (ws-emp-found-sub)
              MOVE 'Y'         TO ws-emp-new-sw (ws-emp-found-sub)
           END-IF
           END-IF.

       Queue-Salary-Change.
           IF ws-mw-index GREATER cte-months
              GO TO Queue-Salary-Change-Exit
           END-IF

           IF ws-chg-tbl-count NOT LESS cte-chg-tbl-max
              ADD cte-01 TO ws-overflow-count
              GO TO Queue-Salary-Change-Exit
           END-IF

           ADD cte-01 TO ws-chg-tbl-count
           MOVE ws-emp-seek-code TO ws-chg-code   (ws-chg-tbl-count)
           MOVE ws-mw-index      TO ws-chg-month  (ws-chg-tbl-count)
           MOVE ws-pw-salary     TO ws-chg-salary (ws-chg-tbl-count)
           MOVE ws-ne-kind       TO ws-chg-kind   (ws-chg-tbl-count).
       Queue-Salary-Change-Exit.
           EXIT.

      *    A raise still waiting on the approval queue carries no
      *    date of its own. It is projected from the first month.
       Load-Pending-Approvals.
           OPEN INPUT PendFile

           IF fs-PendFile NOT EQUAL "00"
              CLOSE PendFile
              GO TO Load-Pending-Approvals-Exit
           END-IF

           PERFORM Read-One-Pending-Approval
             UNTIL sw-eof-PendFile-Y

           CLOSE PendFile.
       Load-Pending-Approvals-Exit.
           EXIT.

       Read-One-Pending-Approval.
           READ PendFile RECORD
             AT END
                SET sw-eof-PendFile-Y TO TRUE

            NOT AT END
                IF sw-pend-rec-status-pending
                   MOVE pend-rec-cod-employee TO ws-emp-seek-code
                   PERFORM Find-Employee-Entry

                   IF ws-emp-found-sub GREATER ZEROES
                      ADD cte-01 TO ws-pend-count
                      MOVE 1                   TO ws-mw-index
                      MOVE pend-rec-new-salary TO ws-pw-salary
                      MOVE "APPROVAL"          TO ws-ne-kind
                      PERFORM Queue-Salary-Change
                         THRU Queue-Salary-Change-Exit
                   END-IF
                END-IF
           END-READ.

       Load-Step-Table.
           OPEN INPUT CatStep

           IF fs-CatStep NOT EQUAL "00"
              CLOSE CatStep
              GO TO Load-Step-Table-Exit
           END-IF

           PERFORM Read-One-Step-Row
             UNTIL sw-eof-CatStep-Y

           CLOSE CatStep.
       Load-Step-Table-Exit.
           EXIT.

       Read-One-Step-Row.
           READ CatStep RECORD
             AT END
                SET sw-eof-CatStep-Y TO TRUE

            NOT AT END
                IF ws-step-tbl-count LESS cte-step-tbl-max
                   ADD cte-01 TO ws-step-tbl-count
                   MOVE catstep-rec-cod
                     TO ws-st-cod  (ws-step-tbl-count)
                   MOVE catstep-rec-step
                     TO ws-st-step (ws-step-tbl-count)
                   MOVE catstep-rec-rate
                     TO ws-st-rate (ws-step-tbl-count)
                ELSE
                   ADD cte-01 TO ws-overflow-count
                   SET sw-eof-CatStep-Y TO TRUE
                END-IF
           END-READ.

       Find-Step-Entry.
           MOVE ZEROES TO ws-step-found-sub

           PERFORM Match-Step-Entry
           VARYING ws-step-sub FROM 1 BY 1
             UNTIL ws-step-sub GREATER ws-step-tbl-count
                OR ws-step-found-sub GREATER ZEROES.

       Match-Step-Entry.
           IF  ws-st-cod  (ws-step-sub) EQUAL ws-step-seek-cat
           AND ws-st-step (ws-step-sub) EQUAL ws-step-seek-step
               MOVE ws-step-sub TO ws-step-found-sub
           END-IF.

       Load-Employee-Steps.
           OPEN INPUT EmpStep

           IF fs-EmpStep NOT EQUAL "00"
              CLOSE EmpStep
              GO TO Load-Employee-Steps-Exit
           END-IF

           PERFORM Read-One-Employee-Step
             UNTIL sw-eof-EmpStep-Y

           CLOSE EmpStep.
       Load-Employee-Steps-Exit.
           EXIT.

       Read-One-Employee-Step.
           READ EmpStep RECORD
             AT END
                SET sw-eof-EmpStep-Y TO TRUE

            NOT AT END
                MOVE empstep-rec-code TO ws-emp-seek-code
                PERFORM Find-Employee-Entry

                IF ws-emp-found-sub GREATER ZEROES
                   MOVE empstep-rec-step
                     TO ws-emp-step       (ws-emp-found-sub)
                   MOVE empstep-rec-cod-cat
                     TO ws-emp-step-cat   (ws-emp-found-sub)
                   MOVE empstep-rec-moved-ym
                     TO ws-emp-step-moved (ws-emp-found-sub)
                END-IF
           END-READ.

       Load-Loan-Ledger.
           OPEN INPUT LoanFile

           IF fs-LoanFile NOT EQUAL "00"
              CLOSE LoanFile
              GO TO Load-Loan-Ledger-Exit
           END-IF

           PERFORM Read-One-Loan
             UNTIL sw-eof-LoanFile-Y

           CLOSE LoanFile.
       Load-Loan-Ledger-Exit.
           EXIT.

       Read-One-Loan.
           READ LoanFile RECORD
             AT END
                SET sw-eof-LoanFile-Y TO TRUE

            NOT AT END
                IF  loan-rec-balance     GREATER ZEROES
                AND loan-rec-installment GREATER ZEROES
                    IF ws-loan-tbl-count LESS cte-loan-tbl-max
                       ADD cte-01 TO ws-loan-tbl-count
                       ADD cte-01 TO ws-loan-count
                       MOVE loan-rec-code
                         TO ws-ln-code        (ws-loan-tbl-count)
                       MOVE loan-rec-installment
                         TO ws-ln-installment (ws-loan-tbl-count)
                       MOVE loan-rec-balance
                         TO ws-ln-balance     (ws-loan-tbl-count)
                    ELSE
                       ADD cte-01 TO ws-overflow-count
                       SET sw-eof-LoanFile-Y TO TRUE
                    END-IF
                END-IF
           END-READ.

       Load-Benefit-Plans.
           OPEN INPUT BenPlan

           IF fs-BenPlan NOT EQUAL "00"
              CLOSE BenPlan
              DISPLAY "No benefit plan file was found: the "
                      "employer benefit cost is left out."
              GO TO Load-Benefit-Plans-Exit
           END-IF

           PERFORM Read-One-Plan-Row
             UNTIL sw-eof-BenPlan-Y

           CLOSE BenPlan.
       Load-Benefit-Plans-Exit.
           EXIT.

       Read-One-Plan-Row.
           READ BenPlan RECORD
             AT END
                SET sw-eof-BenPlan-Y TO TRUE

            NOT AT END
                IF ws-plan-tbl-count LESS cte-plan-tbl-max
                   ADD cte-01 TO ws-plan-tbl-count
                   MOVE benplan-rec-plan
                     TO ws-plan-code    (ws-plan-tbl-count)
                   MOVE benplan-rec-er-cost
                     TO ws-plan-er-cost (ws-plan-tbl-count)
                ELSE
                   ADD cte-01 TO ws-overflow-count
                   SET sw-eof-BenPlan-Y TO TRUE
                END-IF
           END-READ.

       Load-Benefit-Enrolments.
           IF ws-plan-tbl-count EQUAL ZEROES
              GO TO Load-Benefit-Enrolments-Exit
           END-IF

           OPEN INPUT BenEnrol

           IF fs-BenEnrol NOT EQUAL "00"
              CLOSE BenEnrol
              GO TO Load-Benefit-Enrolments-Exit
           END-IF

           PERFORM Read-One-Enrolment
             UNTIL sw-eof-BenEnrol-Y

           CLOSE BenEnrol.
       Load-Benefit-Enrolments-Exit.
           EXIT.

       Read-One-Enrolment.
           READ BenEnrol RECORD
             AT END
                SET sw-eof-BenEnrol-Y TO TRUE

            NOT AT END
                MOVE ZEROES TO ws-plan-found-sub

                PERFORM Match-Plan-Entry
                VARYING ws-plan-sub FROM 1 BY 1
                  UNTIL ws-plan-sub GREATER ws-plan-tbl-count
                     OR ws-plan-found-sub GREATER ZEROES

                IF  ws-plan-found-sub GREATER ZEROES
                AND (benenrol-rec-stop EQUAL ZEROES
                 OR  benenrol-rec-stop-ym NOT LESS ws-month-ym (1))
                    IF ws-enr-tbl-count LESS cte-enr-tbl-max
                       ADD cte-01 TO ws-enr-tbl-count
                       ADD cte-01 TO ws-enrol-count
                       MOVE benenrol-rec-code
                         TO ws-enr-code     (ws-enr-tbl-count)
                       MOVE benenrol-rec-plan
                         TO ws-enr-plan     (ws-enr-tbl-count)
                       MOVE ws-plan-er-cost (ws-plan-found-sub)
                         TO ws-enr-er-cost  (ws-enr-tbl-count)
                       MOVE benenrol-rec-start-ym
                         TO ws-enr-start-ym (ws-enr-tbl-count)
                       IF benenrol-rec-stop EQUAL ZEROES
                          MOVE 999999
                            TO ws-enr-stop-ym (ws-enr-tbl-count)
                       ELSE
                          MOVE benenrol-rec-stop-ym
                            TO ws-enr-stop-ym (ws-enr-tbl-count)
                       END-IF
                    ELSE
                       ADD cte-01 TO ws-overflow-count
                       SET sw-eof-BenEnrol-Y TO TRUE
                    END-IF
                END-IF
           END-READ.

       Match-Plan-Entry.
           IF ws-plan-code (ws-plan-sub) EQUAL benenrol-rec-plan
              MOVE ws-plan-sub TO ws-plan-found-sub
           END-IF.

       Load-Cost-Allocations.
           OPEN INPUT CcAlloc

           IF fs-CcAlloc NOT EQUAL "00"
              CLOSE CcAlloc
              DISPLAY "No cost center allocations were found: all "
                      "cost is shown unallocated."
              GO TO Load-Cost-Allocations-Exit
           END-IF

           PERFORM Read-One-Allocation
             UNTIL sw-eof-CcAlloc-Y

           CLOSE CcAlloc.
       Load-Cost-Allocations-Exit.
           EXIT.

       Read-One-Allocation.
           READ CcAlloc RECORD
             AT END
                SET sw-eof-CcAlloc-Y TO TRUE

            NOT AT END
                IF ws-alloc-tbl-count LESS cte-alloc-tbl-max
                   ADD cte-01 TO ws-alloc-tbl-count
                   MOVE alloc-rec-emp
                     TO ws-alloc-emp (ws-alloc-tbl-count)
                   MOVE alloc-rec-cc
                     TO ws-alloc-cc  (ws-alloc-tbl-count)
                   MOVE alloc-rec-pct
                     TO ws-alloc-pct (ws-alloc-tbl-count)
                ELSE
                   ADD cte-01 TO ws-overflow-count
                   SET sw-eof-CcAlloc-Y TO TRUE
                END-IF
           END-READ.

      *    Each employee is carried month by month from the current
      *    salary. Every change that moves the monthly cost is kept
      *    as an event of the month it first shows in.
       Project-One-Employee.
           MOVE ws-emp-salary (ws-emp-sub) TO ws-pw-salary
           MOVE ZEROES                     TO ws-pw-prev-benefits
           MOVE ZEROES                     TO ws-prev-sub

           PERFORM Project-One-Month
           VARYING ws-month-sub FROM 1 BY 1
             UNTIL ws-month-sub GREATER cte-months.

       Project-One-Month.
           IF  ws-month-sub NOT LESS ws-emp-first (ws-emp-sub)
           AND ws-month-sub LESS     ws-emp-last  (ws-emp-sub)
               SET sw-pw-active-Y TO TRUE
           ELSE
               MOVE 'N' TO ws-pw-active-sw
           END-IF

           PERFORM Apply-One-Salary-Change
           VARYING ws-chg-sub FROM 1 BY 1
             UNTIL ws-chg-sub GREATER ws-chg-tbl-count

           PERFORM Apply-Step-Anniversary
             THRU Apply-Step-Anniversary-Exit

           MOVE ZEROES TO ws-pw-benefits

           PERFORM Charge-One-Enrolment
             THRU Charge-One-Enrolment-Exit
           VARYING ws-enr-sub FROM 1 BY 1
             UNTIL ws-enr-sub GREATER ws-enr-tbl-count

           IF  sw-pw-active-Y
           AND ws-month-sub EQUAL ws-emp-first (ws-emp-sub)
           AND sw-emp-new-Y (ws-emp-sub)
               MOVE "HIRE" TO ws-ne-kind
               MOVE ws-emp-name (ws-emp-sub) TO ws-ne-detail
               COMPUTE ws-ne-amount = ws-pw-salary + ws-pw-benefits
               PERFORM Record-Event
                 THRU Record-Event-Exit
           END-IF

           IF  ws-month-sub EQUAL ws-emp-last (ws-emp-sub)
           AND ws-month-sub GREATER ws-emp-first (ws-emp-sub)
               MOVE "TERMINATE" TO ws-ne-kind
               MOVE ws-emp-name (ws-emp-sub) TO ws-ne-detail
               COMPUTE ws-ne-amount =
                       ZEROES - ws-pw-salary - ws-pw-prev-benefits
               PERFORM Record-Event
                 THRU Record-Event-Exit
           END-IF

           IF sw-pw-active-Y
              PERFORM Post-Employee-Month
           END-IF

           MOVE ws-pw-benefits TO ws-pw-prev-benefits.

       Apply-One-Salary-Change.
           IF  ws-chg-code  (ws-chg-sub) EQUAL ws-emp-code (ws-emp-sub)
           AND ws-chg-month (ws-chg-sub) EQUAL ws-month-sub
               MOVE ws-pw-salary TO ws-pw-old-salary
               MOVE ws-chg-salary (ws-chg-sub) TO ws-pw-salary

               IF  sw-pw-active-Y
               AND ws-pw-salary NOT EQUAL ws-pw-old-salary
               AND NOT (sw-emp-new-Y (ws-emp-sub)
               AND      ws-month-sub EQUAL ws-emp-first (ws-emp-sub))
                   MOVE ws-chg-kind (ws-chg-sub) TO ws-ne-kind
                   MOVE "SALARY CHANGE"          TO ws-ne-detail
                   COMPUTE ws-ne-amount =
                           ws-pw-salary - ws-pw-old-salary
                   PERFORM Record-Event
                     THRU Record-Event-Exit
               END-IF
           END-IF.

      *    The same rule StepMnt applies: on the hire anniversary an
      *    active employee not yet moved this month goes to the next
      *    step of the category, if there is one.
       Apply-Step-Anniversary.
           IF ws-emp-step (ws-emp-sub) EQUAL ZEROES
              GO TO Apply-Step-Anniversary-Exit
           END-IF

           MOVE ws-month-ym (ws-month-sub) TO ws-mw-ym

           IF ws-emp-hire-mm (ws-emp-sub) NOT EQUAL ws-mw-mm
           OR ws-emp-hire-year (ws-emp-sub) NOT LESS ws-mw-year
           OR ws-emp-step-moved (ws-emp-sub) NOT LESS ws-mw-ym
           OR ws-emp-step-cat (ws-emp-sub) NOT EQUAL
              ws-emp-cat (ws-emp-sub)
              GO TO Apply-Step-Anniversary-Exit
           END-IF

           MOVE ws-emp-step-cat (ws-emp-sub) TO ws-step-seek-cat
           COMPUTE ws-step-seek-step = ws-emp-step (ws-emp-sub) + 1

           PERFORM Find-Step-Entry

           IF ws-step-found-sub EQUAL ZEROES
              GO TO Apply-Step-Anniversary-Exit
           END-IF

           ADD cte-01 TO ws-step-count
           MOVE ws-step-seek-step TO ws-emp-step       (ws-emp-sub)
           MOVE ws-mw-ym          TO ws-emp-step-moved (ws-emp-sub)

           MOVE ws-pw-salary TO ws-pw-old-salary
           MOVE ws-st-rate (ws-step-found-sub) TO ws-pw-salary

           IF  sw-pw-active-Y
           AND ws-pw-salary NOT EQUAL ws-pw-old-salary
               MOVE "STEP"           TO ws-ne-kind
               MOVE SPACES           TO ws-ne-detail
               STRING "TO STEP " ws-step-seek-step
                      DELIMITED BY SIZE INTO ws-ne-detail
               COMPUTE ws-ne-amount = ws-pw-salary - ws-pw-old-salary
               PERFORM Record-Event
                 THRU Record-Event-Exit
           END-IF.
       Apply-Step-Anniversary-Exit.
           EXIT.

       Charge-One-Enrolment.
           IF ws-enr-code (ws-enr-sub) NOT EQUAL
              ws-emp-code (ws-emp-sub)
              GO TO Charge-One-Enrolment-Exit
           END-IF

           IF  ws-enr-start-ym (ws-enr-sub) NOT GREATER
               ws-month-ym (ws-month-sub)
           AND ws-enr-stop-ym  (ws-enr-sub) NOT LESS
               ws-month-ym (ws-month-sub)
               ADD ws-enr-er-cost (ws-enr-sub) TO ws-pw-benefits

               IF  sw-pw-active-Y
               AND ws-month-sub GREATER ws-emp-first (ws-emp-sub)
               AND ws-enr-start-ym (ws-enr-sub) EQUAL
                   ws-month-ym (ws-month-sub)
                   MOVE "BEN START"  TO ws-ne-kind
                   MOVE SPACES       TO ws-ne-detail
                   STRING "PLAN " ws-enr-plan (ws-enr-sub)
                          DELIMITED BY SIZE INTO ws-ne-detail
                   MOVE ws-enr-er-cost (ws-enr-sub) TO ws-ne-amount
                   PERFORM Record-Event
                     THRU Record-Event-Exit
               END-IF
           END-IF

           IF  sw-pw-active-Y
           AND ws-month-sub GREATER 1
           AND ws-enr-stop-ym (ws-enr-sub) EQUAL
               ws-month-ym (ws-month-sub - 1)
               MOVE "BEN STOP"   TO ws-ne-kind
               MOVE SPACES       TO ws-ne-detail
               STRING "PLAN " ws-enr-plan (ws-enr-sub)
                      DELIMITED BY SIZE INTO ws-ne-detail
               COMPUTE ws-ne-amount =
                       ZEROES - ws-enr-er-cost (ws-enr-sub)
               PERFORM Record-Event
                 THRU Record-Event-Exit
           END-IF.
       Charge-One-Enrolment-Exit.
           EXIT.

      *    The month's cost is spread over the employee's cost center
      *    shares. Any share not allocated goes to cost center NONE.
       Post-Employee-Month.
           MOVE ZEROES TO ws-alloc-emp-pct

           PERFORM Post-One-Allocation
           VARYING ws-alloc-sub FROM 1 BY 1
             UNTIL ws-alloc-sub GREATER ws-alloc-tbl-count

           IF ws-alloc-emp-pct LESS 100
              MOVE "NONE"   TO ws-cell-seek-cc
              COMPUTE ws-cell-pct = 100 - ws-alloc-emp-pct
              PERFORM Post-To-Cell
                THRU Post-To-Cell-Exit
           END-IF

           ADD cte-01        TO ws-mt-heads    (ws-month-sub)
           ADD ws-pw-salary   TO ws-mt-salary   (ws-month-sub)
           ADD ws-pw-benefits TO ws-mt-benefits (ws-month-sub)
           COMPUTE ws-mt-total (ws-month-sub) =
                   ws-mt-salary (ws-month-sub)
                 + ws-mt-benefits (ws-month-sub).

       Post-One-Allocation.
           IF  ws-alloc-emp (ws-alloc-sub) EQUAL
               ws-emp-code (ws-emp-sub)
           AND ws-alloc-emp-pct LESS 100
               MOVE ws-alloc-cc (ws-alloc-sub) TO ws-cell-seek-cc
               MOVE ws-alloc-pct (ws-alloc-sub) TO ws-cell-pct

               IF ws-alloc-emp-pct + ws-cell-pct GREATER 100
                  COMPUTE ws-cell-pct = 100 - ws-alloc-emp-pct
               END-IF

               ADD ws-cell-pct TO ws-alloc-emp-pct
               PERFORM Post-To-Cell
                 THRU Post-To-Cell-Exit
           END-IF.

       Post-To-Cell.
           MOVE ZEROES TO ws-cell-found-sub

           PERFORM Match-Cell-Entry
           VARYING ws-cell-sub FROM 1 BY 1
             UNTIL ws-cell-sub GREATER ws-cell-tbl-count
                OR ws-cell-found-sub GREATER ZEROES

           IF ws-cell-found-sub EQUAL ZEROES
              IF ws-cell-tbl-count LESS cte-cell-tbl-max
                 ADD cte-01 TO ws-cell-tbl-count
                 MOVE ws-cell-tbl-count TO ws-cell-found-sub
                 INITIALIZE ws-cell-entry (ws-cell-found-sub)
                 MOVE ws-emp-cat (ws-emp-sub)
                   TO ws-cell-cat (ws-cell-found-sub)
                 MOVE ws-cell-seek-cc
                   TO ws-cell-cc  (ws-cell-found-sub)
              ELSE
                 ADD cte-01 TO ws-overflow-count
                 GO TO Post-To-Cell-Exit
              END-IF
           END-IF

           COMPUTE ws-pw-heads-share ROUNDED = ws-cell-pct / 100
           COMPUTE ws-pw-share ROUNDED =
                   ws-pw-salary * ws-cell-pct / 100
           COMPUTE ws-pw-ben-share ROUNDED =
                   ws-pw-benefits * ws-cell-pct / 100

           ADD ws-pw-heads-share
             TO ws-cell-heads    (ws-cell-found-sub, ws-month-sub)
           ADD ws-pw-share
             TO ws-cell-salary   (ws-cell-found-sub, ws-month-sub)
           ADD ws-pw-ben-share
             TO ws-cell-benefits (ws-cell-found-sub, ws-month-sub).
       Post-To-Cell-Exit.
           EXIT.

       Match-Cell-Entry.
           IF  ws-cell-cat (ws-cell-sub) EQUAL ws-emp-cat (ws-emp-sub)
           AND ws-cell-cc  (ws-cell-sub) EQUAL ws-cell-seek-cc
               MOVE ws-cell-sub TO ws-cell-found-sub
           END-IF.

       Record-Event.
           IF ws-evt-tbl-count NOT LESS cte-evt-tbl-max
              SET sw-evt-overflow-Y TO TRUE
              GO TO Record-Event-Exit
           END-IF

           ADD cte-01 TO ws-evt-tbl-count
           MOVE ws-month-sub TO ws-evt-month  (ws-evt-tbl-count)
           MOVE ws-emp-code (ws-emp-sub)
             TO ws-evt-code (ws-evt-tbl-count)
           MOVE ws-ne-kind   TO ws-evt-kind   (ws-evt-tbl-count)
           MOVE ws-ne-detail TO ws-evt-detail (ws-evt-tbl-count)
           MOVE ws-ne-amount TO ws-evt-amount (ws-evt-tbl-count)
           ADD cte-01 TO ws-mt-events (ws-month-sub).
       Record-Event-Exit.
           EXIT.

      *    Loan instalments are recovered from pay, not a cost. They
      *    are projected beside the cost so finance can see the net
      *    cash effect of each loan running off.
       Project-One-Loan.
           DIVIDE ws-ln-balance (ws-loan-sub)
               BY ws-ln-installment (ws-loan-sub)
               GIVING ws-loan-months
               REMAINDER ws-loan-left

           IF ws-loan-left GREATER ZEROES
              ADD cte-01 TO ws-loan-months
           END-IF

           MOVE ws-ln-balance (ws-loan-sub) TO ws-loan-left

           PERFORM Recover-One-Loan-Month
           VARYING ws-month-sub FROM 1 BY 1
             UNTIL ws-month-sub GREATER cte-months
                OR ws-loan-left EQUAL ZEROES

           IF ws-loan-months LESS cte-months
              COMPUTE ws-month-sub = ws-loan-months + 1
              MOVE ws-ln-code (ws-loan-sub) TO ws-emp-seek-code
              PERFORM Find-Employee-Entry
              MOVE ws-emp-found-sub TO ws-emp-sub

              MOVE "LOAN ENDS"    TO ws-ne-kind
              MOVE "RECOVERY STOPS" TO ws-ne-detail
              COMPUTE ws-ne-amount =
                      ZEROES - ws-ln-installment (ws-loan-sub)

              IF ws-emp-found-sub GREATER ZEROES
                 PERFORM Record-Event
                   THRU Record-Event-Exit
              ELSE
                 PERFORM Record-Loan-Event
              END-IF
           END-IF.

       Recover-One-Loan-Month.
           IF ws-loan-left GREATER ws-ln-installment (ws-loan-sub)
              ADD ws-ln-installment (ws-loan-sub)
                TO ws-mt-recoveries (ws-month-sub)
              SUBTRACT ws-ln-installment (ws-loan-sub)
                  FROM ws-loan-left
           ELSE
              ADD ws-loan-left TO ws-mt-recoveries (ws-month-sub)
              MOVE ZEROES TO ws-loan-left
           END-IF.

       Record-Loan-Event.
           IF ws-evt-tbl-count NOT LESS cte-evt-tbl-max
              SET sw-evt-overflow-Y TO TRUE
           ELSE
              ADD cte-01 TO ws-evt-tbl-count
              MOVE ws-month-sub TO ws-evt-month  (ws-evt-tbl-count)
              MOVE ws-ln-code (ws-loan-sub)
                TO ws-evt-code (ws-evt-tbl-count)
              MOVE ws-ne-kind   TO ws-evt-kind   (ws-evt-tbl-count)
              MOVE ws-ne-detail TO ws-evt-detail (ws-evt-tbl-count)
              MOVE ws-ne-amount TO ws-evt-amount (ws-evt-tbl-count)
              ADD cte-01 TO ws-mt-events (ws-month-sub)
           END-IF.

       Write-Projection-Report.
           OPEN OUTPUT ProjRpt

           IF fs-ProjRpt NOT EQUAL "00" AND fs-ProjRpt NOT EQUAL "05"
              CLOSE ProjRpt
              DISPLAY "*** WARNING: the projection report could not "
                      "be opened. No report written. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Projection-Report-Exit
           END-IF

           MOVE ALL "=" TO ws-report-line
           WRITE f-ProjRpt-rec FROM ws-report-line

           MOVE SPACES TO ws-report-line
           STRING "PAYROLL COST PROJECTION - [" ws-month-ym (1)
                  "] TO [" ws-month-ym (cte-months) "]  RUN ["
                  ws-today "]"
                  DELIMITED BY SIZE INTO ws-report-line
           WRITE f-ProjRpt-rec FROM ws-report-line

           MOVE ALL "=" TO ws-report-line
           WRITE f-ProjRpt-rec FROM ws-report-line

           PERFORM Write-One-Report-Month
           VARYING ws-month-sub FROM 1 BY 1
             UNTIL ws-month-sub GREATER cte-months

           CLOSE ProjRpt

           MOVE ws-month-ym (1) TO ws-rptarc-period
           MOVE ws-ProjRpt-name TO ws-rptarc-report
           CALL "RptArc" USING ws-rptarc-program
                               ws-rptarc-report
                               ws-rptarc-period
                               ws-rptarc-operator
                               ws-rptarc-pages.
       Write-Projection-Report-Exit.
           EXIT.

       Write-One-Report-Month.
           MOVE SPACES TO ws-report-line
           WRITE f-ProjRpt-rec FROM ws-report-line

           MOVE SPACES TO ws-report-line
           STRING "MONTH [" ws-month-ym (ws-month-sub) "]"
                  DELIMITED BY SIZE INTO ws-report-line
           WRITE f-ProjRpt-rec FROM ws-report-line

           MOVE "Cat.  CostCt     Heads         Salary      Benefits"
             TO ws-report-line
           MOVE "      Total" TO ws-report-line (54:11)
           WRITE f-ProjRpt-rec FROM ws-report-line

           PERFORM Write-One-Report-Cell
           VARYING ws-cell-sub FROM 1 BY 1
             UNTIL ws-cell-sub GREATER ws-cell-tbl-count

           MOVE ZEROES TO ws-cl-cat
           MOVE "TOTAL"                        TO ws-cl-cc
           MOVE ws-mt-heads    (ws-month-sub)  TO ws-cl-heads
           MOVE ws-mt-salary   (ws-month-sub)  TO ws-cl-salary
           MOVE ws-mt-benefits (ws-month-sub)  TO ws-cl-benefits
           MOVE ws-mt-total    (ws-month-sub)  TO ws-cl-total
           MOVE ws-cell-line TO ws-report-line
           MOVE SPACES TO ws-report-line (1:4)
           WRITE f-ProjRpt-rec FROM ws-report-line

           PERFORM Compute-Month-Change

           MOVE ws-change-amount TO ws-ed-change
           MOVE ws-mt-recoveries (ws-month-sub) TO ws-ed-amount
           MOVE SPACES TO ws-report-line
           STRING "Change on the month [" ws-ed-change
                  "]  Loan recoveries [" ws-ed-amount "]"
                  DELIMITED BY SIZE INTO ws-report-line
           WRITE f-ProjRpt-rec FROM ws-report-line

           IF ws-mt-events (ws-month-sub) EQUAL ZEROES
              MOVE "  No scheduled changes take effect this month."
                TO ws-report-line
              WRITE f-ProjRpt-rec FROM ws-report-line
           ELSE
              MOVE "  Scheduled changes behind this month:"
                TO ws-report-line
              WRITE f-ProjRpt-rec FROM ws-report-line

              PERFORM Write-One-Report-Event
              VARYING ws-evt-sub FROM 1 BY 1
                UNTIL ws-evt-sub GREATER ws-evt-tbl-count
           END-IF.

       Write-One-Report-Cell.
           IF ws-cell-heads (ws-cell-sub, ws-month-sub) GREATER ZEROES
              MOVE ws-cell-cat (ws-cell-sub) TO ws-cl-cat
              MOVE ws-cell-cc  (ws-cell-sub) TO ws-cl-cc
              MOVE ws-cell-heads    (ws-cell-sub, ws-month-sub)
                TO ws-cl-heads
              MOVE ws-cell-salary   (ws-cell-sub, ws-month-sub)
                TO ws-cl-salary
              MOVE ws-cell-benefits (ws-cell-sub, ws-month-sub)
                TO ws-cl-benefits
              COMPUTE ws-cl-total =
                      ws-cell-salary   (ws-cell-sub, ws-month-sub)
                    + ws-cell-benefits (ws-cell-sub, ws-month-sub)
              WRITE f-ProjRpt-rec FROM ws-cell-line
           END-IF.

       Write-One-Report-Event.
           IF ws-evt-month (ws-evt-sub) EQUAL ws-month-sub
              MOVE ws-evt-code   (ws-evt-sub) TO ws-el-code
              MOVE ws-evt-kind   (ws-evt-sub) TO ws-el-kind
              MOVE ws-evt-detail (ws-evt-sub) TO ws-el-detail
              MOVE ws-evt-amount (ws-evt-sub) TO ws-el-amount
              WRITE f-ProjRpt-rec FROM ws-event-line
           END-IF.

       Compute-Month-Change.
           IF ws-month-sub EQUAL 1
              MOVE ZEROES TO ws-change-amount
           ELSE
              COMPUTE ws-change-amount =
                      ws-mt-total (ws-month-sub)
                    - ws-mt-total (ws-month-sub - 1)
           END-IF.

      *    One row per month, category and cost center, replaced on
      *    every run, for finance to load.
       Write-Projection-Cost-File.
           OPEN OUTPUT ProjCost

           IF fs-ProjCost NOT EQUAL "00" AND fs-ProjCost NOT EQUAL
              "05"
              CLOSE ProjCost
              DISPLAY "*** WARNING: the projection cost file could "
                      "not be written. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Projection-Cost-File-Exit
           END-IF

           PERFORM Write-Cost-File-Month
           VARYING ws-month-sub FROM 1 BY 1
             UNTIL ws-month-sub GREATER cte-months

           CLOSE ProjCost.
       Write-Projection-Cost-File-Exit.
           EXIT.

       Write-Cost-File-Month.
           PERFORM Write-One-Cost-Row
           VARYING ws-cell-sub FROM 1 BY 1
             UNTIL ws-cell-sub GREATER ws-cell-tbl-count.

       Write-One-Cost-Row.
           IF ws-cell-heads (ws-cell-sub, ws-month-sub) GREATER ZEROES
              MOVE ws-month-ym (ws-month-sub) TO projcost-rec-period
              MOVE ws-cell-cat (ws-cell-sub)  TO projcost-rec-cod-cat
              MOVE ws-cell-cc  (ws-cell-sub)  TO projcost-rec-cc
              MOVE ws-cell-heads    (ws-cell-sub, ws-month-sub)
                TO projcost-rec-heads
              MOVE ws-cell-salary   (ws-cell-sub, ws-month-sub)
                TO projcost-rec-salary
              MOVE ws-cell-benefits (ws-cell-sub, ws-month-sub)
                TO projcost-rec-benefits
              COMPUTE projcost-rec-total =
                      ws-cell-salary   (ws-cell-sub, ws-month-sub)
                    + ws-cell-benefits (ws-cell-sub, ws-month-sub)
              WRITE projcost-rec
           END-IF.

       Print-Control-Report.
           DISPLAY SPACE
           DISPLAY "+---+----+---+----+---+----+---+----+---+----+"
           DISPLAY "|  Twelve-month projection from [" ws-month-ym (1)
                   "].       |"
           DISPLAY "+---+----+---+----+---+----+---+----+---+----+"
           DISPLAY "Month   Heads         Total cost   Change on mo"
                   "   Recoveries Evts"

           PERFORM Print-One-Summary-Month
           VARYING ws-month-sub FROM 1 BY 1
             UNTIL ws-month-sub GREATER cte-months

           DISPLAY "+---+----+---+----+---+----+---+----+---+----+"
           DISPLAY "| Employees on the master     : ["
                   ws-master-count "]."
           DISPLAY "| Pending hires               : ["
                   ws-hire-count "]."
           DISPLAY "| Pending terminations        : ["
                   ws-term-count "]."
           DISPLAY "| Dated raises                : ["
                   ws-raise-count "]."
           DISPLAY "| Raises awaiting approval    : ["
                   ws-pend-count "]."
           DISPLAY "| Step anniversaries          : ["
                   ws-step-count "]."
           DISPLAY "| Benefit enrolments          : ["
                   ws-enrol-count "]."
           DISPLAY "| Loans running off           : ["
                   ws-loan-count "]."
           DISPLAY "| Queue entries not projected : ["
                   ws-unknown-count "]."

           IF ws-overflow-count GREATER ZEROES
              DISPLAY "| *** [" ws-overflow-count "] rows did not "
                      "fit the tables and are left out. ***"
           END-IF

           IF sw-evt-overflow-Y
              DISPLAY "| *** The event list is full at ["
                      cte-evt-tbl-max "]. Later events are not "
                      "listed. ***"
           END-IF

           DISPLAY "+---+----+---+----+---+----+---+----+---+----+".

       Print-One-Summary-Month.
           PERFORM Compute-Month-Change

           MOVE ws-month-ym      (ws-month-sub) TO ws-sm-period
           MOVE ws-mt-heads      (ws-month-sub) TO ws-sm-heads
           MOVE ws-mt-total      (ws-month-sub) TO ws-sm-total
           MOVE ws-change-amount                TO ws-sm-change
           MOVE ws-mt-recoveries (ws-month-sub) TO ws-sm-recoveries
           MOVE ws-mt-events     (ws-month-sub) TO ws-sm-events

           DISPLAY ws-summary-line.

       END PROGRAM PayProj.
