                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayslipFile.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL TaxFile ASSIGN TO ws-TaxFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxFile.

           SELECT OPTIONAL TaxDecl ASSIGN TO ws-TaxDecl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxDecl.

           SELECT OPTIONAL TaxExLim ASSIGN TO ws-TaxExLim-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TaxExLim.

           SELECT OPTIONAL LoanFile ASSIGN TO ws-LoanFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LoanFile.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BankFile.

           SELECT OPTIONAL ReissueQ ASSIGN TO ws-ReissueQ-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ReissueQ.

           SELECT OPTIONAL ChqCtl ASSIGN TO ws-ChqCtl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqCtl.

           SELECT OPTIONAL ChqReg ASSIGN TO ws-ChqReg-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqReg.

           SELECT OPTIONAL ChqPrint ASSIGN TO ws-ChqPrint-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqPrint.

           SELECT OPTIONAL PayCalFile ASSIGN TO ws-PayCalFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayCalFile.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RetroFeed.

           SELECT OPTIONAL ActgFile ASSIGN TO ws-ActgFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ActgFile.

           SELECT OPTIONAL ShiftTbl ASSIGN TO ws-ShiftTbl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ShiftTbl.

           SELECT OPTIONAL RosterFile ASSIGN TO ws-RosterFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RosterFile.

           SELECT OPTIONAL EmpBasis ASSIGN TO ws-EmpBasis-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpBasis.

           SELECT OPTIONAL BonusFile ASSIGN TO ws-BonusFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BonusFile.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-VolDed.

           SELECT OPTIONAL TpDed ASSIGN TO ws-TpDed-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TpDed.

           SELECT OPTIONAL RndPolicy ASSIGN TO ws-RndPolicy-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RndPolicy.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RndResid.

           SELECT OPTIONAL SsTable ASSIGN TO ws-SsTable-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SsTable.

           SELECT OPTIONAL ExpClaim ASSIGN TO ws-ExpClaim-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExpClaim.

           SELECT OPTIONAL RunCkpt ASSIGN TO ws-RunCkpt-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RunCkpt.

           SELECT OPTIONAL holidayfile ASSIGN TO ws-holidayfile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-holidayfile.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  PayslipFile.
       01  payslip-rec                                PIC X(151).

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
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  TaxFile
           RECORD CONTAINS 33 CHARACTERS.
                                                  VALUE ZEROES.
           03  tax-rec-fixed            PIC 9(07) VALUE ZEROES.

       FD  TaxDecl
           RECORD CONTAINS 39 CHARACTERS.

       01  taxdecl-rec.
           03  taxdecl-rec-code         PIC 9(06) VALUE ZEROES.
           03  taxdecl-rec-year         PIC 9(04) VALUE ZEROES.
           03  taxdecl-rec-section      PIC X(06) VALUE SPACES.
           03  taxdecl-rec-declared     PIC 9(07) VALUE ZEROES.
           03  taxdecl-rec-proof        PIC X(01) VALUE "N".
               88  sw-taxdecl-rec-proof-Y         VALUE "Y".
           03  taxdecl-rec-verified     PIC 9(07) VALUE ZEROES.
           03  taxdecl-rec-proof-date   PIC 9(08) VALUE ZEROES.

       FD  TaxExLim
           RECORD CONTAINS 45 CHARACTERS.

       01  taxexlim-rec.
           03  taxexlim-rec-eff-year    PIC 9(04) VALUE ZEROES.
           03  taxexlim-rec-section     PIC X(06) VALUE SPACES.
           03  taxexlim-rec-descr       PIC X(20) VALUE SPACES.
           03  taxexlim-rec-limit       PIC 9(07) VALUE ZEROES.
           03  taxexlim-rec-cutoff      PIC 9(08) VALUE ZEROES.

       FD  LoanFile
           RECORD CONTAINS 30 CHARACTERS.

           03  time-rec-approver        PIC X(08) VALUE SPACES.

       FD  EmpBank
           RECORD CONTAINS 64 CHARACTERS.

       01  empbank-rec.
           03  empbank-rec-code         PIC 9(06) VALUE ZEROES.
           03  empbank-rec-account      PIC X(16) VALUE SPACES.
           03  empbank-rec-holder       PIC X(20) VALUE SPACES.
           03  empbank-rec-currency     PIC X(03) VALUE SPACES.
           03  empbank-rec-prenote      PIC X(01) VALUE SPACE.
               88  sw-empbank-rec-verified        VALUES "V",
                                                            SPACE.
               88  sw-empbank-rec-unverified      VALUE "U".
               88  sw-empbank-rec-prenote-sent    VALUE "P".
               88  sw-empbank-rec-rejected        VALUE "R".
           03  empbank-rec-prenote-date PIC 9(08) VALUE ZEROES.

       FD  BankFile
           RECORD CONTAINS 60 CHARACTERS.

       01  bank-rec                     PIC X(60) VALUE SPACES.

       FD  ReissueQ
           RECORD CONTAINS 39 CHARACTERS.

       01  reissue-rec.
           03  reissue-rec-code          PIC 9(06) VALUE ZEROES.
           03  reissue-rec-period        PIC 9(06) VALUE ZEROES.
           03  reissue-rec-net           PIC 9(07) VALUE ZEROES.
           03  reissue-rec-reason        PIC X(20) VALUE SPACES.

       FD  ChqCtl
           RECORD CONTAINS 11 CHARACTERS.

       01  chqctl-rec.
           03  chqctl-rec-next-number    PIC 9(08) VALUE ZEROES.
           03  chqctl-rec-stale-days     PIC 9(03) VALUE ZEROES.

       FD  ChqReg
           RECORD CONTAINS 93 CHARACTERS.

       01  chqreg-rec.
           03  chqreg-rec-number         PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-issue-date     PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-code           PIC 9(06) VALUE ZEROES.
           03  chqreg-rec-payee          PIC X(20) VALUE SPACES.
           03  chqreg-rec-period         PIC 9(06) VALUE ZEROES.
           03  chqreg-rec-amount         PIC 9(07) VALUE ZEROES.
           03  chqreg-rec-status         PIC X(01) VALUE "I".
               88  sw-chqreg-rec-issued           VALUE "I".
               88  sw-chqreg-rec-cashed           VALUE "C".
               88  sw-chqreg-rec-void             VALUE "V".
               88  sw-chqreg-rec-stale            VALUE "S".
           03  chqreg-rec-status-date    PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-reason         PIC X(20) VALUE SPACES.
           03  chqreg-rec-replaces       PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-pospay         PIC X(01) VALUE "N".
               88  sw-chqreg-rec-pospay-due       VALUE "N".

       FD  ChqPrint
           RECORD CONTAINS 80 CHARACTERS.

       01  f-ChqPrint-rec               PIC X(80) VALUE SPACES.

       FD  PayCalFile
           RECORD CONTAINS 39 CHARACTERS.

           03  retrofeed-rec-code        PIC 9(06) VALUE ZEROES.
           03  retrofeed-rec-amount      PIC 9(06) VALUE ZEROES.

       FD  ActgFile
           RECORD CONTAINS 54 CHARACTERS.

       01  actg-rec.
           03  actg-rec-code             PIC 9(06) VALUE ZEROES.
           03  actg-rec-seq              PIC 9(02) VALUE ZEROES.
           03  actg-rec-cod-cat          PIC 9(04) VALUE ZEROES.
           03  actg-rec-start-date       PIC 9(08) VALUE ZEROES.
           03  actg-rec-end-date         PIC 9(08) VALUE ZEROES.
           03  actg-rec-allowance        PIC S9(06)V9(02)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.
           03  actg-rec-status           PIC X(01) VALUE "A".
               88  sw-actg-rec-active             VALUE "A".
               88  sw-actg-rec-ended              VALUE "E".
           03  actg-rec-renewed-date     PIC 9(08) VALUE ZEROES.
           03  actg-rec-operator         PIC X(08) VALUE SPACES.

       FD  ShiftTbl
           RECORD CONTAINS 26 CHARACTERS.

       01  shift-rec.
           03  shift-rec-code            PIC X(02) VALUE SPACES.
           03  shift-rec-desc            PIC X(12) VALUE SPACES.
           03  shift-rec-start-time      PIC 9(04) VALUE ZEROES.
           03  shift-rec-end-time        PIC 9(04) VALUE ZEROES.
           03  shift-rec-diff-pct        PIC 9(02)V9(02)
                                                   VALUE ZEROES.

       FD  RosterFile
           RECORD CONTAINS 16 CHARACTERS.

       01  roster-rec.
           03  roster-rec-code           PIC 9(06) VALUE ZEROES.
           03  roster-rec-work-date      PIC 9(08) VALUE ZEROES.
           03  roster-rec-work-date-r REDEFINES roster-rec-work-date.
               05  roster-rec-work-period PIC 9(06).
               05  roster-rec-work-dd    PIC 9(02).
           03  roster-rec-shift          PIC X(02) VALUE SPACES.

       FD  EmpBasis
           RECORD CONTAINS 21 CHARACTERS.

       01  empbasis-rec.
           03  empbasis-rec-code         PIC 9(06) VALUE ZEROES.
           03  empbasis-rec-basis        PIC X(01) VALUE "M".
               88  sw-empbasis-rec-monthly        VALUE "M".
               88  sw-empbasis-rec-hourly         VALUE "H".
           03  empbasis-rec-hourly-rate  PIC 9(04)V9(02)
                                                   VALUE ZEROES.
           03  empbasis-rec-changed-date PIC 9(08) VALUE ZEROES.

       FD  BonusFile
           RECORD CONTAINS 12 CHARACTERS.

           03  volded-rec-target         PIC 9(07) VALUE ZEROES.
           03  volded-rec-collected      PIC 9(07) VALUE ZEROES.

       FD  TpDed
           RECORD CONTAINS 39 CHARACTERS.

       01  tpded-rec.
           03  tpded-rec-period          PIC 9(06) VALUE ZEROES.
           03  tpded-rec-code            PIC 9(06) VALUE ZEROES.
           03  tpded-rec-source          PIC X(01) VALUE SPACE.
               88  sw-tpded-rec-garnishment       VALUE "G".
               88  sw-tpded-rec-benefit           VALUE "B".
               88  sw-tpded-rec-voluntary         VALUE "V".
           03  tpded-rec-key             PIC X(20) VALUE SPACES.
           03  tpded-rec-amount          PIC 9(06) VALUE ZEROES.

       FD  RndPolicy
           RECORD CONTAINS 9 CHARACTERS.

           03  rndres-rec-residue        PIC 9(01)V9(04)
                                                   VALUE ZEROES.

       FD  SsTable
           RECORD CONTAINS 52 CHARACTERS.

       01  ss-rec.
           03  ss-rec-eff-date          PIC 9(08) VALUE ZEROES.
           03  ss-rec-type              PIC X(02) VALUE SPACES.
           03  ss-rec-branch            PIC X(20) VALUE SPACES.
           03  ss-rec-ee-rate           PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ss-rec-er-rate           PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ss-rec-lower             PIC 9(07) VALUE ZEROES.
           03  ss-rec-upper             PIC 9(07) VALUE ZEROES.

       FD  ExpClaim
           RECORD CONTAINS 67 CHARACTERS.

       01  expclaim-rec                 PIC X(67).

       FD  RunCkpt
           RECORD CONTAINS 149 CHARACTERS.

       01  ckp-rec.
           03  ckp-rec-type              PIC X(01) VALUE SPACE.
               88  sw-ckp-rec-start               VALUE "S".
               88  sw-ckp-rec-checkpoint          VALUE "C".
               88  sw-ckp-rec-finishing           VALUE "F".
               88  sw-ckp-rec-ended               VALUE "E".
               88  sw-ckp-rec-abandoned           VALUE "X".
           03  ckp-rec-period            PIC 9(06) VALUE ZEROES.
           03  ckp-rec-run-type          PIC X(01) VALUE SPACE.
           03  ckp-rec-run-date          PIC 9(08) VALUE ZEROES.
           03  ckp-rec-run-time          PIC 9(06) VALUE ZEROES.
           03  ckp-rec-last-code         PIC 9(06) VALUE ZEROES.
           03  ckp-rec-employees         PIC 9(06) VALUE ZEROES.
           03  ckp-rec-payslip-rows      PIC 9(07) VALUE ZEROES.
           03  ckp-rec-payhist-seq       PIC 9(02) VALUE ZEROES.
           03  ckp-rec-payhist-rows      PIC 9(05) VALUE ZEROES.
           03  ckp-rec-tpded-rows        PIC 9(07) VALUE ZEROES.
           03  ckp-rec-pfledger-rows     PIC 9(07) VALUE ZEROES.
           03  ckp-rec-gross-total       PIC 9(11) VALUE ZEROES.
           03  ckp-rec-net-total         PIC 9(11) VALUE ZEROES.
           03  ckp-rec-deposit-count     PIC 9(06) VALUE ZEROES.
           03  ckp-rec-deposit-total     PIC 9(11) VALUE ZEROES.
           03  ckp-rec-bonus-total       PIC 9(08) VALUE ZEROES.
           03  ckp-rec-payslip-name      PIC X(40) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01  ws-pay-rec.
           03  ws-fixed-pay.
           03  ws-tax-bracket-found     PIC X(01) VALUE 'N'.
               88  sw-tax-bracket-found-Y         VALUE 'Y'.

       77  fs-SsTable                   PIC X(02) VALUE SPACES.
       77  ws-SsTable-name              PIC X(12) VALUE "SsTable".
       77  ws-eof-SsTable               PIC X(01) VALUE 'N'.
           88  sw-eof-SsTable-Y                   VALUE 'Y'.

       78  cte-ss-tbl-max                         VALUE 10.

       01  ws-ss-table-controls.
           03  ws-ss-period-date        PIC 9(08) VALUE ZEROES.
           03  ws-ss-version-date       PIC 9(08) VALUE ZEROES.
           03  ws-ss-tbl-count          PIC 9(02) VALUE ZEROES.
           03  ws-ss-sub                PIC 9(02) VALUE ZEROES.
           03  ws-ss-base               PIC 9(07) VALUE ZEROES.
           03  ws-ss-ee-part            PIC 9(06) VALUE ZEROES.
           03  ws-ss-er-part            PIC 9(06) VALUE ZEROES.
           03  ws-ss-ee-ded             PIC 9(06) VALUE ZEROES.
           03  ws-ss-er-cost            PIC 9(06) VALUE ZEROES.
           03  ws-ss-ee-total           PIC 9(09) VALUE ZEROES.
           03  ws-ss-er-total           PIC 9(09) VALUE ZEROES.

       01  ws-ss-table.
           03  ws-ss-entry OCCURS cte-ss-tbl-max TIMES.
               05  ws-ss-type           PIC X(02).
               05  ws-ss-ee-rate        PIC 9(02)V9(02).
               05  ws-ss-er-rate        PIC 9(02)V9(02).
               05  ws-ss-lower          PIC 9(07).
               05  ws-ss-upper          PIC 9(07).

       77  fs-LoanFile                  PIC X(02) VALUE SPACES.
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".
       77  ws-eof-LoanFile              PIC X(01) VALUE 'N'.
           88  sw-eof-EmpBank-Y                   VALUE 'Y'.
       77  fs-BankFile                  PIC X(02) VALUE SPACES.
       77  ws-BankFile-name             PIC X(12) VALUE "BankFile".
       77  fs-ReissueQ                  PIC X(02) VALUE SPACES.
       77  ws-ReissueQ-name             PIC X(12) VALUE "ReissueQ".
       77  ws-eof-ReissueQ              PIC X(01) VALUE 'N'.
           88  sw-eof-ReissueQ-Y                  VALUE 'Y'.
       77  fs-ChqCtl                    PIC X(02) VALUE SPACES.
       77  ws-ChqCtl-name               PIC X(12) VALUE "ChqCtl".
       77  fs-ChqReg                    PIC X(02) VALUE SPACES.
       77  ws-ChqReg-name               PIC X(12) VALUE "ChqReg".
       77  fs-ChqPrint                  PIC X(02) VALUE SPACES.
       77  ws-ChqPrint-name             PIC X(12) VALUE "ChqPrint".

       77  fs-PayCalFile                PIC X(02) VALUE SPACES.
       77  ws-PayCalFile-name           PIC X(12) VALUE "PayCal".
               05  ws-bank-branch       PIC X(06).
               05  ws-bank-account      PIC X(16).
               05  ws-bank-currency     PIC X(03).
               05  ws-bank-prenote      PIC X(01).
                   88  sw-bank-prenote-verified   VALUES "V",
                                                            SPACE.

       01  ws-held-controls.
           03  ws-held-count            PIC 9(03) VALUE ZEROES.
           03  ws-held-sub              PIC 9(03) VALUE ZEROES.
           03  ws-held-total            PIC 9(11) VALUE ZEROES.
           03  ws-held-queued-count     PIC 9(03) VALUE ZEROES.
           03  ws-held-reason-work      PIC X(20) VALUE SPACES.

       01  ws-held-table.
           03  ws-held-entry OCCURS 500 TIMES.
               05  ws-held-code         PIC 9(06).
               05  ws-held-name         PIC X(20).
               05  ws-held-period       PIC 9(06).
               05  ws-held-net          PIC 9(07).
               05  ws-held-reason       PIC X(20).
               05  ws-held-source       PIC X(01).
                   88  sw-held-source-queue       VALUE "Q".
               05  ws-held-issued       PIC X(01).
                   88  sw-held-issued-Y           VALUE "Y".

       01  ws-cheque-controls.
           03  ws-chq-next-number       PIC 9(08) VALUE ZEROES.
           03  ws-chq-stale-days        PIC 9(03) VALUE ZEROES.
           03  ws-chq-issued-count      PIC 9(04) VALUE ZEROES.
           03  ws-chq-issued-total      PIC 9(11) VALUE ZEROES.
           03  ws-chq-kept-count        PIC 9(04) VALUE ZEROES.
           03  ws-chq-date              PIC 9(08) VALUE ZEROES.

       01  ws-chq-line                  PIC X(80) VALUE SPACES.
       01  ws-chq-ed-amount             PIC *,***,**9 VALUE ZEROES.

       01  ws-deposit-table.
           03  ws-dep-entry OCCURS 500 TIMES.
           03  ws-ben-entry OCCURS 500 TIMES.
               05  ws-ben-code          PIC 9(06).
               05  ws-ben-premium       PIC 9(06).
               05  ws-ben-plan-count    PIC 9(01).
               05  ws-ben-plan-slot OCCURS 5 TIMES.
                   07  ws-ben-plan-code PIC X(04).
                   07  ws-ben-plan-prem PIC 9(06).

       77  fs-PfLedger                  PIC X(02) VALUE SPACES.
       77  ws-PfLedger-name             PIC X(12) VALUE "PfLedger".
               05  ws-retro-code        PIC 9(06).
               05  ws-retro-amount      PIC 9(06).

       77  fs-ActgFile                  PIC X(02) VALUE SPACES.
       77  ws-ActgFile-name             PIC X(12) VALUE "ActgFile".
       77  ws-eof-ActgFile              PIC X(01) VALUE 'N'.
           88  sw-eof-ActgFile-Y                  VALUE 'Y'.

       01  ws-actg-controls.
           03  ws-actg-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-actg-sub              PIC 9(03) VALUE ZEROES.
           03  ws-actg-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-actg-overflow-Y             VALUE 'Y'.
           03  ws-actg-overdue-count    PIC 9(04) VALUE ZEROES.
           03  ws-acting-pay            PIC 9(06) VALUE ZEROES.
           03  ws-acting-line-pay       PIC 9(06) VALUE ZEROES.
           03  ws-acting-paid-total     PIC 9(08) VALUE ZEROES.

       01  ws-actg-period-fields.
           03  ws-actg-period-start     PIC 9(08) VALUE ZEROES.
           03  ws-actg-period-r     REDEFINES ws-actg-period-start.
               05  ws-actg-period-year  PIC 9(04).
               05  ws-actg-period-mm    PIC 9(02).
               05  ws-actg-period-dd    PIC 9(02).
           03  ws-actg-period-end       PIC 9(08) VALUE ZEROES.
           03  ws-actg-next-month       PIC 9(08) VALUE ZEROES.
           03  ws-actg-month-days       PIC 9(02) VALUE ZEROES.
           03  ws-actg-from-date        PIC 9(08) VALUE ZEROES.
           03  ws-actg-to-date          PIC 9(08) VALUE ZEROES.
           03  ws-actg-days             PIC 9(02) VALUE ZEROES.

       01  ws-actg-table.
           03  ws-actg-entry OCCURS 500 TIMES.
               05  ws-ag-code           PIC 9(06).
               05  ws-ag-seq            PIC 9(02).
               05  ws-ag-cod-cat        PIC 9(04).
               05  ws-ag-start-date     PIC 9(08).
               05  ws-ag-end-date       PIC 9(08).
               05  ws-ag-allowance      PIC S9(06)V9(02).

       01  ws-rptarc-fields.
           03  ws-rptarc-program        PIC X(08) VALUE "Rnms".
           03  ws-rptarc-report         PIC X(40) VALUE SPACES.
           03  ws-rptarc-period         PIC 9(06) VALUE ZEROES.
           03  ws-rptarc-operator       PIC X(08) VALUE SPACES.
           03  ws-rptarc-pages          PIC 9(05) VALUE ZEROES.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "Rnms".
           03  ws-alertlog-severity     PIC X(01) VALUE SPACE.
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       77  fs-ShiftTbl                  PIC X(02) VALUE SPACES.
       77  ws-ShiftTbl-name             PIC X(12) VALUE "ShiftTbl".
       77  ws-eof-ShiftTbl              PIC X(01) VALUE 'N'.
           88  sw-eof-ShiftTbl-Y                  VALUE 'Y'.

       77  fs-RosterFile                PIC X(02) VALUE SPACES.
       77  ws-RosterFile-name           PIC X(12) VALUE "RosterFile".
       77  ws-eof-RosterFile            PIC X(01) VALUE 'N'.
           88  sw-eof-RosterFile-Y                VALUE 'Y'.

       01  ws-shift-controls.
           03  ws-shift-tbl-count       PIC 9(02) VALUE ZEROES.
           03  ws-shift-sub             PIC 9(02) VALUE ZEROES.
           03  ws-shift-found-sub       PIC 9(02) VALUE ZEROES.
           03  ws-sr-tbl-count          PIC 9(04) VALUE ZEROES.
           03  ws-sr-sub                PIC 9(04) VALUE ZEROES.
           03  ws-sr-found-sub          PIC 9(04) VALUE ZEROES.
           03  ws-sr-overflow-sw        PIC X(01) VALUE 'N'.
               88  sw-sr-overflow-Y               VALUE 'Y'.
           03  ws-sr-worked-hours       PIC 9(06) VALUE ZEROES.
           03  ws-shift-hourly-rate     PIC 9(05)V9(02) VALUE ZEROES.
           03  ws-shift-pay             PIC 9(06) VALUE ZEROES.
           03  ws-shift-line-pay        PIC 9(06) VALUE ZEROES.
           03  ws-shift-paid-total      PIC 9(08) VALUE ZEROES.

       01  ws-shift-table.
           03  ws-shift-entry OCCURS 20 TIMES.
               05  ws-sh-code           PIC X(02).
               05  ws-sh-diff-pct       PIC 9(02)V9(02).

       01  ws-shift-roster-table.
           03  ws-sr-entry OCCURS 5000 TIMES.
               05  ws-sr-code           PIC 9(06).
               05  ws-sr-work-date      PIC 9(08).
               05  ws-sr-diff-pct       PIC 9(02)V9(02).
               05  ws-sr-hours          PIC 9(03).

       77  fs-EmpBasis                  PIC X(02) VALUE SPACES.
       77  ws-EmpBasis-name             PIC X(12) VALUE "EmpBasis".
       77  ws-eof-EmpBasis              PIC X(01) VALUE 'N'.
           88  sw-eof-EmpBasis-Y                  VALUE 'Y'.

       01  ws-basis-controls.
           03  ws-basis-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-basis-sub             PIC 9(03) VALUE ZEROES.
           03  ws-basis-found-sub       PIC 9(03) VALUE ZEROES.
           03  ws-basis-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-basis-overflow-Y            VALUE 'Y'.
           03  ws-basis-held-count      PIC 9(04) VALUE ZEROES.
           03  ws-basis-held-hours      PIC 9(06) VALUE ZEROES.
           03  ws-basis-paid-count      PIC 9(04) VALUE ZEROES.
           03  ws-basis-paid-hours      PIC 9(06) VALUE ZEROES.
           03  ws-basis-seek-code       PIC 9(06) VALUE ZEROES.

       01  ws-basis-table.
           03  ws-basis-entry OCCURS 500 TIMES.
               05  ws-bs-code           PIC 9(06).
               05  ws-bs-hourly-rate    PIC 9(04)V9(02).
               05  ws-bs-hours          PIC 9(04).

       77  fs-BonusFile                 PIC X(02) VALUE SPACES.
       77  ws-BonusFile-name            PIC X(12) VALUE "BonusFile".
       77  ws-eof-BonusFile             PIC X(01) VALUE 'N'.
           03  ws-ctax-already          PIC 9(09) VALUE ZEROES.
           03  ws-ctax-ytd-due          PIC 9(09) VALUE ZEROES.

       77  fs-TaxDecl                   PIC X(02) VALUE SPACES.
       77  ws-TaxDecl-name              PIC X(12) VALUE "TaxDecl".
       77  ws-eof-TaxDecl               PIC X(01) VALUE 'N'.
           88  sw-eof-TaxDecl-Y                   VALUE 'Y'.
       77  fs-TaxExLim                  PIC X(02) VALUE SPACES.
       77  ws-TaxExLim-name             PIC X(12) VALUE "TaxExLim".
       77  ws-eof-TaxExLim              PIC X(01) VALUE 'N'.
           88  sw-eof-TaxExLim-Y                  VALUE 'Y'.

       01  ws-taxex-controls.
           03  ws-taxex-year            PIC 9(04) VALUE ZEROES.
           03  ws-taxex-lim-version     PIC 9(04) VALUE ZEROES.
           03  ws-taxex-lim-count       PIC 9(02) VALUE ZEROES.
           03  ws-taxex-lim-sub         PIC 9(02) VALUE ZEROES.
           03  ws-taxex-lim-found       PIC 9(02) VALUE ZEROES.
           03  ws-taxex-seek-section    PIC X(06) VALUE SPACES.
           03  ws-taxex-emp-count       PIC 9(03) VALUE ZEROES.
           03  ws-taxex-emp-sub         PIC 9(03) VALUE ZEROES.
           03  ws-taxex-emp-found       PIC 9(03) VALUE ZEROES.
           03  ws-taxex-allowed         PIC 9(07) VALUE ZEROES.
           03  ws-taxex-annual          PIC 9(08) VALUE ZEROES.
           03  ws-taxex-period-share    PIC 9(08) VALUE ZEROES.
           03  ws-taxex-declared-count  PIC 9(05) VALUE ZEROES.
           03  ws-taxex-unproven-count  PIC 9(05) VALUE ZEROES.
           03  ws-taxex-nolimit-count   PIC 9(05) VALUE ZEROES.

       01  ws-taxex-lim-table.
           03  ws-taxex-lim-entry OCCURS 30 TIMES.
               05  ws-taxex-lim-section PIC X(06).
               05  ws-taxex-lim-limit   PIC 9(07).
               05  ws-taxex-lim-cutoff  PIC 9(08).

       01  ws-taxex-emp-table.
           03  ws-taxex-emp-entry OCCURS 500 TIMES.
               05  ws-taxex-emp-code    PIC 9(06).
               05  ws-taxex-emp-annual  PIC 9(08).

       77  fs-TpDed                     PIC X(02) VALUE SPACES.
       77  ws-TpDed-name                PIC X(12) VALUE "TpDed".
       77  ws-TpDed-open-sw             PIC X(01) VALUE 'N'.
           88  sw-TpDed-open-Y                    VALUE 'Y'.

       01  ws-third-party-controls.
           03  ws-tpd-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-tpd-sub               PIC 9(02) VALUE ZEROES.
           03  ws-tpd-source            PIC X(01) VALUE SPACE.
           03  ws-tpd-key               PIC X(20) VALUE SPACES.
           03  ws-tpd-amount            PIC 9(06) VALUE ZEROES.
           03  ws-tp-ded-emp            PIC 9(06) VALUE ZEROES.
           03  ws-tp-ded-total          PIC 9(09) VALUE ZEROES.
           03  ws-ben-left              PIC 9(06) VALUE ZEROES.
           03  ws-ben-plan-sub          PIC 9(01) VALUE ZERO.

       01  ws-third-party-table.
           03  ws-tpd-entry OCCURS 20 TIMES.
               05  ws-tpd-line-source   PIC X(01).
               05  ws-tpd-line-key      PIC X(20).
               05  ws-tpd-line-amount   PIC 9(06).

       77  fs-VolDed                    PIC X(02) VALUE SPACES.
       77  ws-VolDed-name               PIC X(12) VALUE "VolDed".
       77  ws-eof-VolDed                PIC X(01) VALUE 'N'.
                                         SEPARATE CHARACTER
                                                   VALUE ZEROES.

       77  fs-RunCkpt                   PIC X(02) VALUE SPACES.
       77  ws-RunCkpt-name              PIC X(12) VALUE "RunCkpt".
       77  ws-eof-RunCkpt               PIC X(01) VALUE 'N'.
           88  sw-eof-RunCkpt-Y                   VALUE 'Y'.

       01  ws-checkpoint-fields.
           03  ws-ckp-interval          PIC 9(05) VALUE ZEROES.
           03  ws-ckp-since             PIC 9(05) VALUE ZEROES.
           03  ws-ckp-job-restart       PIC X(01) VALUE SPACE.
               88  sw-ckp-job-restart-Y           VALUE 'Y'.
           03  ws-ckp-confirm           PIC X(01) VALUE SPACE.
               88  sw-ckp-confirm-Y               VALUES 'Y', 'y'.
           03  ws-ckp-active-sw         PIC X(01) VALUE 'N'.
               88  sw-ckp-active-Y                VALUE 'Y'.
           03  ws-ckp-restart-sw        PIC X(01) VALUE 'N'.
               88  sw-ckp-restart-Y               VALUE 'Y'.
           03  ws-ckp-replay-sw         PIC X(01) VALUE 'N'.
               88  sw-ckp-replay-Y                VALUE 'Y'.
           03  ws-ckp-refused-sw        PIC X(01) VALUE 'N'.
               88  sw-ckp-refused-Y               VALUE 'Y'.
           03  ws-ckp-state             PIC X(01) VALUE SPACE.
               88  sw-ckp-state-open              VALUES "S", "C".
               88  sw-ckp-state-finishing         VALUE "F".
           03  ws-ckp-row-type          PIC X(01) VALUE SPACE.
           03  ws-ckp-run-date          PIC 9(08) VALUE ZEROES.
           03  ws-ckp-run-time          PIC 9(06) VALUE ZEROES.
           03  ws-ckp-clock             PIC 9(08) VALUE ZEROES.
           03  ws-ckp-employees         PIC 9(06) VALUE ZEROES.
           03  ws-ckp-payslip-rows      PIC 9(07) VALUE ZEROES.
           03  ws-ckp-payhist-seq       PIC 9(02) VALUE ZEROES.
           03  ws-ckp-payhist-rows      PIC 9(07) VALUE ZEROES.
           03  ws-ckp-payhist-kept      PIC 9(07) VALUE ZEROES.
           03  ws-eof-RunHist           PIC X(01) VALUE 'N'.
               88  sw-eof-RunHist-Y               VALUE 'Y'.
           03  ws-ckp-tpded-rows        PIC 9(07) VALUE ZEROES.
           03  ws-ckp-pfledger-rows     PIC 9(07) VALUE ZEROES.
           03  ws-ckp-trim-function     PIC X(01) VALUE SPACE.
           03  ws-ckp-trim-name         PIC X(40) VALUE SPACES.
           03  ws-ckp-trim-rows         PIC 9(07) VALUE ZEROES.
           03  ws-ckp-trim-status       PIC X(01) VALUE SPACE.
               88  sw-ckp-trim-status-ok          VALUE "Y".

       01  ws-ckp-restart-point.
           03  ws-ckl-run-date          PIC 9(08) VALUE ZEROES.
           03  ws-ckl-run-time          PIC 9(06) VALUE ZEROES.
           03  ws-ckl-last-code         PIC 9(06) VALUE ZEROES.
           03  ws-ckl-employees         PIC 9(06) VALUE ZEROES.
           03  ws-ckl-payslip-rows      PIC 9(07) VALUE ZEROES.
           03  ws-ckl-payhist-seq       PIC 9(02) VALUE ZEROES.
           03  ws-ckl-payhist-rows      PIC 9(07) VALUE ZEROES.
           03  ws-ckl-tpded-rows        PIC 9(07) VALUE ZEROES.
           03  ws-ckl-pfledger-rows     PIC 9(07) VALUE ZEROES.
           03  ws-ckl-gross-total       PIC 9(11) VALUE ZEROES.
           03  ws-ckl-net-total         PIC 9(11) VALUE ZEROES.
           03  ws-ckl-deposit-count     PIC 9(06) VALUE ZEROES.
           03  ws-ckl-deposit-total     PIC 9(11) VALUE ZEROES.
           03  ws-ckl-bonus-total       PIC 9(08) VALUE ZEROES.
           03  ws-ckl-payslip-name      PIC X(40) VALUE SPACES.

       01  ws-run-journal-fields.
           03  ws-jrn-function          PIC X(01) VALUE SPACE.
               88  sw-jrn-function-before         VALUE "B".
               88  sw-jrn-function-after          VALUE "A".
           03  ws-jrn-run-type          PIC X(01) VALUE SPACE.
           03  ws-jrn-status            PIC X(01) VALUE SPACE.
               88  sw-jrn-status-ok               VALUE "Y".
           03  ws-jrn-started-sw        PIC X(01) VALUE 'N'.
               88  sw-jrn-started-Y               VALUE 'Y'.

       01  ws-penny-balance-fields.
           03  ws-run-gross-total       PIC 9(11) VALUE ZEROES.
           03  ws-run-ded-total         PIC 9(11) VALUE ZEROES.
           03  ws-run-net-total         PIC 9(11) VALUE ZEROES.
           03  ws-run-exp-total         PIC 9(11) VALUE ZEROES.
           03  ws-run-balance-diff      PIC S9(11) VALUE ZEROES.

       01  ws-run-mode-controls.
               05  ws-tax-rate          PIC 9(02)V9(02).
               05  ws-tax-fixed         PIC 9(07).

       77  fs-ExpClaim                  PIC X(02) VALUE SPACES.
       77  ws-ExpClaim-name             PIC X(12) VALUE "ExpClaim".
       77  ws-eof-ExpClaim              PIC X(01) VALUE 'N'.
           88  sw-eof-ExpClaim-Y                  VALUE 'Y'.

       01  ws-expense-controls.
           03  ws-exp-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-exp-sub               PIC 9(04) VALUE ZEROES.
           03  ws-exp-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-exp-overflow-Y              VALUE 'Y'.
           03  ws-exp-reimb             PIC 9(07) VALUE ZEROES.
           03  ws-exp-paid-lines        PIC 9(04) VALUE ZEROES.
           03  ws-exp-paid-total        PIC 9(09) VALUE ZEROES.

       01  ws-expense-table.
           03  ws-exp-record OCCURS 1000 TIMES
                                        PIC X(67).

       01  ws-expense-work.
           03  ws-ew-code               PIC 9(06).
           03  ws-ew-claim-no           PIC 9(06).
           03  ws-ew-line-no            PIC 9(02).
           03  ws-ew-exp-date           PIC 9(08).
           03  ws-ew-type               PIC X(04).
           03  ws-ew-amount             PIC 9(06).
           03  ws-ew-receipt            PIC X(12).
           03  ws-ew-status             PIC X(01).
           03  ws-ew-approver           PIC X(08).
           03  ws-ew-period-paid        PIC 9(06).
           03  ws-ew-submit-date        PIC 9(08).

       01  ws-payslip-line.
           03  ws-payslip-code          PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-payslip-deduction     PIC X(16)  VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-payslip-net           PIC X(16)  VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-payslip-shift         PIC Z(05)9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-payslip-ss-ee         PIC Z(05)9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-payslip-exp-reimb     PIC Z(05)9 VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
                 GO TO Process-Employee-Payroll-Exit
              END-IF

              PERFORM Open-Run-Checkpoint
                THRU Open-Run-Checkpoint-Exit

              IF sw-ckp-refused-Y
                 CLOSE IdxFile
                 GO TO Process-Employee-Payroll-Exit
              END-IF

              PERFORM Load-Tax-Bracket-Table
                THRU Load-Tax-Bracket-Table-Exit

                 GO TO Process-Employee-Payroll-Exit
              END-IF

              IF NOT sw-run-mode-trial
                 PERFORM Open-Run-Checkpoint
                   THRU Open-Run-Checkpoint-Exit

                 IF sw-ckp-refused-Y
                    CLOSE IdxFile
                    GO TO Process-Employee-Payroll-Exit
                 END-IF
              END-IF

              PERFORM Load-Tax-Bracket-Table
                THRU Load-Tax-Bracket-Table-Exit

              PERFORM Load-Ss-Contribution-Table
                THRU Load-Ss-Contribution-Table-Exit

              PERFORM Load-Ytd-Tax-Table
                THRU Load-Ytd-Tax-Table-Exit

              PERFORM Load-Tax-Exemptions
                THRU Load-Tax-Exemptions-Exit

              PERFORM Load-Loan-Ledger
                THRU Load-Loan-Ledger-Exit

              PERFORM Load-Period-Timesheets
                THRU Load-Period-Timesheets-Exit

              PERFORM Load-Shift-Roster
                THRU Load-Shift-Roster-Exit

              PERFORM Load-Pay-Basis
                THRU Load-Pay-Basis-Exit

              PERFORM Load-Employee-Bank-Accounts
                THRU Load-Employee-Bank-Accounts-Exit

              PERFORM Load-Benefit-Enrollments
                THRU Load-Benefit-Enrollments-Exit

              PERFORM Load-Expense-Claims
                THRU Load-Expense-Claims-Exit

              IF NOT sw-run-mode-trial
                 PERFORM Open-Pf-Ledger
                   THRU Open-Pf-Ledger-Exit
              PERFORM Load-Retro-Feed
                THRU Load-Retro-Feed-Exit

              PERFORM Load-Acting-Assignments
                THRU Load-Acting-Assignments-Exit

              PERFORM Load-Clawback-Feed
                THRU Load-Clawback-Feed-Exit

           END-IF

           IF NOT sw-run-mode-trial
              OPEN I-O PayHist

              IF fs-PayHist EQUAL "00" OR fs-PayHist EQUAL "05"
                 SET sw-PayHist-open-Y TO TRUE
                         "written. ***"
              END-IF

              OPEN EXTEND TpDed

              IF fs-TpDed EQUAL "00" OR fs-TpDed EQUAL "05"
                 SET sw-TpDed-open-Y TO TRUE
              ELSE
                 CLOSE TpDed
                 DISPLAY "*** WARNING: the third-party deduction "
                         "ledger could not be opened. Remittance "
                         "advices will not balance. ***"
              END-IF

              IF sw-ckp-restart-Y
                 MOVE ws-ckl-payslip-name TO ws-PayslipFile-name
              ELSE
                 DISPLAY "Payslip output file (blank for none): "
                    WITH NO ADVANCING
                 ACCEPT ws-PayslipFile-name
              END-IF

              IF  ws-PayslipFile-name NOT EQUAL SPACES
              AND sw-ckp-restart-Y
                  OPEN EXTEND PayslipFile
              END-IF

              IF  ws-PayslipFile-name NOT EQUAL SPACES
              AND NOT sw-ckp-restart-Y
                  OPEN OUTPUT PayslipFile
              END-IF

              IF ws-PayslipFile-name NOT EQUAL SPACES

                 IF fs-PayslipFile EQUAL "00" OR fs-PayslipFile
                    EQUAL "05"
              END-IF
           END-IF

           IF  sw-ckp-active-Y
           AND NOT sw-ckp-restart-Y
               MOVE "S" TO ws-ckp-row-type
               PERFORM Write-Checkpoint-Row
           END-IF

           PERFORM Read-Next-Employee
             UNTIL sw-eof-IdxFile-Y

           CLOSE IdxFile

           IF sw-ckp-active-Y
              MOVE "F" TO ws-ckp-row-type
              PERFORM Write-Checkpoint-Row
           END-IF

           IF sw-PayslipFile-open-Y
              CLOSE PayslipFile
              MOVE ws-pay-period       TO ws-rptarc-period
              MOVE ws-PayslipFile-name TO ws-rptarc-report
              CALL "RptArc" USING ws-rptarc-program
                                  ws-rptarc-report
                                  ws-rptarc-period
                                  ws-rptarc-operator
                                  ws-rptarc-pages
           END-IF

           IF sw-PayHist-open-Y
              CLOSE PayHist
           END-IF

           IF sw-TpDed-open-Y
              CLOSE TpDed
              DISPLAY "Third-party deductions to remit this run: ["
                      ws-tp-ded-total "]."
           END-IF

           IF  ws-loan-tbl-count GREATER ZEROES
           AND NOT sw-run-mode-trial
               PERFORM Rewrite-Loan-Ledger
               PERFORM Print-Deposit-Register
           END-IF

           IF  ws-held-count GREATER ZEROES
           AND NOT sw-run-mode-trial
               PERFORM Issue-Cheque-Payments
                 THRU Issue-Cheque-Payments-Exit
           END-IF

           IF  ws-held-count GREATER ZEROES
           AND sw-run-mode-trial
               DISPLAY "Cheque payments due (not issued in a trial "
                       "run): [" ws-held-count "] totalling ["
                       ws-held-total "]."
           END-IF

           IF  ws-paycal-found-sub GREATER ZEROES
           AND NOT sw-run-mode-trial
               PERFORM Mark-Pay-Period-Run
              PERFORM Print-Garnishment-Remittance
           END-IF

           IF ws-exp-paid-total GREATER ZEROES
              DISPLAY "Expense claims reimbursed this run: ["
                      ws-exp-paid-lines "] lines for ["
                      ws-exp-paid-total "]."
           END-IF

           IF  ws-exp-paid-lines GREATER ZEROES
           AND NOT sw-run-mode-trial
               PERFORM Rewrite-Expense-Claims
           END-IF

           IF  ws-retro-tbl-count GREATER ZEROES
           AND NOT sw-run-mode-trial
               PERFORM Clear-Retro-Feed
                       "this run: [" ws-retro-paid-total "]."
           END-IF

           IF ws-acting-paid-total GREATER ZEROES
              DISPLAY "Acting allowances paid through payroll this "
                      "run: [" ws-acting-paid-total "]."
           END-IF

           IF ws-basis-paid-count GREATER ZEROES
              DISPLAY "Hourly-paid employees this run: ["
                      ws-basis-paid-count "] for ["
                      ws-basis-paid-hours "] approved hours."
           END-IF

           IF ws-shift-paid-total GREATER ZEROES
              DISPLAY "Shift differentials paid through payroll "
                      "this run: [" ws-shift-paid-total "]."
           END-IF

           IF ws-ss-ee-total GREATER ZEROES OR ws-ss-er-total GREATER
              ZEROES
              DISPLAY "Social security contributions this run: "
                      "employee [" ws-ss-ee-total "] employer ["
                      ws-ss-er-total "]."
           END-IF

           IF  ws-claw-tbl-count GREATER ZEROES
           AND NOT sw-run-mode-trial
               PERFORM Rewrite-Clawback-Feed
              DISPLAY "Supplemental bonuses paid this run: ["
                      ws-bonus-paid-total "] less tax ["
                      ws-bonus-tax-total "]."
           END-IF

           IF sw-jrn-started-Y
              PERFORM Journal-Run-End
           END-IF

           IF sw-ckp-active-Y
              MOVE "E" TO ws-ckp-row-type
              PERFORM Write-Checkpoint-Row
           END-IF.
       Process-Employee-Payroll-Exit.
           EXIT.

       Journal-Run-Start.
           SET sw-jrn-function-before TO TRUE
           MOVE SPACE TO ws-jrn-status

           CALL "RunJrnl" USING ws-jrn-function
                                ws-pay-period
                                ws-jrn-run-type
                                ws-PayslipFile-name
                                ws-BankFile-name
                                ws-jrn-status

           IF sw-jrn-status-ok
              SET sw-jrn-started-Y TO TRUE
           ELSE
              DISPLAY "*** WARNING: the run journal could not be "
                      "written. This run cannot be voided by "
                      "RunVoid. ***"
           END-IF.

       Journal-Run-Resume.
           MOVE "R"   TO ws-jrn-function
           MOVE SPACE TO ws-jrn-status

           CALL "RunJrnl" USING ws-jrn-function
                                ws-pay-period
                                ws-jrn-run-type
                                ws-PayslipFile-name
                                ws-BankFile-name
                                ws-jrn-status

           IF sw-jrn-status-ok
              SET sw-jrn-started-Y TO TRUE
           ELSE
              DISPLAY "*** WARNING: the run journal holds no start "
                      "for this run. The restarted run cannot be "
                      "voided by RunVoid. ***"
           END-IF.

       Journal-Run-End.
           SET sw-jrn-function-after TO TRUE
           MOVE SPACE TO ws-jrn-status

           CALL "RunJrnl" USING ws-jrn-function
                                ws-pay-period
                                ws-jrn-run-type
                                ws-PayslipFile-name
                                ws-BankFile-name
                                ws-jrn-status

           IF NOT sw-jrn-status-ok
              DISPLAY "*** WARNING: the run journal could not be "
                      "closed off. RunVoid will restore this run "
                      "without the after-run check. ***"
           END-IF.

      *    A run that stopped before its end is found on RunCkpt by
      *    its last S or C row. It is restarted (always, when the job
      *    driver restarts the step) or the new run is refused, since
      *    a second run would pay the same employees twice.
       Open-Run-Checkpoint.
           MOVE 'N' TO ws-ckp-restart-sw
                       ws-ckp-replay-sw
                       ws-ckp-refused-sw
                       ws-ckp-active-sw

           IF sw-run-mode-supplement
              MOVE "S" TO ws-jrn-run-type
           ELSE
              MOVE "R" TO ws-jrn-run-type
           END-IF

           PERFORM Find-Open-Checkpoint

           IF sw-ckp-state-finishing
              DISPLAY "*** The run of [" ws-ckl-run-date "] for "
                      "period [" ws-pay-period "] stopped while "
                      "closing off its files and cannot be "
                      "restarted. Void it with RunVoid and run the "
                      "period again. ***"
              MOVE 16 TO RETURN-CODE
              SET sw-ckp-refused-Y TO TRUE
              GO TO Open-Run-Checkpoint-Exit
           END-IF

           IF sw-ckp-state-open
              MOVE SPACE TO ws-ckp-job-restart
              DISPLAY "JOB_RESTART" UPON ENVIRONMENT-NAME
              ACCEPT ws-ckp-job-restart FROM ENVIRONMENT-VALUE

              DISPLAY "The run of [" ws-ckl-run-date "] at ["
                      ws-ckl-run-time "] for period ["
                      ws-pay-period "] did not finish. Last "
                      "checkpoint after employee [" ws-ckl-last-code
                      "], [" ws-ckl-employees "] employees read."

              IF sw-ckp-job-restart-Y
                 SET sw-ckp-confirm-Y TO TRUE
              ELSE
                 DISPLAY "Restart from that checkpoint? (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT ws-ckp-confirm
              END-IF

              IF NOT sw-ckp-confirm-Y
                 DISPLAY "*** The payroll run was REFUSED. Restart "
                         "the unfinished run, or void it with "
                         "RunVoid first. ***"
                 MOVE 16 TO RETURN-CODE
                 SET sw-ckp-refused-Y TO TRUE
                 GO TO Open-Run-Checkpoint-Exit
              END-IF

              SET sw-ckp-restart-Y TO TRUE
           END-IF

           IF sw-ckp-restart-Y
              PERFORM Journal-Run-Resume
              PERFORM Trim-Run-Outputs
                THRU Trim-Run-Outputs-Exit

              IF sw-ckp-refused-Y
                 GO TO Open-Run-Checkpoint-Exit
              END-IF

              MOVE ws-ckl-run-date     TO ws-ckp-run-date
              MOVE ws-ckl-run-time     TO ws-ckp-run-time
              MOVE ws-ckl-payslip-rows TO ws-ckp-payslip-rows
              MOVE ws-ckl-payhist-seq  TO ws-ckp-payhist-seq

              IF ws-ckl-last-code GREATER ZEROES
                 SET sw-ckp-replay-Y TO TRUE
              END-IF
           ELSE
              PERFORM Journal-Run-Start

              ACCEPT ws-ckp-run-date FROM DATE YYYYMMDD
              ACCEPT ws-ckp-clock    FROM TIME
              MOVE ws-ckp-clock (1:6) TO ws-ckp-run-time
              MOVE ZEROES TO ws-ckp-payslip-rows
                             ws-ckp-payhist-rows

              PERFORM Find-History-Run-Sequence
                THRU Find-History-Run-Sequence-Exit

              IF sw-ckp-refused-Y
                 GO TO Open-Run-Checkpoint-Exit
              END-IF

              MOVE "C" TO ws-ckp-trim-function
              MOVE ws-TpDed-name    TO ws-ckp-trim-name
              PERFORM Call-Checkpoint-Trim
              MOVE ws-ckp-trim-rows TO ws-ckp-tpded-rows

              MOVE ws-PfLedger-name TO ws-ckp-trim-name
              PERFORM Call-Checkpoint-Trim
              MOVE ws-ckp-trim-rows TO ws-ckp-pfledger-rows
           END-IF

           DISPLAY "Checkpoint every how many employees (blank for "
                   "100): " WITH NO ADVANCING
           ACCEPT ws-ckp-interval

           IF ws-ckp-interval EQUAL ZEROES
              MOVE 100 TO ws-ckp-interval
           END-IF

           MOVE ZEROES TO ws-ckp-employees
                          ws-ckp-since
           SET sw-ckp-active-Y TO TRUE.
       Open-Run-Checkpoint-Exit.
           EXIT.

       Find-Open-Checkpoint.
           MOVE SPACE TO ws-ckp-state
           MOVE 'N'   TO ws-eof-RunCkpt

           OPEN INPUT RunCkpt

           IF fs-RunCkpt EQUAL "00"
              PERFORM Scan-One-Checkpoint-Row
                UNTIL sw-eof-RunCkpt-Y
           END-IF

           CLOSE RunCkpt.

       Scan-One-Checkpoint-Row.
           READ RunCkpt RECORD
             AT END
                SET sw-eof-RunCkpt-Y TO TRUE

            NOT AT END
                IF  ckp-rec-period EQUAL ws-pay-period
                AND ckp-rec-run-type EQUAL ws-jrn-run-type
                    IF sw-ckp-rec-abandoned
                       MOVE SPACE TO ws-ckp-state
                    ELSE
                    IF sw-ckp-rec-start
                    OR (sw-ckp-rec-checkpoint
                    AND ckp-rec-run-date EQUAL ws-ckl-run-date
                    AND ckp-rec-run-time EQUAL ws-ckl-run-time)
                       MOVE ckp-rec-type TO ws-ckp-state
                       MOVE ckp-rec-run-date    TO ws-ckl-run-date
                       MOVE ckp-rec-run-time    TO ws-ckl-run-time
                       MOVE ckp-rec-last-code   TO ws-ckl-last-code
                       MOVE ckp-rec-employees   TO ws-ckl-employees
                       MOVE ckp-rec-payslip-rows
                         TO ws-ckl-payslip-rows
                       MOVE ckp-rec-payhist-seq
                         TO ws-ckl-payhist-seq
                       MOVE ckp-rec-payhist-rows
                         TO ws-ckl-payhist-rows
                       MOVE ckp-rec-tpded-rows  TO ws-ckl-tpded-rows
                       MOVE ckp-rec-pfledger-rows
                         TO ws-ckl-pfledger-rows
                       MOVE ckp-rec-gross-total TO ws-ckl-gross-total
                       MOVE ckp-rec-net-total   TO ws-ckl-net-total
                       MOVE ckp-rec-deposit-count
                         TO ws-ckl-deposit-count
                       MOVE ckp-rec-deposit-total
                         TO ws-ckl-deposit-total
                       MOVE ckp-rec-bonus-total TO ws-ckl-bonus-total
                       MOVE ckp-rec-payslip-name
                         TO ws-ckl-payslip-name
                    ELSE
                    IF  ckp-rec-run-date EQUAL ws-ckl-run-date
                    AND ckp-rec-run-time EQUAL ws-ckl-run-time
                        MOVE ckp-rec-type TO ws-ckp-state
                    END-IF
                    END-IF
                    END-IF
                END-IF
           END-READ.

      *    Rows written after the checkpoint may be only partly on
      *    disk, so every output the run appends to is cut back to the
      *    row count the checkpoint recorded.
       Trim-Run-Outputs.
           MOVE ws-PayHist-name     TO ws-ckp-trim-name
           PERFORM Trim-History-Run-Rows
           MOVE ws-ckl-payhist-rows TO ws-ckp-payhist-rows

           IF ws-ckp-payhist-kept NOT EQUAL ws-ckl-payhist-rows
              GO TO Trim-Run-Outputs-Failed
           END-IF

           MOVE "T" TO ws-ckp-trim-function

           MOVE ws-TpDed-name       TO ws-ckp-trim-name
           MOVE ws-ckl-tpded-rows   TO ws-ckp-trim-rows
           PERFORM Call-Checkpoint-Trim
           MOVE ws-ckl-tpded-rows   TO ws-ckp-tpded-rows

           IF NOT sw-ckp-trim-status-ok
              GO TO Trim-Run-Outputs-Failed
           END-IF

           MOVE ws-PfLedger-name    TO ws-ckp-trim-name
           MOVE ws-ckl-pfledger-rows TO ws-ckp-trim-rows
           PERFORM Call-Checkpoint-Trim
           MOVE ws-ckl-pfledger-rows TO ws-ckp-pfledger-rows

           IF NOT sw-ckp-trim-status-ok
              GO TO Trim-Run-Outputs-Failed
           END-IF

           IF ws-ckl-payslip-name NOT EQUAL SPACES
              MOVE ws-ckl-payslip-name TO ws-ckp-trim-name
              MOVE ws-ckl-payslip-rows TO ws-ckp-trim-rows
              PERFORM Call-Checkpoint-Trim

              IF NOT sw-ckp-trim-status-ok
                 GO TO Trim-Run-Outputs-Failed
              END-IF
           END-IF

           DISPLAY "Outputs cut back to the checkpoint after "
                   "employee [" ws-ckl-last-code "]."
           GO TO Trim-Run-Outputs-Exit.
       Trim-Run-Outputs-Failed.
           DISPLAY "*** [" ws-ckp-trim-name "] could not be cut back "
                   "to the checkpoint. The restart was REFUSED. ***"
           MOVE 16 TO RETURN-CODE
           SET sw-ckp-refused-Y TO TRUE.
       Trim-Run-Outputs-Exit.
           EXIT.

      *    Each run writes its history rows under a run sequence of
      *    its own within the period: one past the highest already on
      *    file for that period. The rows of one run can then be found
      *    by key, however many runs the period has had.
       Find-History-Run-Sequence.
           MOVE ZEROES TO ws-ckp-payhist-seq
           MOVE 'N'    TO ws-eof-RunHist

           OPEN INPUT PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              MOVE 01 TO ws-ckp-payhist-seq
              GO TO Find-History-Run-Sequence-Exit
           END-IF

           MOVE ws-pay-period TO payhist-rec-period

           START PayHist KEY IS EQUAL TO payhist-rec-period
                 INVALID KEY
                         SET sw-eof-RunHist-Y TO TRUE
           END-START

           PERFORM Scan-One-Run-Sequence-Row
             UNTIL sw-eof-RunHist-Y

           CLOSE PayHist

           IF ws-ckp-payhist-seq EQUAL 99
              DISPLAY "*** Period [" ws-pay-period "] already holds "
                      "99 runs on the pay history. The payroll run "
                      "was REFUSED. ***"
              MOVE 16 TO RETURN-CODE
              SET sw-ckp-refused-Y TO TRUE
              GO TO Find-History-Run-Sequence-Exit
           END-IF

           ADD 1 TO ws-ckp-payhist-seq.
       Find-History-Run-Sequence-Exit.
           EXIT.

       Scan-One-Run-Sequence-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-RunHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-pay-period
                   SET sw-eof-RunHist-Y TO TRUE
                ELSE
                IF payhist-rec-run-seq GREATER ws-ckp-payhist-seq
                   MOVE payhist-rec-run-seq TO ws-ckp-payhist-seq
                END-IF
                END-IF
           END-READ.

      *    The history rows of the run being restarted are found by its
      *    run sequence. Those for employees past the checkpoint are
      *    deleted; those up to it must number what the checkpoint
      *    recorded.
       Trim-History-Run-Rows.
           MOVE ZEROES TO ws-ckp-payhist-kept
           MOVE 'N'    TO ws-eof-RunHist

           OPEN I-O PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
           ELSE
              MOVE ws-pay-period TO payhist-rec-period

              START PayHist KEY IS EQUAL TO payhist-rec-period
                    INVALID KEY
                            SET sw-eof-RunHist-Y TO TRUE
              END-START

              PERFORM Trim-One-History-Row
                UNTIL sw-eof-RunHist-Y

              CLOSE PayHist
           END-IF.

       Trim-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-RunHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-pay-period
                   SET sw-eof-RunHist-Y TO TRUE
                ELSE
                IF  payhist-rec-run-type EQUAL ws-jrn-run-type
                AND payhist-rec-run-seq  EQUAL ws-ckl-payhist-seq
                    IF payhist-rec-code GREATER ws-ckl-last-code
                       DELETE PayHist RECORD
                    ELSE
                       ADD 1 TO ws-ckp-payhist-kept
                    END-IF
                END-IF
                END-IF
           END-READ.

       Call-Checkpoint-Trim.
           MOVE SPACE TO ws-ckp-trim-status

           CALL "CkpTrim" USING ws-ckp-trim-function
                                ws-ckp-trim-name
                                ws-ckp-trim-rows
                                ws-ckp-trim-status.

      *    The employees already paid are worked through again without
      *    writing anything, so that the ledgers held in storage come
      *    out as they stood at the checkpoint. The totals must agree
      *    before any new output is written.
       Verify-Replay-Point.
           MOVE 'N' TO ws-ckp-replay-sw

           IF  ws-ckp-employees    EQUAL ws-ckl-employees
           AND ws-run-gross-total  EQUAL ws-ckl-gross-total
           AND ws-run-net-total    EQUAL ws-ckl-net-total
           AND ws-deposit-count    EQUAL ws-ckl-deposit-count
           AND ws-deposit-total    EQUAL ws-ckl-deposit-total
           AND ws-bonus-paid-total EQUAL ws-ckl-bonus-total
               DISPLAY "Restart point reached after employee ["
                       ws-ckl-last-code "]: [" ws-ckp-employees
                       "] employees agree with the checkpoint."
           ELSE
               DISPLAY "*** The employees up to [" ws-ckl-last-code
                       "] do not agree with the checkpoint totals "
                       "(employees [" ws-ckp-employees "] against ["
                       ws-ckl-employees "], net [" ws-run-net-total
                       "] against [" ws-ckl-net-total "]). The "
                       "restart was STOPPED before writing anything. "
                       "***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Take-Checkpoint.
           IF sw-PayslipFile-open-Y
              CLOSE PayslipFile
              OPEN EXTEND PayslipFile
           END-IF

           IF sw-PayHist-open-Y
              CLOSE PayHist
              OPEN I-O PayHist
           END-IF

           IF sw-TpDed-open-Y
              CLOSE TpDed
              OPEN EXTEND TpDed
           END-IF

           IF sw-PfLedger-open-Y
              CLOSE PfLedger
              OPEN EXTEND PfLedger
           END-IF

           MOVE "C" TO ws-ckp-row-type
           PERFORM Write-Checkpoint-Row

           MOVE ZEROES TO ws-ckp-since.

       Write-Checkpoint-Row.
           OPEN EXTEND RunCkpt

           IF fs-RunCkpt NOT EQUAL "00" AND fs-RunCkpt NOT EQUAL "05"
              CLOSE RunCkpt
              DISPLAY "*** WARNING: the checkpoint file could not be "
                      "opened. This run cannot be restarted. ***"
              MOVE 'N' TO ws-ckp-active-sw
           ELSE
              MOVE ws-ckp-row-type     TO ckp-rec-type
              MOVE ws-pay-period       TO ckp-rec-period
              MOVE ws-jrn-run-type     TO ckp-rec-run-type
              MOVE ws-ckp-run-date     TO ckp-rec-run-date
              MOVE ws-ckp-run-time     TO ckp-rec-run-time

              IF ws-ckp-row-type EQUAL "S"
                 MOVE ZEROES TO ckp-rec-last-code
              ELSE
                 MOVE f-IdxFile-rec-cod-employee TO ckp-rec-last-code
              END-IF

              MOVE ws-ckp-employees    TO ckp-rec-employees
              MOVE ws-ckp-payslip-rows TO ckp-rec-payslip-rows
              MOVE ws-ckp-payhist-seq  TO ckp-rec-payhist-seq
              MOVE ws-ckp-payhist-rows TO ckp-rec-payhist-rows
              MOVE ws-ckp-tpded-rows   TO ckp-rec-tpded-rows
              MOVE ws-ckp-pfledger-rows
                TO ckp-rec-pfledger-rows
              MOVE ws-run-gross-total  TO ckp-rec-gross-total
              MOVE ws-run-net-total    TO ckp-rec-net-total
              MOVE ws-deposit-count    TO ckp-rec-deposit-count
              MOVE ws-deposit-total    TO ckp-rec-deposit-total
              MOVE ws-bonus-paid-total TO ckp-rec-bonus-total
              MOVE ws-PayslipFile-name TO ckp-rec-payslip-name

              WRITE ckp-rec

              CLOSE RunCkpt
           END-IF.

       Read-Next-Employee.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE

                IF sw-ckp-replay-Y
                   PERFORM Verify-Replay-Point
                END-IF

             NOT AT END
                IF  sw-ckp-replay-Y
                AND f-IdxFile-rec-cod-employee GREATER
                    ws-ckl-last-code
                    PERFORM Verify-Replay-Point
                END-IF

                IF sw-ckp-active-Y
                   ADD 1 TO ws-ckp-employees
                END-IF

                IF ws-held-queued-count GREATER ZEROES
                   PERFORM Name-Queued-Reissue
                   VARYING ws-held-sub FROM 1 BY 1
                     UNTIL ws-held-sub GREATER ws-held-queued-count
                END-IF

                IF sw-run-mode-supplement
                   IF sw-f-IdxFile-rec-status-active
                      PERFORM Compute-Supplemental-Pay
                        THRU Compute-Supplemental-Pay-Exit
                   END-IF
                ELSE
                IF sw-f-IdxFile-rec-status-active
                OR sw-f-IdxFile-rec-status-on-leave
                   PERFORM Compute-And-Display-Employee-Pay
                     THRU Compute-And-Display-Employee-Pay-End
                END-IF
                END-IF

                IF  sw-ckp-active-Y
                AND NOT sw-ckp-replay-Y
                    ADD 1 TO ws-ckp-since

                    IF ws-ckp-since NOT LESS ws-ckp-interval
                       PERFORM Take-Checkpoint
                    END-IF
                END-IF
           END-READ.

       Compute-And-Display-Employee-Pay.
           IF ws-final-tbl-count GREATER ZEROES
              MOVE f-IdxFile-rec-cod-employee TO ws-final-seek-code
              MOVE ZEROES TO ws-final-found-sub

              PERFORM Match-Final-Employee
              VARYING ws-final-sub FROM 1 BY 1
                UNTIL ws-final-sub GREATER ws-final-tbl-count
                   OR ws-final-found-sub GREATER ZEROES

              IF ws-final-found-sub GREATER ZEROES
                 DISPLAY "SKIPPED: [" f-IdxFile-rec-cod-employee
                         "] holds a FINAL settlement on the pay "
                         "history and is blocked from regular "
                         "runs."
                 GO TO Compute-And-Display-Employee-Pay-End
              END-IF
           END-IF

           PERFORM Find-Pay-Basis

           IF ws-basis-found-sub GREATER ZEROES
              PERFORM Compute-Hourly-Basic
           ELSE
              PERFORM Compute-Monthly-Split
           END-IF

           COMPUTE ws-rnd-raw = ws-basic * 0.20
           MOVE "PFDED"    TO ws-rnd-component
           PERFORM Round-One-Component
             THRU Round-One-Component-Exit
           MOVE ws-rnd-out TO ws-pf-ded

           PERFORM Compute-Overtime-Pay

           PERFORM Compute-Commission-Pay

           PERFORM Compute-Retro-Pay

           PERFORM Compute-Acting-Pay

           PERFORM Compute-Shift-Pay

           COMPUTE ws-gross-pay = ws-basic + ws-da + ws-hra + ws-mi
                                + ws-ot-pay + ws-comm-pay
                                + ws-retro-pay + ws-acting-pay
                                + ws-shift-pay

           IF ws-tax-tbl-count IS GREATER THAN ZEROES
              PERFORM Compute-Bracket-Income-Tax
                THRU Compute-Bracket-Income-Tax-Exit
           ELSE
              COMPUTE ws-it-ded ROUNDED = ws-basic * 0.10
           END-IF

           PERFORM Compute-Social-Security

           MOVE ZEROES TO ws-oth-ded
                          ws-tpd-tbl-count
                          ws-tp-ded-emp

           IF ws-garn-tbl-count GREATER ZEROES
              PERFORM Apply-Garnishments
                THRU Apply-Garnishments-Exit
           END-IF

           IF ws-claw-tbl-count GREATER ZEROES
              PERFORM Compute-Clawback-Recovery
                THRU Compute-Clawback-Recovery-Exit
           END-IF

           PERFORM Compute-Loan-Installment
             THRU Compute-Loan-Installment-Exit

           PERFORM Compute-Benefit-Deduction

           PERFORM Compute-Voluntary-Deductions

           COMPUTE ws-total-deduction =
                   ws-it-ded + ws-oth-ded + ws-pf-ded + ws-ss-ee-ded

           PERFORM Compute-Expense-Reimbursement

           COMPUTE ws-net-pay = ws-gross-pay - ws-total-deduction
                              + ws-exp-reimb

           ADD ws-gross-pay        TO ws-run-gross-total
           ADD ws-total-deduction  TO ws-run-ded-total
           ADD ws-net-pay          TO ws-run-net-total
           ADD ws-exp-reimb        TO ws-run-exp-total

           IF ws-ot-pay GREATER ZEROES
              DISPLAY "Overtime pay for [" f-IdxFile-rec-cod-employee
                      "]: [" ws-ot-pay "]."
           END-IF

           IF ws-shift-pay GREATER ZEROES
              DISPLAY "Shift differential for ["
                      f-IdxFile-rec-cod-employee "]: ["
                      ws-shift-pay "]."
           END-IF

           IF ws-ss-ee-ded GREATER ZEROES OR ws-ss-er-cost GREATER
              ZEROES
              DISPLAY "Social security for ["
                      f-IdxFile-rec-cod-employee "]: employee ["
                      ws-ss-ee-ded "] employer [" ws-ss-er-cost "]."
           END-IF

           IF ws-exp-reimb GREATER ZEROES
              DISPLAY "Expense reimbursement (non-taxable) for ["
                      f-IdxFile-rec-cod-employee "]: ["
                      ws-exp-reimb "]."
           END-IF

           DISPLAY SPACE
           DISPLAY "Employee : [" f-IdxFile-rec-cod-employee "] ["
                    f-IdxFile-rec-name-employee "]."
           DISPLAY "Basic: [" ws-basic     "] Da : [" ws-da      "] "
                   "Hra  : [" ws-hra       "] Mi : [" ws-mi      "]."
           DISPLAY "It Ded: [" ws-it-ded   "] Oth Ded: [" ws-oth-ded
                   "] Pf Ded: [" ws-pf-ded "]."
           DISPLAY "Gross Pay: [" ws-gross-pay "] Total Deduction: ["
                    ws-total-deduction "] Net Pay: [" ws-net-pay "]."

           IF sw-PayslipFile-open-Y
              PERFORM Write-Payslip-Record
           END-IF

           IF sw-PayHist-open-Y
              PERFORM Write-Pay-History-Record
           END-IF

           IF sw-TpDed-open-Y
              PERFORM Write-Third-Party-Lines
           END-IF

           IF sw-PfLedger-open-Y
              PERFORM Post-Pf-Contribution
           END-IF

           IF sw-run-mode-trial
              PERFORM Post-Trial-Compare
           END-IF

           PERFORM Post-Bank-Deposit.
       Compute-And-Display-Employee-Pay-End.
           EXIT.

       Compute-Monthly-Split.
           COMPUTE ws-rnd-raw = f-IdxFile-rec-salary-employee
           MOVE "BASIC"    TO ws-rnd-component
           PERFORM Round-One-Component
             THRU Round-One-Component-Exit
           MOVE ws-rnd-out TO ws-basic

           PERFORM Compute-Leave-Dock

           COMPUTE ws-rnd-raw = ws-basic * 0.20
           MOVE "DA"       TO ws-rnd-component
           PERFORM Round-One-Component
             THRU Round-One-Component-Exit
           MOVE ws-rnd-out TO ws-da

           COMPUTE ws-rnd-raw = ws-basic * 0.10
           MOVE "HRA"      TO ws-rnd-component
           PERFORM Round-One-Component
             THRU Round-One-Component-Exit
           MOVE ws-rnd-out TO ws-hra

           COMPUTE ws-rnd-raw = ws-basic * 0.05
           MOVE "MI"       TO ws-rnd-component
           PERFORM Round-One-Component
             THRU Round-One-Component-Exit
           MOVE ws-rnd-out TO ws-mi.

       Compute-Hourly-Basic.
           COMPUTE ws-rnd-raw = ws-bs-hourly-rate (ws-basis-found-sub)
                              * ws-bs-hours       (ws-basis-found-sub)
           MOVE "BASIC"    TO ws-rnd-component
           PERFORM Round-One-Component
             THRU Round-One-Component-Exit
           MOVE ws-rnd-out TO ws-basic

           MOVE ZEROES TO ws-da
                          ws-hra
                          ws-mi

           ADD 1 TO ws-basis-paid-count
           ADD ws-bs-hours (ws-basis-found-sub)
             TO ws-basis-paid-hours

           DISPLAY "Hourly pay for [" f-IdxFile-rec-cod-employee
                   "]: [" ws-bs-hours (ws-basis-found-sub)
                   "] approved hours at ["
                   ws-bs-hourly-rate (ws-basis-found-sub) "] = ["
                   ws-basic "]."

           IF ws-bs-hours (ws-basis-found-sub) EQUAL ZEROES
              DISPLAY "*** WARNING: hourly employee ["
                      f-IdxFile-rec-cod-employee "] has no approved "
                      "hours this period. ***"
           END-IF.

       Write-Payslip-Record.
           MOVE f-IdxFile-rec-cod-employee  TO ws-payslip-code
           MOVE f-IdxFile-rec-name-employee TO ws-payslip-name
           MOVE ws-basic                    TO ws-payslip-basic
           MOVE ws-net-pay                  TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           MOVE ws-fmtmny-formatted         TO ws-payslip-net
           MOVE ws-shift-pay                TO ws-payslip-shift
           MOVE ws-ss-ee-ded                TO ws-payslip-ss-ee
           MOVE ws-exp-reimb                TO ws-payslip-exp-reimb

           IF NOT sw-ckp-replay-Y
              WRITE payslip-rec FROM ws-payslip-line
              ADD 1 TO ws-ckp-payslip-rows
           END-IF.

       Load-Expense-Claims.
           MOVE ZEROES TO ws-exp-tbl-count
                          ws-exp-paid-lines
                          ws-exp-paid-total
           MOVE 'N'    TO ws-eof-ExpClaim
                          ws-exp-overflow-sw

           OPEN INPUT ExpClaim

           IF fs-ExpClaim NOT EQUAL "00"
              CLOSE ExpClaim
              GO TO Load-Expense-Claims-Exit
           END-IF

           PERFORM Read-One-Expense-Claim
             UNTIL sw-eof-ExpClaim-Y

           CLOSE ExpClaim

           IF sw-exp-overflow-Y
              DISPLAY "*** WARNING: the expense claim file holds "
                      "more than [1000] lines. No claims are "
                      "reimbursed this run: archive the paid claims "
                      "first. ***"
              MOVE ZEROES TO ws-exp-tbl-count
           END-IF.
       Load-Expense-Claims-Exit.
           EXIT.

       Read-One-Expense-Claim.
           READ ExpClaim RECORD
             AT END
                SET sw-eof-ExpClaim-Y TO TRUE

            NOT AT END
                IF ws-exp-tbl-count LESS 1000
                   ADD 1 TO ws-exp-tbl-count
                   MOVE expclaim-rec
                     TO ws-exp-record (ws-exp-tbl-count)
                ELSE
                   SET sw-exp-overflow-Y TO TRUE
                   SET sw-eof-ExpClaim-Y TO TRUE
                END-IF
           END-READ.

       Compute-Expense-Reimbursement.
           MOVE ZEROES TO ws-exp-reimb

           PERFORM Pay-One-Expense-Line
           VARYING ws-exp-sub FROM 1 BY 1
             UNTIL ws-exp-sub GREATER ws-exp-tbl-count.

       Pay-One-Expense-Line.
           MOVE ws-exp-record (ws-exp-sub) TO ws-expense-work

           IF  ws-ew-code EQUAL f-IdxFile-rec-cod-employee
           AND ws-ew-status EQUAL "A"
               ADD ws-ew-amount TO ws-exp-reimb
                                   ws-exp-paid-total
               ADD 1 TO ws-exp-paid-lines

               MOVE "D"           TO ws-ew-status
               MOVE ws-pay-period TO ws-ew-period-paid
               MOVE ws-expense-work TO ws-exp-record (ws-exp-sub)
           END-IF.

       Rewrite-Expense-Claims.
           OPEN OUTPUT ExpClaim

           IF fs-ExpClaim EQUAL "00" OR fs-ExpClaim EQUAL "05"
              PERFORM Write-One-Expense-Claim
              VARYING ws-exp-sub FROM 1 BY 1
                UNTIL ws-exp-sub GREATER ws-exp-tbl-count

              CLOSE ExpClaim
           ELSE
              CLOSE ExpClaim
              DISPLAY "*** WARNING: the expense claim file could "
                      "not be rewritten. The reimbursed lines were "
                      "NOT marked paid: mark them by hand before "
                      "the next run. ***"
           END-IF.

       Write-One-Expense-Claim.
           MOVE ws-exp-record (ws-exp-sub) TO expclaim-rec
           WRITE expclaim-rec.

       Load-Loan-Ledger.
           MOVE ZEROES TO ws-loan-tbl-count
       Compute-Deduction-Headroom.
           COMPUTE ws-ded-headroom =
                   ws-gross-pay - ws-it-ded - ws-pf-ded
                 - ws-ss-ee-ded - ws-oth-ded - ws-garn-floor

           IF ws-ded-headroom LESS ZEROES
              MOVE ZEROES TO ws-ded-headroom

           COMPUTE ws-ot-hourly-rate ROUNDED = ws-basic / 240

           IF ws-basis-found-sub GREATER ZEROES
              MOVE ws-bs-hourly-rate (ws-basis-found-sub)
                TO ws-ot-hourly-rate
           END-IF

           PERFORM Price-One-Overtime-Entry
             THRU Price-One-Overtime-Entry-Exit
           VARYING ws-ot-sub FROM 1 BY 1
           MOVE ZEROES TO ws-bank-tbl-count
                          ws-deposit-count
                          ws-deposit-total
                          ws-held-count
                          ws-held-total
           MOVE 'N'    TO ws-eof-EmpBank

           PERFORM Load-Reissue-Queue
             THRU Load-Reissue-Queue-Exit

           OPEN INPUT EmpBank

           IF fs-EmpBank NOT EQUAL "00"
                SET sw-eof-EmpBank-Y TO TRUE

            NOT AT END
                MOVE ZEROES TO ws-bank-found-sub

                PERFORM Match-Bank-Row-Code
                VARYING ws-bank-sub FROM 1 BY 1
                  UNTIL ws-bank-sub GREATER ws-bank-tbl-count
                     OR ws-bank-found-sub GREATER ZEROES

                IF  ws-bank-found-sub EQUAL ZEROES
                AND ws-bank-tbl-count LESS 500
                    ADD 1 TO ws-bank-tbl-count
                    MOVE ws-bank-tbl-count TO ws-bank-found-sub
                END-IF

                IF ws-bank-found-sub GREATER ZEROES
                   MOVE empbank-rec-code
                     TO ws-bank-code    (ws-bank-found-sub)
                   MOVE empbank-rec-bank
                     TO ws-bank-bank    (ws-bank-found-sub)
                   MOVE empbank-rec-branch
                     TO ws-bank-branch  (ws-bank-found-sub)
                   MOVE empbank-rec-account
                     TO ws-bank-account (ws-bank-found-sub)
                   MOVE empbank-rec-currency
                     TO ws-bank-currency (ws-bank-found-sub)
                   MOVE empbank-rec-prenote
                     TO ws-bank-prenote (ws-bank-found-sub)
                ELSE
                   DISPLAY "*** WARNING: the bank account table is "
                           "full at [500] accounts. Remaining "
                END-IF
           END-READ.

       Match-Bank-Row-Code.
           IF ws-bank-code (ws-bank-sub) EQUAL empbank-rec-code
              MOVE ws-bank-sub TO ws-bank-found-sub
           END-IF.

       Post-Bank-Deposit.
           MOVE ZEROES TO ws-bank-found-sub

             UNTIL ws-bank-sub GREATER ws-bank-tbl-count
                OR ws-bank-found-sub GREATER ZEROES

           IF  ws-bank-found-sub GREATER ZEROES
           AND NOT sw-bank-prenote-verified (ws-bank-found-sub)
               IF ws-bank-prenote (ws-bank-found-sub) EQUAL "R"
                  MOVE "ACCOUNT REJECTED"   TO ws-held-reason-work
               ELSE
                  MOVE "ACCOUNT UNVERIFIED" TO ws-held-reason-work
               END-IF
               PERFORM Hold-Cheque-Payment
               MOVE ZEROES TO ws-bank-found-sub
           ELSE
           IF  ws-bank-found-sub EQUAL ZEROES
           AND ws-bank-tbl-count GREATER ZEROES
               MOVE "NO BANK ACCOUNT" TO ws-held-reason-work
               PERFORM Hold-Cheque-Payment
           END-IF
           END-IF

           IF  ws-bank-found-sub GREATER ZEROES
           AND ws-deposit-count LESS 500
               ADD 1 TO ws-deposit-count
               ADD ws-net-pay TO ws-deposit-total
           END-IF.

       Hold-Cheque-Payment.
           IF  ws-net-pay GREATER ZEROES
           AND ws-held-count LESS 500
               ADD 1 TO ws-held-count
               MOVE f-IdxFile-rec-cod-employee
                 TO ws-held-code   (ws-held-count)
               MOVE f-IdxFile-rec-name-employee
                 TO ws-held-name   (ws-held-count)
               MOVE ws-pay-period
                 TO ws-held-period (ws-held-count)
               MOVE ws-net-pay
                 TO ws-held-net    (ws-held-count)
               MOVE ws-held-reason-work
                 TO ws-held-reason (ws-held-count)
               MOVE "R"
                 TO ws-held-source (ws-held-count)
               MOVE "N"
                 TO ws-held-issued (ws-held-count)

               ADD ws-net-pay TO ws-held-total

               DISPLAY "Net [" ws-net-pay "] of ["
                       f-IdxFile-rec-cod-employee "] is paid by "
                       "cheque, not the bank file: ["
                       ws-held-reason-work "]."
           END-IF.

       Load-Reissue-Queue.
           MOVE ZEROES TO ws-held-queued-count
           MOVE 'N'    TO ws-eof-ReissueQ

           OPEN INPUT ReissueQ

           IF fs-ReissueQ NOT EQUAL "00"
              CLOSE ReissueQ
              GO TO Load-Reissue-Queue-Exit
           END-IF

           PERFORM Read-One-Reissue
             UNTIL sw-eof-ReissueQ-Y

           CLOSE ReissueQ

           IF ws-held-queued-count GREATER ZEROES
              DISPLAY "Reissues waiting on [" ws-ReissueQ-name
                      "] for cheque payment: ["
                      ws-held-queued-count "]."
           END-IF.
       Load-Reissue-Queue-Exit.
           EXIT.

       Read-One-Reissue.
           READ ReissueQ RECORD
             AT END
                SET sw-eof-ReissueQ-Y TO TRUE

            NOT AT END
                IF ws-held-count LESS 500
                   ADD 1 TO ws-held-count
                   ADD 1 TO ws-held-queued-count
                   MOVE reissue-rec-code
                     TO ws-held-code   (ws-held-count)
                   MOVE SPACES
                     TO ws-held-name   (ws-held-count)
                   MOVE reissue-rec-period
                     TO ws-held-period (ws-held-count)
                   MOVE reissue-rec-net
                     TO ws-held-net    (ws-held-count)
                   MOVE reissue-rec-reason
                     TO ws-held-reason (ws-held-count)
                   MOVE "Q"
                     TO ws-held-source (ws-held-count)
                   MOVE "N"
                     TO ws-held-issued (ws-held-count)
                   ADD reissue-rec-net TO ws-held-total
                ELSE
                   DISPLAY "*** WARNING: the reissue queue holds "
                           "more than [500] items. The rest wait "
                           "for the next run. ***"
                   SET sw-eof-ReissueQ-Y TO TRUE
                END-IF
           END-READ.

       Name-Queued-Reissue.
           IF  ws-held-code (ws-held-sub) EQUAL
               f-IdxFile-rec-cod-employee
           AND sw-held-source-queue (ws-held-sub)
               MOVE f-IdxFile-rec-name-employee
                 TO ws-held-name (ws-held-sub)
           END-IF.

       Issue-Cheque-Payments.
           ACCEPT ws-chq-date FROM DATE YYYYMMDD

           MOVE ZEROES TO ws-chq-issued-count
                          ws-chq-issued-total
                          ws-chq-kept-count
           MOVE 1      TO ws-chq-next-number
           MOVE 180    TO ws-chq-stale-days

           OPEN INPUT ChqCtl

           IF fs-ChqCtl EQUAL "00"
              READ ChqCtl RECORD
                  NOT AT END
                      MOVE chqctl-rec-next-number
                        TO ws-chq-next-number
                      MOVE chqctl-rec-stale-days
                        TO ws-chq-stale-days
              END-READ
           END-IF

           CLOSE ChqCtl

           OPEN EXTEND ChqReg

           IF fs-ChqReg NOT EQUAL "00" AND fs-ChqReg NOT EQUAL "05"
              CLOSE ChqReg
              DISPLAY "*** WARNING: the cheque register could not be "
                      "opened. No cheques were issued. ***"
              PERFORM Write-Held-Deposits
              GO TO Issue-Cheque-Payments-Exit
           END-IF

           OPEN OUTPUT ChqPrint

           IF fs-ChqPrint NOT EQUAL "00" AND fs-ChqPrint NOT EQUAL
              "05"
              CLOSE ChqReg
                    ChqPrint
              DISPLAY "*** WARNING: the cheque print file could not "
                      "be opened. No cheques were issued. ***"
              PERFORM Write-Held-Deposits
              GO TO Issue-Cheque-Payments-Exit
           END-IF

           PERFORM Issue-One-Cheque
           VARYING ws-held-sub FROM 1 BY 1
             UNTIL ws-held-sub GREATER ws-held-count

           CLOSE ChqReg
                 ChqPrint

           OPEN OUTPUT ChqCtl
           MOVE ws-chq-next-number TO chqctl-rec-next-number
           MOVE ws-chq-stale-days  TO chqctl-rec-stale-days
           WRITE chqctl-rec
           CLOSE ChqCtl

           IF ws-held-queued-count GREATER ZEROES
              OPEN OUTPUT ReissueQ

              PERFORM Keep-One-Unissued-Reissue
              VARYING ws-held-sub FROM 1 BY 1
                UNTIL ws-held-sub GREATER ws-held-count

              CLOSE ReissueQ
           END-IF

           DISPLAY "Cheques issued: [" ws-chq-issued-count
                   "] totalling [" ws-chq-issued-total "], printed "
                   "to [" ws-ChqPrint-name "] and entered on the "
                   "register [" ws-ChqReg-name "]."

           IF ws-chq-kept-count GREATER ZEROES
              DISPLAY "*** Reissues left on the queue, payee not on "
                      "the master: [" ws-chq-kept-count "]. ***"
           END-IF.
       Issue-Cheque-Payments-Exit.
           EXIT.

       Issue-One-Cheque.
           IF ws-held-name (ws-held-sub) EQUAL SPACES
              ADD 1 TO ws-chq-kept-count
           ELSE
              MOVE ws-chq-next-number TO chqreg-rec-number
              MOVE ws-chq-date        TO chqreg-rec-issue-date
                                         chqreg-rec-status-date
              MOVE ws-held-code   (ws-held-sub) TO chqreg-rec-code
              MOVE ws-held-name   (ws-held-sub) TO chqreg-rec-payee
              MOVE ws-held-period (ws-held-sub) TO chqreg-rec-period
              MOVE ws-held-net    (ws-held-sub) TO chqreg-rec-amount
              MOVE ws-held-reason (ws-held-sub) TO chqreg-rec-reason
              MOVE ZEROES             TO chqreg-rec-replaces
              SET sw-chqreg-rec-issued     TO TRUE
              SET sw-chqreg-rec-pospay-due TO TRUE

              WRITE chqreg-rec

              PERFORM Print-One-Cheque

              MOVE "Y" TO ws-held-issued (ws-held-sub)
              ADD 1 TO ws-chq-next-number
              ADD 1 TO ws-chq-issued-count
              ADD ws-held-net (ws-held-sub) TO ws-chq-issued-total
           END-IF.

       Print-One-Cheque.
           MOVE ALL "-" TO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE SPACES TO ws-chq-line
           STRING "CHEQUE No. [" chqreg-rec-number "]       Date ["
                  chqreg-rec-issue-date "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE SPACES TO ws-chq-line
           STRING "Pay to the order of: [" chqreg-rec-payee "] ["
                  chqreg-rec-code "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE chqreg-rec-amount TO ws-chq-ed-amount
           MOVE SPACES TO ws-chq-line
           STRING "The sum of         : [" ws-chq-ed-amount
                  "]  Pay period [" chqreg-rec-period "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE SPACES TO ws-chq-line
           STRING "Reference          : [" chqreg-rec-reason "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line.

       Keep-One-Unissued-Reissue.
           IF  sw-held-source-queue (ws-held-sub)
           AND NOT sw-held-issued-Y (ws-held-sub)
               MOVE ws-held-code   (ws-held-sub) TO reissue-rec-code
               MOVE ws-held-period (ws-held-sub) TO reissue-rec-period
               MOVE ws-held-net    (ws-held-sub) TO reissue-rec-net
               MOVE ws-held-reason (ws-held-sub) TO reissue-rec-reason
               WRITE reissue-rec
           END-IF.

       Write-Held-Deposits.
           OPEN EXTEND ReissueQ

           IF fs-ReissueQ NOT EQUAL "00" AND fs-ReissueQ NOT EQUAL
              "05"
              CLOSE ReissueQ
              DISPLAY "*** WARNING: the reissue queue could not be "
                      "opened. Pay the [" ws-held-count "] held "
                      "deposits by hand. ***"
           ELSE
              PERFORM Write-One-Held-Deposit
              VARYING ws-held-sub FROM 1 BY 1
                UNTIL ws-held-sub GREATER ws-held-count

              CLOSE ReissueQ

              DISPLAY "The cheque payments of this run were queued "
                      "on [" ws-ReissueQ-name "] for the next "
                      "run."
           END-IF.

       Write-One-Held-Deposit.
           IF NOT sw-held-source-queue (ws-held-sub)
              MOVE ws-held-code   (ws-held-sub) TO reissue-rec-code
              MOVE ws-held-period (ws-held-sub) TO reissue-rec-period
              MOVE ws-held-net    (ws-held-sub) TO reissue-rec-net
              MOVE ws-held-reason (ws-held-sub) TO reissue-rec-reason

              WRITE reissue-rec
           END-IF.

       Convert-Deposit-Currency.
           IF ws-dep-currency (ws-deposit-count) EQUAL SPACES
              MOVE ws-net-pay TO ws-dep-paid (ws-deposit-count)
           VARYING ws-comm-sub FROM 1 BY 1
             UNTIL ws-comm-sub GREATER ws-comm-tbl-count

           IF ws-comm-pay GREATER ZEROES
              ADD ws-comm-pay TO ws-comm-paid-total

              DISPLAY "Commission earnings for ["
                      f-IdxFile-rec-cod-employee "]: ["
                      ws-comm-pay "]."
           END-IF.

       Match-Commission-Entry.
           IF ws-comm-code (ws-comm-sub) EQUAL
              f-IdxFile-rec-cod-employee
              ADD ws-comm-amount (ws-comm-sub) TO ws-comm-pay

              IF ws-comm-tier (ws-comm-sub) GREATER ZEROES
                 DISPLAY "  Commission tier ["
                         ws-comm-tier (ws-comm-sub) "] pays ["
                         ws-comm-amount (ws-comm-sub) "]."
              END-IF
           END-IF.

       Clear-Commission-Feed.
           OPEN OUTPUT CommFeed
           CLOSE CommFeed

           DISPLAY "The commission feed was consumed and cleared.".

       Load-Retro-Feed.
           MOVE ZEROES TO ws-retro-tbl-count
                          ws-retro-paid-total
           MOVE 'N'    TO ws-eof-RetroFeed

           OPEN INPUT RetroFeed

           IF fs-RetroFeed NOT EQUAL "00"
              CLOSE RetroFeed
              GO TO Load-Retro-Feed-Exit
           END-IF

           PERFORM Read-One-Retro-Entry
             UNTIL sw-eof-RetroFeed-Y

           CLOSE RetroFeed

           IF ws-retro-tbl-count GREATER ZEROES
              DISPLAY "Retroactive arrears feed loaded with ["
                      ws-retro-tbl-count "] entries."
           END-IF.
       Load-Retro-Feed-Exit.
           EXIT.

       Read-One-Retro-Entry.
           READ RetroFeed RECORD
             AT END
                SET sw-eof-RetroFeed-Y TO TRUE

            NOT AT END
                IF ws-retro-tbl-count LESS 500
                   ADD 1 TO ws-retro-tbl-count
                   MOVE retrofeed-rec-code
                     TO ws-retro-code   (ws-retro-tbl-count)
                   MOVE retrofeed-rec-amount
                     TO ws-retro-amount (ws-retro-tbl-count)
                END-IF
           END-READ.

       Compute-Retro-Pay.
           MOVE ZEROES TO ws-retro-pay
                          ws-retro-found-sub

           PERFORM Match-Retro-Entry
           VARYING ws-retro-sub FROM 1 BY 1
             UNTIL ws-retro-sub GREATER ws-retro-tbl-count
                OR ws-retro-found-sub GREATER ZEROES

           IF ws-retro-found-sub GREATER ZEROES
              MOVE ws-retro-amount (ws-retro-found-sub)
                TO ws-retro-pay
              ADD ws-retro-pay TO ws-retro-paid-total

              DISPLAY "RETRO ARREARS line for ["
                      f-IdxFile-rec-cod-employee "]: ["
                      ws-retro-pay "]."
           END-IF.

       Match-Retro-Entry.
           IF ws-retro-code (ws-retro-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-retro-sub TO ws-retro-found-sub
           END-IF.

       Load-Acting-Assignments.
           MOVE ZEROES TO ws-actg-tbl-count
                          ws-actg-overdue-count
                          ws-acting-paid-total
           MOVE 'N'    TO ws-eof-ActgFile
                          ws-actg-overflow-sw

           COMPUTE ws-actg-period-start = ws-pay-period * 100 + 1

           IF ws-actg-period-mm EQUAL 12
              COMPUTE ws-actg-next-month =
                      (ws-actg-period-year + 1) * 10000 + 101
           ELSE
              COMPUTE ws-actg-next-month = ws-actg-period-start + 100
           END-IF

           COMPUTE ws-actg-month-days =
                   FUNCTION INTEGER-OF-DATE(ws-actg-next-month)
                 - FUNCTION INTEGER-OF-DATE(ws-actg-period-start)
           COMPUTE ws-actg-period-end =
                   ws-actg-period-start + ws-actg-month-days - 1

           OPEN INPUT ActgFile

           IF fs-ActgFile NOT EQUAL "00"
              CLOSE ActgFile
              GO TO Load-Acting-Assignments-Exit
           END-IF

           PERFORM Read-One-Acting-Assignment
             UNTIL sw-eof-ActgFile-Y

           CLOSE ActgFile

           IF sw-actg-overflow-Y
              DISPLAY "*** More than [500] acting assignments fall "
                      "in this period. Only the first [500] are "
                      "paid: raise the table before re-running. ***"
           END-IF

           IF ws-actg-tbl-count GREATER ZEROES
              DISPLAY "Acting assignments in force this period: ["
                      ws-actg-tbl-count "]."
           END-IF

           IF ws-actg-overdue-count GREATER ZEROES
              DISPLAY "*** WARNING: [" ws-actg-overdue-count "] "
                      "acting assignments are past their end date "
                      "and were not renewed. They are no longer "
                      "paid. ***"
           END-IF.
       Load-Acting-Assignments-Exit.
           EXIT.

       Read-One-Acting-Assignment.
           READ ActgFile RECORD
             AT END
                SET sw-eof-ActgFile-Y TO TRUE

            NOT AT END
                IF  sw-actg-rec-active
                AND actg-rec-end-date LESS ws-actg-period-start
                    PERFORM Raise-Acting-Overdue-Alert
                      THRU Raise-Acting-Overdue-Alert-Exit
                END-IF

                IF  actg-rec-start-date NOT GREATER
                    ws-actg-period-end
                AND actg-rec-end-date NOT LESS
                    ws-actg-period-start
                    IF ws-actg-tbl-count LESS 500
                       ADD 1 TO ws-actg-tbl-count
                       MOVE actg-rec-code
                         TO ws-ag-code       (ws-actg-tbl-count)
                       MOVE actg-rec-seq
                         TO ws-ag-seq        (ws-actg-tbl-count)
                       MOVE actg-rec-cod-cat
                         TO ws-ag-cod-cat    (ws-actg-tbl-count)
                       MOVE actg-rec-start-date
                         TO ws-ag-start-date (ws-actg-tbl-count)
                       MOVE actg-rec-end-date
                         TO ws-ag-end-date   (ws-actg-tbl-count)
                       MOVE actg-rec-allowance
                         TO ws-ag-allowance  (ws-actg-tbl-count)
                    ELSE
                       SET sw-actg-overflow-Y TO TRUE
                    END-IF
                END-IF
           END-READ.

       Raise-Acting-Overdue-Alert.
           ADD 1 TO ws-actg-overdue-count

           DISPLAY "*** Acting assignment [" actg-rec-code "/"
                   actg-rec-seq "] ended on [" actg-rec-end-date
                   "] and was not renewed. ***"

           IF sw-run-mode-trial
              GO TO Raise-Acting-Overdue-Alert-Exit
           END-IF

           MOVE "W"           TO ws-alertlog-severity
           MOVE actg-rec-code TO ws-alertlog-key
           MOVE SPACES        TO ws-alertlog-message

           STRING "ACTING CATEGORY "   DELIMITED BY SIZE
                  actg-rec-cod-cat     DELIMITED BY SIZE
                  " ENDED "            DELIMITED BY SIZE
                  actg-rec-end-date    DELIMITED BY SIZE
                  ", NOT RENEWED"      DELIMITED BY SIZE
             INTO ws-alertlog-message

           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.
       Raise-Acting-Overdue-Alert-Exit.
           EXIT.

       Load-Shift-Roster.
           MOVE ZEROES TO ws-shift-tbl-count
                          ws-sr-tbl-count
                          ws-sr-worked-hours
                          ws-shift-paid-total
           MOVE 'N'    TO ws-eof-ShiftTbl
                          ws-eof-RosterFile
                          ws-eof-TimeFile
                          ws-sr-overflow-sw

           OPEN INPUT ShiftTbl

           IF fs-ShiftTbl NOT EQUAL "00"
              CLOSE ShiftTbl
              GO TO Load-Shift-Roster-Exit
           END-IF

           PERFORM Read-One-Shift-Row
             UNTIL sw-eof-ShiftTbl-Y

           CLOSE ShiftTbl

           OPEN INPUT RosterFile

           IF fs-RosterFile NOT EQUAL "00"
              CLOSE RosterFile
              GO TO Load-Shift-Roster-Exit
           END-IF

           PERFORM Read-One-Roster-Row
             UNTIL sw-eof-RosterFile-Y

           CLOSE RosterFile

           IF sw-sr-overflow-Y
              DISPLAY "*** More than [5000] differential shifts are "
                      "rostered this period. Only the first [5000] "
                      "are paid: raise the table before "
                      "re-running. ***"
           END-IF

           IF ws-sr-tbl-count EQUAL ZEROES
              GO TO Load-Shift-Roster-Exit
           END-IF

           OPEN INPUT TimeFile

           IF fs-TimeFile NOT EQUAL "00"
              CLOSE TimeFile
              DISPLAY "No timesheet file was found. No shift "
                      "differential will be paid."
              GO TO Load-Shift-Roster-Exit
           END-IF

           PERFORM Read-One-Shift-Timesheet
             UNTIL sw-eof-TimeFile-Y

           CLOSE TimeFile

           DISPLAY "Differential shifts rostered this period: ["
                   ws-sr-tbl-count "], hours worked on them: ["
                   ws-sr-worked-hours "].".
       Load-Shift-Roster-Exit.
           EXIT.

       Read-One-Shift-Row.
           READ ShiftTbl RECORD
             AT END
                SET sw-eof-ShiftTbl-Y TO TRUE

            NOT AT END
                IF ws-shift-tbl-count LESS 20
                   ADD 1 TO ws-shift-tbl-count
                   MOVE shift-rec-code
                     TO ws-sh-code     (ws-shift-tbl-count)
                   MOVE shift-rec-diff-pct
                     TO ws-sh-diff-pct (ws-shift-tbl-count)
                ELSE
                   SET sw-eof-ShiftTbl-Y TO TRUE
                END-IF
           END-READ.

       Read-One-Roster-Row.
           READ RosterFile RECORD
             AT END
                SET sw-eof-RosterFile-Y TO TRUE

            NOT AT END
                IF roster-rec-work-period EQUAL ws-pay-period
                   PERFORM Find-Roster-Shift

                   IF  ws-shift-found-sub GREATER ZEROES
                   AND ws-sh-diff-pct (ws-shift-found-sub)
                       GREATER ZEROES
                       IF ws-sr-tbl-count LESS 5000
                          ADD 1 TO ws-sr-tbl-count
                          MOVE roster-rec-code
                            TO ws-sr-code      (ws-sr-tbl-count)
                          MOVE roster-rec-work-date
                            TO ws-sr-work-date (ws-sr-tbl-count)
                          MOVE ws-sh-diff-pct  (ws-shift-found-sub)
                            TO ws-sr-diff-pct  (ws-sr-tbl-count)
                          MOVE ZEROES
                            TO ws-sr-hours     (ws-sr-tbl-count)
                       ELSE
                          SET sw-sr-overflow-Y TO TRUE
                       END-IF
                   END-IF
                END-IF
           END-READ.

       Find-Roster-Shift.
           MOVE ZEROES TO ws-shift-found-sub

           PERFORM Match-Roster-Shift
           VARYING ws-shift-sub FROM 1 BY 1
             UNTIL ws-shift-sub GREATER ws-shift-tbl-count
                OR ws-shift-found-sub GREATER ZEROES.

       Match-Roster-Shift.
           IF ws-sh-code (ws-shift-sub) EQUAL roster-rec-shift
              MOVE ws-shift-sub TO ws-shift-found-sub
           END-IF.

       Read-One-Shift-Timesheet.
           READ TimeFile RECORD
             AT END
                SET sw-eof-TimeFile-Y TO TRUE

            NOT AT END
                IF  time-rec-period EQUAL ws-pay-period
                AND sw-time-rec-approved
                AND time-rec-work-date GREATER ZEROES
                    PERFORM Find-Shift-Roster-Entry

                    IF ws-sr-found-sub GREATER ZEROES
                       ADD time-rec-regular-hours
                           time-rec-overtime-hours
                         TO ws-sr-hours (ws-sr-found-sub)
                            ws-sr-worked-hours
                    END-IF
                END-IF
           END-READ.

       Find-Shift-Roster-Entry.
           MOVE ZEROES TO ws-sr-found-sub

           PERFORM Match-Shift-Roster-Entry
           VARYING ws-sr-sub FROM 1 BY 1
             UNTIL ws-sr-sub GREATER ws-sr-tbl-count
                OR ws-sr-found-sub GREATER ZEROES.

       Match-Shift-Roster-Entry.
           IF  ws-sr-code (ws-sr-sub) EQUAL time-rec-code
           AND ws-sr-work-date (ws-sr-sub) EQUAL time-rec-work-date
               MOVE ws-sr-sub TO ws-sr-found-sub
           END-IF.

       Load-Pay-Basis.
           MOVE ZEROES TO ws-basis-tbl-count
                          ws-basis-held-count
                          ws-basis-held-hours
                          ws-basis-paid-count
                          ws-basis-paid-hours
           MOVE 'N'    TO ws-eof-EmpBasis
                          ws-eof-TimeFile
                          ws-basis-overflow-sw

           OPEN INPUT EmpBasis

           IF fs-EmpBasis NOT EQUAL "00"
              CLOSE EmpBasis
              GO TO Load-Pay-Basis-Exit
           END-IF

           PERFORM Read-One-Pay-Basis
             UNTIL sw-eof-EmpBasis-Y

           CLOSE EmpBasis

           IF sw-basis-overflow-Y
              DISPLAY "*** More than [500] employees are paid by the "
                      "hour. The rest are paid monthly this run: "
                      "raise the table before re-running. ***"
           END-IF

           IF ws-basis-tbl-count EQUAL ZEROES
              GO TO Load-Pay-Basis-Exit
           END-IF

           OPEN INPUT TimeFile

           IF fs-TimeFile NOT EQUAL "00"
              CLOSE TimeFile
              DISPLAY "*** WARNING: no timesheet file was found. "
                      "Hourly employees have no hours to pay. ***"
              GO TO Load-Pay-Basis-Exit
           END-IF

           PERFORM Read-One-Hourly-Timesheet
             UNTIL sw-eof-TimeFile-Y

           CLOSE TimeFile

           DISPLAY "Hourly-paid employees this period: ["
                   ws-basis-tbl-count "]."

           IF ws-basis-held-count GREATER ZEROES
              DISPLAY "Hourly timesheets HELD awaiting approval: ["
                      ws-basis-held-count "] holding ["
                      ws-basis-held-hours "] regular hours."
           END-IF.
       Load-Pay-Basis-Exit.
           EXIT.

       Read-One-Pay-Basis.
           READ EmpBasis RECORD
             AT END
                SET sw-eof-EmpBasis-Y TO TRUE

            NOT AT END
                IF sw-empbasis-rec-hourly
                   IF ws-basis-tbl-count LESS 500
                      ADD 1 TO ws-basis-tbl-count
                      MOVE empbasis-rec-code
                        TO ws-bs-code        (ws-basis-tbl-count)
                      MOVE empbasis-rec-hourly-rate
                        TO ws-bs-hourly-rate (ws-basis-tbl-count)
                      MOVE ZEROES
                        TO ws-bs-hours       (ws-basis-tbl-count)
                   ELSE
                      SET sw-basis-overflow-Y TO TRUE
                   END-IF
                END-IF
           END-READ.

       Read-One-Hourly-Timesheet.
           READ TimeFile RECORD
             AT END
                SET sw-eof-TimeFile-Y TO TRUE

            NOT AT END
                IF  time-rec-period EQUAL ws-pay-period
                AND time-rec-regular-hours GREATER ZEROES
                    MOVE time-rec-code TO ws-basis-seek-code
                    PERFORM Find-Basis-Entry

                    IF ws-basis-found-sub GREATER ZEROES
                       IF sw-time-rec-approved
                          ADD time-rec-regular-hours
                            TO ws-bs-hours (ws-basis-found-sub)
                       ELSE
                          ADD 1 TO ws-basis-held-count
                          ADD time-rec-regular-hours
                            TO ws-basis-held-hours
                          DISPLAY "HELD: the unapproved timesheet "
                                  "of [" time-rec-code "] with ["
                                  time-rec-regular-hours "] "
                                  "regular hours is NOT paid this "
                                  "run."
                       END-IF
                    END-IF
                END-IF
           END-READ.

       Find-Pay-Basis.
           MOVE f-IdxFile-rec-cod-employee TO ws-basis-seek-code
           PERFORM Find-Basis-Entry.

       Find-Basis-Entry.
           MOVE ZEROES TO ws-basis-found-sub

           PERFORM Match-Basis-Entry
           VARYING ws-basis-sub FROM 1 BY 1
             UNTIL ws-basis-sub GREATER ws-basis-tbl-count
                OR ws-basis-found-sub GREATER ZEROES.

       Match-Basis-Entry.
           IF ws-bs-code (ws-basis-sub) EQUAL ws-basis-seek-code
              MOVE ws-basis-sub TO ws-basis-found-sub
           END-IF.

       Compute-Shift-Pay.
           MOVE ZEROES TO ws-shift-pay

           COMPUTE ws-shift-hourly-rate ROUNDED = ws-basic / 240

           IF ws-basis-found-sub GREATER ZEROES
              MOVE ws-bs-hourly-rate (ws-basis-found-sub)
                TO ws-shift-hourly-rate
           END-IF

           PERFORM Accrue-One-Shift-Day
           VARYING ws-sr-sub FROM 1 BY 1
             UNTIL ws-sr-sub GREATER ws-sr-tbl-count

           ADD ws-shift-pay TO ws-shift-paid-total.

       Accrue-One-Shift-Day.
           IF  ws-sr-code (ws-sr-sub) EQUAL f-IdxFile-rec-cod-employee
           AND ws-sr-hours (ws-sr-sub) GREATER ZEROES
               COMPUTE ws-shift-line-pay ROUNDED =
                       ws-sr-hours (ws-sr-sub) * ws-shift-hourly-rate
                     * ws-sr-diff-pct (ws-sr-sub) / 100
               ADD ws-shift-line-pay TO ws-shift-pay
           END-IF.

       Compute-Acting-Pay.
           MOVE ZEROES TO ws-acting-pay

           PERFORM Accrue-One-Acting-Assignment
           VARYING ws-actg-sub FROM 1 BY 1
             UNTIL ws-actg-sub GREATER ws-actg-tbl-count

           ADD ws-acting-pay TO ws-acting-paid-total.

       Accrue-One-Acting-Assignment.
           IF ws-ag-code (ws-actg-sub) EQUAL
              f-IdxFile-rec-cod-employee
              IF ws-ag-start-date (ws-actg-sub) GREATER
                 ws-actg-period-start
                 MOVE ws-ag-start-date (ws-actg-sub)
                   TO ws-actg-from-date
              ELSE
                 MOVE ws-actg-period-start TO ws-actg-from-date
              END-IF

              IF ws-ag-end-date (ws-actg-sub) LESS
                 ws-actg-period-end
                 MOVE ws-ag-end-date (ws-actg-sub)
                   TO ws-actg-to-date
              ELSE
                 MOVE ws-actg-period-end TO ws-actg-to-date
              END-IF

              COMPUTE ws-actg-days =
                      FUNCTION INTEGER-OF-DATE(ws-actg-to-date)
                    - FUNCTION INTEGER-OF-DATE(ws-actg-from-date) + 1

              COMPUTE ws-acting-line-pay ROUNDED =
                      ws-ag-allowance (ws-actg-sub) * ws-actg-days
                    / ws-actg-month-days

              ADD ws-acting-line-pay TO ws-acting-pay

              DISPLAY "ACTING ALLOWANCE line for ["
                      f-IdxFile-rec-cod-employee "] category ["
                      ws-ag-cod-cat (ws-actg-sub) "] for ["
                      ws-actg-days "] of [" ws-actg-month-days
                      "] days: [" ws-acting-line-pay "]."
           END-IF.

       Clear-Retro-Feed.
              GO TO Load-Previous-Register-Exit
           END-IF

           MOVE ws-trial-prev-period TO payhist-rec-period

           START PayHist KEY IS EQUAL TO payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PrevHist-Y TO TRUE
           END-START

           PERFORM Read-One-Previous-Row
             UNTIL sw-eof-PrevHist-Y

           EXIT.

       Read-One-Previous-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PrevHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-trial-prev-period
                   SET sw-eof-PrevHist-Y TO TRUE
                ELSE
                IF  sw-payhist-rec-run-regular
                AND ws-prev-tbl-count LESS 500
                    ADD 1 TO ws-prev-tbl-count
                    MOVE payhist-rec-code
                    MOVE 'N'
                      TO ws-prev-seen  (ws-prev-tbl-count)
                END-IF
                END-IF
           END-READ.

       Post-Trial-Compare.

           COMPUTE ws-claw-available =
                   ws-gross-pay - ws-it-ded - ws-pf-ded
                 - ws-ss-ee-ded - ws-oth-ded - ws-garn-floor

           IF ws-claw-available NOT GREATER ZEROES
              DISPLAY "COMMISSION CLAWBACK of ["
           MOVE ws-total-deduction          TO payhist-rec-deduction
           MOVE ws-net-pay                  TO payhist-rec-net
           MOVE "S"                         TO payhist-rec-run-type
           MOVE ws-ckp-payhist-seq          TO payhist-rec-run-seq

           IF NOT sw-ckp-replay-Y
              WRITE payhist-rec
                    INVALID KEY
                            DISPLAY "*** WARNING: the pay history "
                                    "row for [" payhist-rec-code
                                    "] is already on file and was "
                                    "not written. ***"
                    NOT INVALID KEY
                            ADD 1 TO ws-ckp-payhist-rows
              END-WRITE
           END-IF.

       Clear-Bonus-Feed.
           OPEN OUTPUT BonusFile
           IF ws-ben-found-sub GREATER ZEROES
              ADD ws-benp-emp-prem (ws-benp-found-sub)
                TO ws-ben-premium (ws-ben-found-sub)
              PERFORM Note-Benefit-Plan-Slot
           ELSE
           IF ws-ben-tbl-count LESS 500
              ADD 1 TO ws-ben-tbl-count
              MOVE ws-ben-tbl-count TO ws-ben-found-sub
              MOVE benenrol-rec-code
                TO ws-ben-code    (ws-ben-tbl-count)
              MOVE ws-benp-emp-prem (ws-benp-found-sub)
                TO ws-ben-premium (ws-ben-tbl-count)
              MOVE ZERO
                TO ws-ben-plan-count (ws-ben-tbl-count)
              PERFORM Note-Benefit-Plan-Slot
           ELSE
              DISPLAY "*** WARNING: the benefit premium table is "
                      "full at [500] employees. Remaining premiums "
       Post-One-Enrollment-Exit.
           EXIT.

       Note-Benefit-Plan-Slot.
           IF ws-ben-plan-count (ws-ben-found-sub) LESS 5
              ADD 1 TO ws-ben-plan-count (ws-ben-found-sub)
              MOVE ws-ben-plan-count (ws-ben-found-sub)
                TO ws-ben-plan-sub
              MOVE benenrol-rec-plan
                TO ws-ben-plan-code (ws-ben-found-sub ws-ben-plan-sub)
              MOVE ws-benp-emp-prem (ws-benp-found-sub)
                TO ws-ben-plan-prem (ws-ben-found-sub ws-ben-plan-sub)
           ELSE
              ADD ws-benp-emp-prem (ws-benp-found-sub)
                TO ws-ben-plan-prem (ws-ben-found-sub 5)
              DISPLAY "*** WARNING: [" benenrol-rec-code "] is in "
                      "more than [5] plans. The premium of ["
                      benenrol-rec-plan "] is remitted with plan ["
                      ws-ben-plan-code (ws-ben-found-sub 5) "]. ***"
           END-IF.

       Match-Benefit-Plan.
           IF ws-benp-plan (ws-benp-sub) EQUAL benenrol-rec-plan
              MOVE ws-benp-sub TO ws-benp-found-sub
           MOVE ws-pf-er-match             TO pfled-rec-er-match
           MOVE ws-pf-new-balance          TO pfled-rec-balance

           IF NOT sw-ckp-replay-Y
              WRITE pfled-rec
              ADD 1 TO ws-ckp-pfledger-rows
           END-IF

           ADD ws-pf-ded      TO ws-pf-emp-total
           ADD ws-pf-er-match TO ws-pf-match-total.
           ADD ws-vol-this-ded
             TO ws-vol-collected (ws-vol-sub)

           MOVE "V"                          TO ws-tpd-source
           MOVE ws-vol-ded-code (ws-vol-sub) TO ws-tpd-key
           MOVE ws-vol-this-ded              TO ws-tpd-amount
           PERFORM Note-Third-Party-Ded
             THRU Note-Third-Party-Ded-Exit

           DISPLAY "  Deduction [" ws-vol-ded-code (ws-vol-sub)
                   "] for [" f-IdxFile-rec-cod-employee "]: ["
                   ws-vol-this-ded "]."
                          ws-run-gross-total
                          ws-run-ded-total
                          ws-run-net-total
                          ws-run-exp-total
           MOVE 'N'    TO ws-eof-RndPolicy
                          ws-eof-RndResid

       Print-Penny-Balance.
           COMPUTE ws-run-balance-diff =
                   ws-run-gross-total - ws-run-ded-total
                 + ws-run-exp-total   - ws-run-net-total

           MOVE ZEROES TO ws-rnd-residue-total

                   ws-pay-period "]:"
           DISPLAY "Gross total      : [" ws-run-gross-total "]."
           DISPLAY "Deductions total : [" ws-run-ded-total "]."
           DISPLAY "Reimbursements   : [" ws-run-exp-total "]."
           DISPLAY "Net total        : [" ws-run-net-total "]."
           DISPLAY "Difference       : [" ws-run-balance-diff "]."

           END-IF

           IF ws-run-balance-diff EQUAL ZEROES
              DISPLAY "Net equals gross minus deductions plus "
                      "reimbursements to the penny across the "
                      "company."
           ELSE
              DISPLAY "*** The run does NOT balance to the penny: "
                      "investigate before releasing the bank "

           COMPUTE ws-garn-available =
                   ws-gross-pay - ws-it-ded - ws-pf-ded
                 - ws-ss-ee-ded - ws-oth-ded - ws-garn-floor

           IF ws-garn-available NOT GREATER ZEROES
              GO TO Apply-Garnishments-Exit
                 ADD ws-garn-wanted
                   TO ws-garn-withheld (ws-garn-sub)
                 SUBTRACT ws-garn-wanted FROM ws-garn-available

                 MOVE "G"                        TO ws-tpd-source
                 MOVE ws-garn-payee (ws-garn-sub) TO ws-tpd-key
                 MOVE ws-garn-wanted             TO ws-tpd-amount
                 PERFORM Note-Third-Party-Ded
                   THRU Note-Third-Party-Ded-Exit
              END-IF
           END-IF.

              IF ws-ben-ded GREATER ZEROES
                 ADD ws-ben-ded TO ws-oth-ded
                                  ws-ben-deducted-total

                 MOVE ws-ben-ded TO ws-ben-left

                 PERFORM Note-One-Benefit-Plan
                 VARYING ws-ben-plan-sub FROM 1 BY 1
                   UNTIL ws-ben-plan-sub GREATER
                         ws-ben-plan-count (ws-ben-found-sub)
                      OR ws-ben-left EQUAL ZEROES
              END-IF
           END-IF.

       Note-One-Benefit-Plan.
           IF ws-ben-plan-prem (ws-ben-found-sub ws-ben-plan-sub)
              LESS ws-ben-left
              MOVE ws-ben-plan-prem (ws-ben-found-sub ws-ben-plan-sub)
                TO ws-tpd-amount
           ELSE
              MOVE ws-ben-left TO ws-tpd-amount
           END-IF

           SUBTRACT ws-tpd-amount FROM ws-ben-left

           MOVE "B"    TO ws-tpd-source
           MOVE SPACES TO ws-tpd-key
           MOVE ws-ben-plan-code (ws-ben-found-sub ws-ben-plan-sub)
             TO ws-tpd-key
           PERFORM Note-Third-Party-Ded
             THRU Note-Third-Party-Ded-Exit.

       Note-Third-Party-Ded.
           IF ws-tpd-amount EQUAL ZEROES
              GO TO Note-Third-Party-Ded-Exit
           END-IF

           ADD ws-tpd-amount TO ws-tp-ded-emp

           IF ws-tpd-tbl-count LESS 20
              ADD 1 TO ws-tpd-tbl-count
              MOVE ws-tpd-source
                TO ws-tpd-line-source (ws-tpd-tbl-count)
              MOVE ws-tpd-key
                TO ws-tpd-line-key    (ws-tpd-tbl-count)
              MOVE ws-tpd-amount
                TO ws-tpd-line-amount (ws-tpd-tbl-count)
           ELSE
              DISPLAY "*** WARNING: more than [20] third-party "
                      "deductions for [" f-IdxFile-rec-cod-employee
                      "]. [" ws-tpd-key "] is not on the "
                      "remittance detail. ***"
           END-IF.
       Note-Third-Party-Ded-Exit.
           EXIT.

       Write-Third-Party-Lines.
           PERFORM Write-One-Third-Party-Line
           VARYING ws-tpd-sub FROM 1 BY 1
             UNTIL ws-tpd-sub GREATER ws-tpd-tbl-count.

       Write-One-Third-Party-Line.
           MOVE ws-pay-period              TO tpded-rec-period
           MOVE f-IdxFile-rec-cod-employee TO tpded-rec-code
           MOVE ws-tpd-line-source (ws-tpd-sub) TO tpded-rec-source
           MOVE ws-tpd-line-key    (ws-tpd-sub) TO tpded-rec-key
           MOVE ws-tpd-line-amount (ws-tpd-sub) TO tpded-rec-amount

           IF NOT sw-ckp-replay-Y
              WRITE tpded-rec
              ADD 1 TO ws-ckp-tpded-rows
           END-IF

           ADD ws-tpd-line-amount (ws-tpd-sub) TO ws-tp-ded-total.

       Match-Benefit-Deduction.
           IF ws-ben-code (ws-ben-sub) EQUAL
              f-IdxFile-rec-cod-employee
                END-IF
           END-READ.

       Load-Ss-Contribution-Table.
           MOVE ZEROES TO ws-ss-tbl-count
                          ws-ss-version-date
           MOVE 'N'    TO ws-eof-SsTable

           COMPUTE ws-ss-period-date = ws-pay-period * 100 + 1

           OPEN INPUT SsTable

           IF fs-SsTable NOT EQUAL "00"
              CLOSE SsTable
              DISPLAY "*** WARNING: no social-security contribution "
                      "table was found. No contributions are "
                      "calculated. ***"
              GO TO Load-Ss-Contribution-Table-Exit
           END-IF

           PERFORM Find-Ss-Version-Date
             UNTIL sw-eof-SsTable-Y

           CLOSE SsTable

           IF ws-ss-version-date EQUAL ZEROES
              DISPLAY "*** WARNING: no social-security table version "
                      "is in force for [" ws-ss-period-date "]. No "
                      "contributions are calculated. ***"
              GO TO Load-Ss-Contribution-Table-Exit
           END-IF

           MOVE 'N' TO ws-eof-SsTable

           OPEN INPUT SsTable

           PERFORM Load-Ss-Version-Rows
             UNTIL sw-eof-SsTable-Y

           CLOSE SsTable

           DISPLAY "Social-security table version ["
                   ws-ss-version-date "] loaded with ["
                   ws-ss-tbl-count "] contribution types.".
       Load-Ss-Contribution-Table-Exit.
           EXIT.

       Find-Ss-Version-Date.
           READ SsTable RECORD
             AT END
                SET sw-eof-SsTable-Y TO TRUE

            NOT AT END
                IF  ss-rec-eff-date NOT GREATER ws-ss-period-date
                AND ss-rec-eff-date GREATER ws-ss-version-date
                    MOVE ss-rec-eff-date TO ws-ss-version-date
                END-IF
           END-READ.

       Load-Ss-Version-Rows.
           READ SsTable RECORD
             AT END
                SET sw-eof-SsTable-Y TO TRUE

            NOT AT END
                IF  ss-rec-eff-date EQUAL ws-ss-version-date
                AND ws-ss-tbl-count LESS cte-ss-tbl-max
                    ADD 1 TO ws-ss-tbl-count
                    MOVE ss-rec-type
                      TO ws-ss-type    (ws-ss-tbl-count)
                    MOVE ss-rec-ee-rate
                      TO ws-ss-ee-rate (ws-ss-tbl-count)
                    MOVE ss-rec-er-rate
                      TO ws-ss-er-rate (ws-ss-tbl-count)
                    MOVE ss-rec-lower
                      TO ws-ss-lower   (ws-ss-tbl-count)
                    MOVE ss-rec-upper
                      TO ws-ss-upper   (ws-ss-tbl-count)
                END-IF
           END-READ.

       Compute-Social-Security.
           MOVE ZEROES TO ws-ss-ee-ded
                          ws-ss-er-cost

           PERFORM Compute-One-Ss-Type
           VARYING ws-ss-sub FROM 1 BY 1
             UNTIL ws-ss-sub GREATER ws-ss-tbl-count

           ADD ws-ss-ee-ded  TO ws-ss-ee-total
           ADD ws-ss-er-cost TO ws-ss-er-total.

       Compute-One-Ss-Type.
           IF ws-gross-pay NOT LESS ws-ss-lower (ws-ss-sub)
              MOVE ws-gross-pay TO ws-ss-base

              IF  ws-ss-upper (ws-ss-sub) GREATER ZEROES
              AND ws-ss-base GREATER ws-ss-upper (ws-ss-sub)
                  MOVE ws-ss-upper (ws-ss-sub) TO ws-ss-base
              END-IF

              COMPUTE ws-ss-ee-part ROUNDED =
                      ws-ss-base * ws-ss-ee-rate (ws-ss-sub) / 100
              COMPUTE ws-ss-er-part ROUNDED =
                      ws-ss-base * ws-ss-er-rate (ws-ss-sub) / 100

              ADD ws-ss-ee-part TO ws-ss-ee-ded
              ADD ws-ss-er-part TO ws-ss-er-cost
           END-IF.

       Compute-Bracket-Income-Tax.
           IF  sw-ytdtax-loaded-Y
           AND NOT sw-run-mode-supplement

           MOVE ws-gross-pay TO ws-tax-calc-amount

           IF NOT sw-run-mode-supplement
              PERFORM Find-Employee-Exemption

              COMPUTE ws-taxex-period-share ROUNDED =
                      ws-taxex-annual / 12

              IF ws-tax-calc-amount GREATER ws-taxex-period-share
                 SUBTRACT ws-taxex-period-share
                     FROM ws-tax-calc-amount
              ELSE
                 MOVE ZEROES TO ws-tax-calc-amount
              END-IF
           END-IF

           PERFORM Compute-Tax-For-Amount
             THRU Compute-Tax-For-Amount-Exit

           MOVE ZEROES TO ws-tax-calc-result
           MOVE 'N'    TO ws-tax-bracket-found

           IF ws-tax-calc-amount EQUAL ZEROES
              GO TO Compute-Tax-For-Amount-Exit
           END-IF

           PERFORM Match-Tax-Bracket
           VARYING ws-tax-sub FROM 1 BY 1
             UNTIL ws-tax-sub GREATER ws-tax-tbl-count
           COMPUTE ws-tax-calc-amount ROUNDED =
                   ws-ctax-ytd-taxable * 12 / ws-ctax-periods

           PERFORM Find-Employee-Exemption

           IF ws-tax-calc-amount GREATER ws-taxex-annual
              SUBTRACT ws-taxex-annual FROM ws-tax-calc-amount
           ELSE
              MOVE ZEROES TO ws-tax-calc-amount
           END-IF

           PERFORM Compute-Tax-For-Amount
             THRU Compute-Tax-For-Amount-Exit

                   ws-ctax-ytd-taxable "] YTD tax due ["
                   ws-ctax-ytd-due "] withheld so far ["
                   ws-ctax-already "] this period ["
                   ws-it-ded "] exemptions allowed ["
                   ws-taxex-annual "].".
       Compute-Cumulative-Tax-Exit.
           EXIT.

              MOVE ws-ytdtax-sub TO ws-ytdtax-found-sub
           END-IF.

       Find-Employee-Exemption.
           MOVE ZEROES TO ws-taxex-emp-found
                          ws-taxex-annual

           PERFORM Match-Exemption-Employee
           VARYING ws-taxex-emp-sub FROM 1 BY 1
             UNTIL ws-taxex-emp-sub GREATER ws-taxex-emp-count
                OR ws-taxex-emp-found GREATER ZEROES

           IF ws-taxex-emp-found GREATER ZEROES
              MOVE ws-taxex-emp-annual (ws-taxex-emp-found)
                TO ws-taxex-annual
           END-IF.

       Match-Exemption-Employee.
           IF ws-taxex-emp-code (ws-taxex-emp-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-taxex-emp-sub TO ws-taxex-emp-found
           END-IF.

       Load-Tax-Exemptions.
           MOVE ZEROES TO ws-taxex-lim-count
                          ws-taxex-lim-version
                          ws-taxex-emp-count
                          ws-taxex-declared-count
                          ws-taxex-unproven-count
                          ws-taxex-nolimit-count
           MOVE 'N'    TO ws-eof-TaxExLim
                          ws-eof-TaxDecl

           COMPUTE ws-taxex-year = ws-pay-period / 100

           OPEN INPUT TaxExLim

           IF fs-TaxExLim EQUAL "00"
              PERFORM Find-Exemption-Limit-Version
                UNTIL sw-eof-TaxExLim-Y
              CLOSE TaxExLim
           ELSE
              CLOSE TaxExLim
           END-IF

           IF ws-taxex-lim-version GREATER ZEROES
              MOVE 'N' TO ws-eof-TaxExLim
              OPEN INPUT TaxExLim
              PERFORM Load-One-Exemption-Limit
                UNTIL sw-eof-TaxExLim-Y
              CLOSE TaxExLim
           END-IF

           OPEN INPUT TaxDecl

           IF fs-TaxDecl NOT EQUAL "00"
              CLOSE TaxDecl
              GO TO Load-Tax-Exemptions-Exit
           END-IF

           PERFORM Accumulate-One-Declaration
             UNTIL sw-eof-TaxDecl-Y

           CLOSE TaxDecl

           DISPLAY "Tax exemptions for [" ws-taxex-year "]: ["
                   ws-taxex-declared-count "] declarations for ["
                   ws-taxex-emp-count "] employees, ["
                   ws-taxex-unproven-count "] disallowed for "
                   "missing proof past the cut-off."

           IF ws-taxex-nolimit-count GREATER ZEROES
              DISPLAY "*** WARNING: [" ws-taxex-nolimit-count
                      "] declarations name a section with no "
                      "exemption limit for [" ws-taxex-year "] and "
                      "were not allowed. ***"
           END-IF.
       Load-Tax-Exemptions-Exit.
           EXIT.

       Find-Exemption-Limit-Version.
           READ TaxExLim RECORD
             AT END
                SET sw-eof-TaxExLim-Y TO TRUE

            NOT AT END
                IF  taxexlim-rec-eff-year NOT GREATER ws-taxex-year
                AND taxexlim-rec-eff-year GREATER
                    ws-taxex-lim-version
                    MOVE taxexlim-rec-eff-year
                      TO ws-taxex-lim-version
                END-IF
           END-READ.

       Load-One-Exemption-Limit.
           READ TaxExLim RECORD
             AT END
                SET sw-eof-TaxExLim-Y TO TRUE

            NOT AT END
                IF taxexlim-rec-eff-year EQUAL ws-taxex-lim-version
                   MOVE taxexlim-rec-section
                     TO ws-taxex-seek-section
                   PERFORM Find-Exemption-Limit

                   IF  ws-taxex-lim-found EQUAL ZEROES
                   AND ws-taxex-lim-count LESS 30
                       ADD 1 TO ws-taxex-lim-count
                       MOVE ws-taxex-lim-count TO ws-taxex-lim-found
                   END-IF

                   IF ws-taxex-lim-found GREATER ZEROES
                      MOVE taxexlim-rec-section
                        TO ws-taxex-lim-section (ws-taxex-lim-found)
                      MOVE taxexlim-rec-limit
                        TO ws-taxex-lim-limit   (ws-taxex-lim-found)
                      MOVE taxexlim-rec-cutoff
                        TO ws-taxex-lim-cutoff  (ws-taxex-lim-found)
                   END-IF
                END-IF
           END-READ.

       Find-Exemption-Limit.
           MOVE ZEROES TO ws-taxex-lim-found

           PERFORM Match-Exemption-Limit
           VARYING ws-taxex-lim-sub FROM 1 BY 1
             UNTIL ws-taxex-lim-sub GREATER ws-taxex-lim-count
                OR ws-taxex-lim-found GREATER ZEROES.

       Match-Exemption-Limit.
           IF ws-taxex-lim-section (ws-taxex-lim-sub) EQUAL
              ws-taxex-seek-section
              MOVE ws-taxex-lim-sub TO ws-taxex-lim-found
           END-IF.

       Accumulate-One-Declaration.
           READ TaxDecl RECORD
             AT END
                SET sw-eof-TaxDecl-Y TO TRUE

            NOT AT END
                IF taxdecl-rec-year EQUAL ws-taxex-year
                   ADD 1 TO ws-taxex-declared-count
                   PERFORM Allow-One-Declaration
                      THRU Allow-One-Declaration-Exit
                END-IF
           END-READ.

       Allow-One-Declaration.
           MOVE taxdecl-rec-section TO ws-taxex-seek-section
           PERFORM Find-Exemption-Limit

           IF ws-taxex-lim-found EQUAL ZEROES
              ADD 1 TO ws-taxex-nolimit-count
              GO TO Allow-One-Declaration-Exit
           END-IF

           EVALUATE TRUE
               WHEN sw-taxdecl-rec-proof-Y
                    MOVE taxdecl-rec-verified TO ws-taxex-allowed

               WHEN ws-tax-period-date NOT GREATER
                    ws-taxex-lim-cutoff (ws-taxex-lim-found)
                    MOVE taxdecl-rec-declared TO ws-taxex-allowed

               WHEN OTHER
                    MOVE ZEROES TO ws-taxex-allowed
                    ADD 1 TO ws-taxex-unproven-count
           END-EVALUATE

           IF ws-taxex-allowed GREATER
              ws-taxex-lim-limit (ws-taxex-lim-found)
              MOVE ws-taxex-lim-limit (ws-taxex-lim-found)
                TO ws-taxex-allowed
           END-IF

           IF ws-taxex-allowed EQUAL ZEROES
              GO TO Allow-One-Declaration-Exit
           END-IF

           MOVE ZEROES TO ws-taxex-emp-found

           PERFORM Match-Declaration-Employee
           VARYING ws-taxex-emp-sub FROM 1 BY 1
             UNTIL ws-taxex-emp-sub GREATER ws-taxex-emp-count
                OR ws-taxex-emp-found GREATER ZEROES

           IF ws-taxex-emp-found EQUAL ZEROES
              IF ws-taxex-emp-count LESS 500
                 ADD 1 TO ws-taxex-emp-count
                 MOVE ws-taxex-emp-count TO ws-taxex-emp-found
                 MOVE taxdecl-rec-code
                   TO ws-taxex-emp-code   (ws-taxex-emp-found)
                 MOVE ZEROES
                   TO ws-taxex-emp-annual (ws-taxex-emp-found)
              ELSE
                 DISPLAY "*** WARNING: the exemption table is full. "
                         "The declarations of [" taxdecl-rec-code
                         "] are not allowed. ***"
                 GO TO Allow-One-Declaration-Exit
              END-IF
           END-IF

           ADD ws-taxex-allowed
             TO ws-taxex-emp-annual (ws-taxex-emp-found).
       Allow-One-Declaration-Exit.
           EXIT.

       Match-Declaration-Employee.
           IF ws-taxex-emp-code (ws-taxex-emp-sub) EQUAL
              taxdecl-rec-code
              MOVE ws-taxex-emp-sub TO ws-taxex-emp-found
           END-IF.

       Load-Ytd-Tax-Table.
           MOVE ZEROES TO ws-ytdtax-tbl-count
                          ws-final-tbl-count
              GO TO Load-Ytd-Tax-Table-Exit
           END-IF

           MOVE ZEROES TO payhist-rec-period

           START PayHist KEY IS NOT LESS THAN payhist-rec-period
                 INVALID KEY
                         SET sw-eof-YtdHist-Y TO TRUE
           END-START

           PERFORM Accumulate-One-Ytd-Row
             UNTIL sw-eof-YtdHist-Y

           EXIT.

       Accumulate-One-Ytd-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-YtdHist-Y TO TRUE

           MOVE ws-comm-pay                 TO payhist-rec-comm-pay
           MOVE ws-retro-pay                TO payhist-rec-retro-pay
           MOVE "R"                         TO payhist-rec-run-type
           MOVE ws-ckp-payhist-seq          TO payhist-rec-run-seq
           MOVE ws-shift-pay                TO payhist-rec-shift-pay
           MOVE ws-ss-ee-ded                TO payhist-rec-ss-ee
           MOVE ws-ss-er-cost               TO payhist-rec-ss-er
           MOVE ws-tp-ded-emp               TO payhist-rec-tp-ded

           IF NOT sw-ckp-replay-Y
              WRITE payhist-rec
                    INVALID KEY
                            DISPLAY "*** WARNING: the pay history "
                                    "row for [" payhist-rec-code
                                    "] is already on file and was "
                                    "not written. ***"
                    NOT INVALID KEY
                            ADD 1 TO ws-ckp-payhist-rows
              END-WRITE
           END-IF.

       END PROGRAM Rnms.
