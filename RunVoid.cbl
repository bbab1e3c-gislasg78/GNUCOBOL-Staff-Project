       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunVoid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RunJrnlFile ASSIGN TO ws-RunJrnlFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RunJrnlFile.

           SELECT OPTIONAL LoanFile ASSIGN TO ws-LoanFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LoanFile.

           SELECT OPTIONAL VolDed ASSIGN TO ws-VolDed-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-VolDed.

           SELECT OPTIONAL RndResid ASSIGN TO ws-RndResid-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RndResid.

           SELECT OPTIONAL ExpClaim ASSIGN TO ws-ExpClaim-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExpClaim.

           SELECT OPTIONAL CommFeed ASSIGN TO ws-CommFeed-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CommFeed.

           SELECT OPTIONAL RetroFeed ASSIGN TO ws-RetroFeed-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RetroFeed.

           SELECT OPTIONAL ClawFeed ASSIGN TO ws-ClawFeed-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ClawFeed.

           SELECT OPTIONAL BonusFile ASSIGN TO ws-BonusFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BonusFile.

           SELECT OPTIONAL PayCalFile ASSIGN TO ws-PayCalFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayCalFile.

           SELECT OPTIONAL ReissueQ ASSIGN TO ws-ReissueQ-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ReissueQ.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL PfLedger ASSIGN TO ws-PfLedger-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PfLedger.

           SELECT OPTIONAL TpDed ASSIGN TO ws-TpDed-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TpDed.

           SELECT OPTIONAL ChqReg ASSIGN TO ws-ChqReg-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqReg.

           SELECT OPTIONAL BankFile ASSIGN TO ws-BankFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BankFile.

           SELECT OPTIONAL PayslipFile ASSIGN TO ws-PayslipFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayslipFile.

           SELECT OPTIONAL VoidWk ASSIGN TO ws-VoidWk-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-VoidWk.

           SELECT OPTIONAL AuditFile ASSIGN TO ws-AuditFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-AuditFile.

           SELECT OPTIONAL RunCkpt ASSIGN TO ws-RunCkpt-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RunCkpt.

       DATA DIVISION.
       FILE SECTION.
       FD  RunJrnlFile
           RECORD CONTAINS 100 CHARACTERS.

       01  jrn-rec.
           03  jrn-rec-key.
               05  jrn-rec-period        PIC 9(06) VALUE ZEROES.
               05  jrn-rec-run-type      PIC X(01) VALUE SPACE.
               05  jrn-rec-run-date      PIC 9(08) VALUE ZEROES.
               05  jrn-rec-run-time      PIC 9(06) VALUE ZEROES.
           03  jrn-rec-type              PIC X(01) VALUE SPACE.
               88  sw-jrn-rec-header              VALUE "H".
               88  sw-jrn-rec-image               VALUE "I".
               88  sw-jrn-rec-before              VALUE "B".
               88  sw-jrn-rec-after               VALUE "A".
               88  sw-jrn-rec-names               VALUE "N".
               88  sw-jrn-rec-voided              VALUE "V".
           03  jrn-rec-file              PIC X(08) VALUE SPACES.
           03  jrn-rec-body              PIC X(70) VALUE SPACES.
           03  jrn-rec-control REDEFINES jrn-rec-body.
               05  jrn-rec-count         PIC 9(07).
               05  jrn-rec-hash          PIC 9(13).
               05  jrn-rec-position      PIC 9(07).
               05  jrn-rec-run-count     PIC 9(07).
               05  jrn-rec-run-hash      PIC 9(13).
               05  FILLER                PIC X(23).
           03  jrn-rec-names REDEFINES jrn-rec-body.
               05  jrn-rec-payslip-name  PIC X(40).
               05  jrn-rec-bank-name     PIC X(12).
               05  FILLER                PIC X(18).
           03  jrn-rec-void REDEFINES jrn-rec-body.
               05  jrn-rec-void-date     PIC 9(08).
               05  jrn-rec-void-operator PIC X(08).
               05  FILLER                PIC X(54).

       FD  LoanFile
           RECORD CONTAINS 30 CHARACTERS.

       01  loan-rec.
           03  loan-rec-code            PIC 9(06) VALUE ZEROES.
           03  loan-rec-principal       PIC 9(07) VALUE ZEROES.
           03  loan-rec-installment     PIC 9(06) VALUE ZEROES.
           03  loan-rec-balance         PIC 9(07) VALUE ZEROES.
           03  loan-rec-rate            PIC 9(02)V9(02)
                                                  VALUE ZEROES.

       FD  VolDed
           RECORD CONTAINS 51 CHARACTERS.

       01  volded-rec.
           03  FILLER                    PIC X(44) VALUE SPACES.
           03  volded-rec-collected      PIC 9(07) VALUE ZEROES.

       FD  RndResid
           RECORD CONTAINS 13 CHARACTERS.

       01  rndres-rec.
           03  rndres-rec-component      PIC X(08) VALUE SPACES.
           03  rndres-rec-residue        PIC 9(01)V9(04)
                                                   VALUE ZEROES.

       FD  ExpClaim
           RECORD CONTAINS 67 CHARACTERS.

       01  expclaim-rec.
           03  FILLER                    PIC X(26) VALUE SPACES.
           03  expclaim-rec-amount       PIC 9(06) VALUE ZEROES.
           03  FILLER                    PIC X(12) VALUE SPACES.
           03  expclaim-rec-status       PIC X(01) VALUE SPACE.
               88  sw-expclaim-rec-paid           VALUE "D".
           03  FILLER                    PIC X(22) VALUE SPACES.

       FD  CommFeed
           RECORD CONTAINS 13 CHARACTERS.

       01  commfeed-rec.
           03  commfeed-rec-code        PIC 9(06) VALUE ZEROES.
           03  commfeed-rec-amount      PIC 9(06) VALUE ZEROES.
           03  commfeed-rec-tier        PIC 9(01) VALUE ZEROES.

       FD  RetroFeed
           RECORD CONTAINS 12 CHARACTERS.

       01  retrofeed-rec.
           03  retrofeed-rec-code        PIC 9(06) VALUE ZEROES.
           03  retrofeed-rec-amount      PIC 9(06) VALUE ZEROES.

       FD  ClawFeed
           RECORD CONTAINS 13 CHARACTERS.

       01  clawfeed-rec.
           03  clawfeed-rec-code         PIC 9(06) VALUE ZEROES.
           03  clawfeed-rec-balance      PIC 9(07) VALUE ZEROES.

       FD  BonusFile
           RECORD CONTAINS 12 CHARACTERS.

       01  bonus-rec.
           03  bonus-rec-code            PIC 9(06) VALUE ZEROES.
           03  bonus-rec-amount          PIC 9(06) VALUE ZEROES.

       FD  PayCalFile
           RECORD CONTAINS 39 CHARACTERS.

       01  paycal-rec.
           03  paycal-rec-period        PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(32) VALUE SPACES.
           03  paycal-rec-paid          PIC X(01) VALUE SPACE.

       FD  ReissueQ
           RECORD CONTAINS 39 CHARACTERS.

       01  reissue-rec.
           03  reissue-rec-code          PIC 9(06) VALUE ZEROES.
           03  reissue-rec-period        PIC 9(06) VALUE ZEROES.
           03  reissue-rec-net           PIC 9(07) VALUE ZEROES.
           03  reissue-rec-reason        PIC X(20) VALUE SPACES.

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  FILLER                   PIC X(56) VALUE SPACES.
           03  payhist-rec-net          PIC 9(07) VALUE ZEROES.
           03  FILLER                   PIC X(42) VALUE SPACES.

       FD  PfLedger
           RECORD CONTAINS 33 CHARACTERS.

       01  pfled-rec.
           03  pfled-rec-code            PIC 9(06) VALUE ZEROES.
           03  pfled-rec-period          PIC 9(06) VALUE ZEROES.
           03  pfled-rec-emp-contrib     PIC 9(06) VALUE ZEROES.
           03  pfled-rec-er-match        PIC 9(06) VALUE ZEROES.
           03  pfled-rec-balance         PIC 9(09) VALUE ZEROES.

       FD  TpDed
           RECORD CONTAINS 39 CHARACTERS.

       01  tpded-rec.
           03  tpded-rec-period          PIC 9(06) VALUE ZEROES.
           03  tpded-rec-code            PIC 9(06) VALUE ZEROES.
           03  tpded-rec-source          PIC X(01) VALUE SPACE.
           03  tpded-rec-key             PIC X(20) VALUE SPACES.
           03  tpded-rec-amount          PIC 9(06) VALUE ZEROES.

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

       FD  BankFile
           RECORD CONTAINS 60 CHARACTERS.

       01  bank-rec.
           03  bank-rec-type             PIC X(01) VALUE SPACE.
           03  FILLER                    PIC X(59) VALUE SPACES.

       FD  PayslipFile.
       01  payslip-rec.
           03  payslip-rec-code          PIC X(06) VALUE SPACES.
           03  payslip-rec-name          PIC X(20) VALUE SPACES.
           03  FILLER                    PIC X(125) VALUE SPACES.

       FD  VoidWk.
       01  f-VoidWk-rec                 PIC X(151) VALUE SPACES.

       FD  AuditFile.
       01  f-AuditFile-rec              PIC X(420) VALUE SPACES.

       FD  RunCkpt
           RECORD CONTAINS 149 CHARACTERS.

       01  ckp-rec.
           03  ckp-rec-type              PIC X(01) VALUE SPACE.
           03  ckp-rec-period            PIC 9(06) VALUE ZEROES.
           03  ckp-rec-run-type          PIC X(01) VALUE SPACE.
           03  ckp-rec-run-date          PIC 9(08) VALUE ZEROES.
           03  ckp-rec-run-time          PIC 9(06) VALUE ZEROES.
           03  FILLER                    PIC X(127) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-RunJrnlFile               PIC X(02) VALUE SPACES.
       77  ws-RunJrnlFile-name          PIC X(12) VALUE "RunJrnl".
       77  ws-eof-RunJrnlFile           PIC X(01) VALUE 'N'.
           88  sw-eof-RunJrnlFile-Y               VALUE 'Y'.

       77  fs-LoanFile                  PIC X(02) VALUE SPACES.
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".
       77  fs-VolDed                    PIC X(02) VALUE SPACES.
       77  ws-VolDed-name               PIC X(12) VALUE "VolDed".
       77  fs-RndResid                  PIC X(02) VALUE SPACES.
       77  ws-RndResid-name             PIC X(12) VALUE "RndResid".
       77  fs-ExpClaim                  PIC X(02) VALUE SPACES.
       77  ws-ExpClaim-name             PIC X(12) VALUE "ExpClaim".
       77  fs-CommFeed                  PIC X(02) VALUE SPACES.
       77  ws-CommFeed-name             PIC X(12) VALUE "CommFeed".
       77  fs-RetroFeed                 PIC X(02) VALUE SPACES.
       77  ws-RetroFeed-name            PIC X(12) VALUE "RetroFeed".
       77  fs-ClawFeed                  PIC X(02) VALUE SPACES.
       77  ws-ClawFeed-name             PIC X(12) VALUE "ClawFeed".
       77  fs-BonusFile                 PIC X(02) VALUE SPACES.
       77  ws-BonusFile-name            PIC X(12) VALUE "BonusFile".
       77  fs-PayCalFile                PIC X(02) VALUE SPACES.
       77  ws-PayCalFile-name           PIC X(12) VALUE "PayCal".
       77  fs-ReissueQ                  PIC X(02) VALUE SPACES.
       77  ws-ReissueQ-name             PIC X(12) VALUE "ReissueQ".
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  fs-PfLedger                  PIC X(02) VALUE SPACES.
       77  ws-PfLedger-name             PIC X(12) VALUE "PfLedger".
       77  fs-TpDed                     PIC X(02) VALUE SPACES.
       77  ws-TpDed-name                PIC X(12) VALUE "TpDed".
       77  fs-ChqReg                    PIC X(02) VALUE SPACES.
       77  ws-ChqReg-name               PIC X(12) VALUE "ChqReg".
       77  fs-BankFile                  PIC X(02) VALUE SPACES.
       77  ws-BankFile-name             PIC X(12) VALUE SPACES.
       77  fs-PayslipFile               PIC X(02) VALUE SPACES.
       77  ws-PayslipFile-name          PIC X(40) VALUE SPACES.

       77  fs-VoidWk                    PIC X(02) VALUE SPACES.
       77  ws-VoidWk-name               PIC X(12) VALUE "VoidWk".
       77  ws-eof-VoidWk                PIC X(01) VALUE 'N'.
           88  sw-eof-VoidWk-Y                    VALUE 'Y'.

       77  fs-AuditFile                 PIC X(02) VALUE SPACES.
       77  ws-AuditFile-name            PIC X(12) VALUE SPACES.
       77  fs-RunCkpt                   PIC X(02) VALUE SPACES.
       77  ws-RunCkpt-name              PIC X(12) VALUE "RunCkpt".

       77  ws-eof-sw                    PIC X(01) VALUE 'N'.
           88  sw-eof-Y                           VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-run-tbl-max                        VALUE 500.
       78  cte-ctl-tbl-max                        VALUE 14.
       78  cte-first-appended                     VALUE 11.
       78  cte-sub-payhist                        VALUE 11.
       78  cte-sub-pfledger                       VALUE 12.
       78  cte-sub-tpded                          VALUE 13.
       78  cte-sub-chqreg                         VALUE 14.

       01  ws-capture-fields.
           03  ws-cap-period            PIC 9(06) VALUE ZEROES.
           03  ws-cap-run-type          PIC X(01) VALUE SPACE.
               88  sw-cap-run-type-valid          VALUES "R", "S".
           03  ws-cap-operator          PIC X(08) VALUE SPACES.
           03  ws-cap-confirm           PIC X(01) VALUE SPACE.
               88  sw-cap-confirm-Y               VALUES "Y", "y".

       01  ws-today                     PIC 9(08) VALUE ZEROES.
       01  ws-today-r REDEFINES ws-today.
           03  ws-today-year            PIC 9(04).
           03  ws-today-month           PIC 9(02).
           03  ws-today-day             PIC 9(02).

       01  ws-clock                     PIC 9(08) VALUE ZEROES.
       01  ws-clock-r REDEFINES ws-clock.
           03  ws-clock-hour            PIC 9(02).
           03  ws-clock-minutes         PIC 9(02).
           03  ws-clock-seconds         PIC 9(02).
           03  FILLER                   PIC 9(02).

       01  ws-audit-timestamp.
           03  ws-ats-year              PIC 9(04) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE "/".
           03  ws-ats-month             PIC 9(02) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE "/".
           03  ws-ats-day               PIC 9(02) VALUE ZEROES.
           03  FILLER                   PIC X(03) VALUE " - ".
           03  ws-ats-hour              PIC 9(02) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE ":".
           03  ws-ats-minutes           PIC 9(02) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE ":".
           03  ws-ats-seconds           PIC 9(02) VALUE ZEROES.

       01  ws-run-table.
           03  ws-run-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-run-entry OCCURS 500 TIMES.
               05  ws-run-key.
                   07  ws-run-period    PIC 9(06).
                   07  ws-run-type      PIC X(01).
                   07  ws-run-date      PIC 9(08).
                   07  ws-run-time      PIC 9(06).
               05  ws-run-voided        PIC X(01).
                   88  sw-run-voided-Y            VALUE "Y".

       01  ws-run-sub                   PIC 9(04) VALUE ZEROES.
       01  ws-run-found-sub             PIC 9(04) VALUE ZEROES.

       01  ws-target-key.
           03  ws-tgt-period            PIC 9(06) VALUE ZEROES.
           03  ws-tgt-run-type          PIC X(01) VALUE SPACE.
           03  ws-tgt-run-date          PIC 9(08) VALUE ZEROES.
           03  ws-tgt-run-time          PIC 9(06) VALUE ZEROES.

       01  ws-ctl-file-names.
           03  FILLER                   PIC X(08) VALUE "LOANFILE".
           03  FILLER                   PIC X(08) VALUE "VOLDED".
           03  FILLER                   PIC X(08) VALUE "RNDRESID".
           03  FILLER                   PIC X(08) VALUE "EXPCLAIM".
           03  FILLER                   PIC X(08) VALUE "COMMFEED".
           03  FILLER                   PIC X(08) VALUE "RETROFD".
           03  FILLER                   PIC X(08) VALUE "CLAWFEED".
           03  FILLER                   PIC X(08) VALUE "BONUSFIL".
           03  FILLER                   PIC X(08) VALUE "PAYCAL".
           03  FILLER                   PIC X(08) VALUE "REISSUEQ".
           03  FILLER                   PIC X(08) VALUE "PAYHIST".
           03  FILLER                   PIC X(08) VALUE "PFLEDGER".
           03  FILLER                   PIC X(08) VALUE "TPDED".
           03  FILLER                   PIC X(08) VALUE "CHQREG".
       01  ws-ctl-file-names-r REDEFINES ws-ctl-file-names.
           03  ws-ctl-file-name OCCURS 14 TIMES
                                        PIC X(08).

       01  ws-control-table.
           03  ws-ctl-entry OCCURS 14 TIMES.
               05  ws-ctl-b-found       PIC X(01).
                   88  sw-ctl-b-found-Y           VALUE "Y".
               05  ws-ctl-b-count       PIC 9(07).
               05  ws-ctl-b-hash        PIC 9(13).
               05  ws-ctl-b-position    PIC 9(07).
               05  ws-ctl-a-found       PIC X(01).
                   88  sw-ctl-a-found-Y           VALUE "Y".
               05  ws-ctl-a-count       PIC 9(07).
               05  ws-ctl-a-hash        PIC 9(13).
               05  ws-ctl-a-run-count   PIC 9(07).
               05  ws-ctl-a-run-hash    PIC 9(13).
               05  ws-ctl-cur-count     PIC 9(07).
               05  ws-ctl-cur-hash      PIC 9(13).
               05  ws-ctl-rmv-count     PIC 9(07).
               05  ws-ctl-rmv-hash      PIC 9(13).
               05  ws-ctl-proof         PIC X(01).
                   88  sw-ctl-proof-ok            VALUE "Y".

       01  ws-ctl-sub                   PIC 9(02) VALUE ZEROES.
       01  ws-ctl-found-sub             PIC 9(02) VALUE ZEROES.

       01  ws-void-counters.
           03  ws-image-rows-found      PIC 9(07) VALUE ZEROES.
           03  ws-image-rows-restored   PIC 9(07) VALUE ZEROES.
           03  ws-row-number            PIC 9(07) VALUE ZEROES.
           03  ws-cheques-voided        PIC 9(05) VALUE ZEROES.
           03  ws-cheques-cashed        PIC 9(05) VALUE ZEROES.
           03  ws-mismatch-count        PIC 9(02) VALUE ZEROES.
           03  ws-proof-failures        PIC 9(02) VALUE ZEROES.

       01  ws-void-switches.
           03  ws-names-found-sw        PIC X(01) VALUE 'N'.
               88  sw-names-found-Y               VALUE 'Y'.
           03  ws-after-found-sw        PIC X(01) VALUE 'N'.
               88  sw-after-found-Y               VALUE 'Y'.
           03  ws-bank-voided-sw        PIC X(01) VALUE 'N'.
               88  sw-bank-voided-Y               VALUE 'Y'.
           03  ws-slips-voided-sw       PIC X(01) VALUE 'N'.
               88  sw-slips-voided-Y              VALUE 'Y'.
           03  ws-run-row-sw            PIC X(01) VALUE 'N'.
               88  sw-run-row-Y                   VALUE 'Y'.
           03  ws-proven-sw             PIC X(01) VALUE 'N'.
               88  sw-proven-Y                    VALUE 'Y'.

       01  ws-void-banner.
           03  ws-vb-code               PIC X(06) VALUE "*VOID*".
           03  ws-vb-text               PIC X(12) VALUE "RUN VOIDED".
           03  ws-vb-date               PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(125) VALUE SPACES.

       01  ws-edit-fields.
           03  ws-ed-count-1            PIC Z(06)9.
           03  ws-ed-count-2            PIC Z(06)9.
           03  ws-ed-count-3            PIC Z(06)9.
           03  ws-ed-hash-1             PIC Z(12)9.
           03  ws-ed-hash-2             PIC Z(12)9.
           03  ws-ed-hash-3             PIC Z(12)9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Void a payroll run and roll back its ledgers."

           DISPLAY "Pay period to void (CCYYMM)          : "
              WITH NO ADVANCING
           ACCEPT ws-cap-period

           DISPLAY "Run type [R]egular / [S]upplemental  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-run-type

           DISPLAY "Operator id                          : "
              WITH NO ADVANCING
           ACCEPT ws-cap-operator

           DISPLAY "Audit file                           : "
              WITH NO ADVANCING
           ACCEPT ws-AuditFile-name

           IF ws-cap-period EQUAL ZEROES
           OR NOT sw-cap-run-type-valid
           OR ws-cap-operator EQUAL SPACES
           OR ws-AuditFile-name EQUAL SPACES
              DISPLAY "The period, run type [R] or [S], operator "
                      "and audit file must all be entered. Nothing "
                      "voided."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD
           ACCEPT ws-clock FROM TIME

           MOVE ws-today-year    TO ws-ats-year
           MOVE ws-today-month   TO ws-ats-month
           MOVE ws-today-day     TO ws-ats-day
           MOVE ws-clock-hour    TO ws-ats-hour
           MOVE ws-clock-minutes TO ws-ats-minutes
           MOVE ws-clock-seconds TO ws-ats-seconds

           PERFORM Load-Run-Index
             THRU Load-Run-Index-Exit

           PERFORM Select-Run-To-Void
             THRU Select-Run-To-Void-Exit

           PERFORM Load-Run-Controls

           PERFORM Check-Files-Unchanged
             THRU Check-Files-Unchanged-Exit

           DISPLAY SPACE
           DISPLAY "Run of [" ws-tgt-run-date "] at ["
                   ws-tgt-run-time "] for period [" ws-tgt-period
                   "] type [" ws-tgt-run-type "] will be voided."
           DISPLAY "Every ledger it posted will be put back, its pay "
                   "history removed and its payments marked void."
           DISPLAY "Void this run? (Y/N): " WITH NO ADVANCING
           ACCEPT ws-cap-confirm

           IF NOT sw-cap-confirm-Y
              DISPLAY "Nothing voided."
              STOP RUN
           END-IF

           PERFORM Restore-Image-Files
             THRU Restore-Image-Files-Exit

           PERFORM Remove-History-Run-Rows
             THRU Remove-History-Run-Rows-Exit

           PERFORM Remove-Pf-Run-Rows
             THRU Remove-Pf-Run-Rows-Exit

           PERFORM Remove-Tp-Run-Rows
             THRU Remove-Tp-Run-Rows-Exit

           PERFORM Void-Run-Cheques
             THRU Void-Run-Cheques-Exit

           PERFORM Void-Bank-File
             THRU Void-Bank-File-Exit

           PERFORM Void-Payslip-File
             THRU Void-Payslip-File-Exit

           PERFORM Measure-Files

           PERFORM Prove-Rollback

           PERFORM Write-Void-Journal-Row

           PERFORM Write-Abandon-Checkpoint-Row

           PERFORM Write-Void-Audit-Record
             THRU Write-Void-Audit-Record-Exit

           PERFORM Print-Balancing-Sheet

           IF sw-proven-Y
              MOVE ZEROES TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    Every run on the journal is listed once, with a void mark
      *    when a later V row closes it off.
       Load-Run-Index.
           MOVE ZEROES TO ws-run-tbl-count
           MOVE 'N'    TO ws-eof-RunJrnlFile

           OPEN INPUT RunJrnlFile

           IF fs-RunJrnlFile NOT EQUAL "00"
              CLOSE RunJrnlFile
              DISPLAY "*** The run journal [" ws-RunJrnlFile-name
                      "] could not be opened. Nothing voided. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Index-One-Journal-Row
             UNTIL sw-eof-RunJrnlFile-Y

           CLOSE RunJrnlFile.
       Load-Run-Index-Exit.
           EXIT.

       Index-One-Journal-Row.
           READ RunJrnlFile RECORD
             AT END
                SET sw-eof-RunJrnlFile-Y TO TRUE

            NOT AT END
                EVALUATE TRUE
                    WHEN sw-jrn-rec-header
                         IF ws-run-tbl-count LESS cte-run-tbl-max
                            ADD cte-01 TO ws-run-tbl-count
                            MOVE jrn-rec-key
                              TO ws-run-key (ws-run-tbl-count)
                            MOVE "N"
                              TO ws-run-voided (ws-run-tbl-count)
                         ELSE
                            DISPLAY "*** The run journal holds more "
                                    "than [" cte-run-tbl-max "] "
                                    "runs. Archive it first. ***"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                         END-IF

                    WHEN sw-jrn-rec-voided
                         PERFORM Mark-Run-Voided
                         VARYING ws-run-sub FROM 1 BY 1
                           UNTIL ws-run-sub GREATER ws-run-tbl-count
                END-EVALUATE
           END-READ.

       Mark-Run-Voided.
           IF ws-run-key (ws-run-sub) EQUAL jrn-rec-key
              SET sw-run-voided-Y (ws-run-sub) TO TRUE
           END-IF.

      *    Only the most recent run still standing may be voided: an
      *    earlier run's before-images would undo later runs as well.
       Select-Run-To-Void.
           MOVE ZEROES TO ws-run-found-sub

           PERFORM Find-Latest-Standing-Run
           VARYING ws-run-sub FROM ws-run-tbl-count BY -1
             UNTIL ws-run-sub LESS cte-01
                OR ws-run-found-sub GREATER ZEROES

           IF ws-run-found-sub EQUAL ZEROES
              DISPLAY "*** No run on the journal is left to void. "
                      "Nothing voided. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ws-run-key (ws-run-found-sub) TO ws-target-key

           IF ws-tgt-period NOT EQUAL ws-cap-period
           OR ws-tgt-run-type NOT EQUAL ws-cap-run-type
              DISPLAY "*** The latest run on the journal is period ["
                      ws-tgt-period "] type [" ws-tgt-run-type
                      "]. Void that run first. Nothing voided. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       Select-Run-To-Void-Exit.
           EXIT.

       Find-Latest-Standing-Run.
           IF NOT sw-run-voided-Y (ws-run-sub)
              MOVE ws-run-sub TO ws-run-found-sub
           END-IF.

       Load-Run-Controls.
           INITIALIZE ws-control-table
           MOVE ZEROES TO ws-image-rows-found
           MOVE 'N'    TO ws-eof-RunJrnlFile

           OPEN INPUT RunJrnlFile

           PERFORM Load-One-Control-Row
             UNTIL sw-eof-RunJrnlFile-Y

           CLOSE RunJrnlFile

           IF NOT sw-names-found-Y
              DISPLAY "*** WARNING: the run did not reach its end. "
                      "No bank or payslip file is recorded for it. "
                      "***"
           END-IF.

       Load-One-Control-Row.
           READ RunJrnlFile RECORD
             AT END
                SET sw-eof-RunJrnlFile-Y TO TRUE

            NOT AT END
                IF jrn-rec-key EQUAL ws-target-key
                   EVALUATE TRUE
                       WHEN sw-jrn-rec-image
                            ADD cte-01 TO ws-image-rows-found

                       WHEN sw-jrn-rec-before
                            PERFORM Find-Control-Entry
                            IF ws-ctl-found-sub GREATER ZEROES
                               MOVE "Y" TO
                                    ws-ctl-b-found (ws-ctl-found-sub)
                               MOVE jrn-rec-count TO
                                    ws-ctl-b-count (ws-ctl-found-sub)
                               MOVE jrn-rec-hash TO
                                    ws-ctl-b-hash (ws-ctl-found-sub)
                               MOVE jrn-rec-position TO
                                    ws-ctl-b-position
                                                  (ws-ctl-found-sub)
                            END-IF

                       WHEN sw-jrn-rec-after
                            PERFORM Find-Control-Entry
                            IF ws-ctl-found-sub GREATER ZEROES
                               SET sw-after-found-Y TO TRUE
                               MOVE "Y" TO
                                    ws-ctl-a-found (ws-ctl-found-sub)
                               MOVE jrn-rec-count TO
                                    ws-ctl-a-count (ws-ctl-found-sub)
                               MOVE jrn-rec-hash TO
                                    ws-ctl-a-hash (ws-ctl-found-sub)
                               MOVE jrn-rec-run-count TO
                                    ws-ctl-a-run-count
                                                  (ws-ctl-found-sub)
                               MOVE jrn-rec-run-hash TO
                                    ws-ctl-a-run-hash
                                                  (ws-ctl-found-sub)
                            END-IF

                       WHEN sw-jrn-rec-names
                            SET sw-names-found-Y TO TRUE
                            MOVE jrn-rec-payslip-name
                              TO ws-PayslipFile-name
                            MOVE jrn-rec-bank-name
                              TO ws-BankFile-name
                   END-EVALUATE
                END-IF
           END-READ.

       Find-Control-Entry.
           MOVE ZEROES TO ws-ctl-found-sub

           PERFORM Match-Control-Entry
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER cte-ctl-tbl-max
                OR ws-ctl-found-sub GREATER ZEROES.

       Match-Control-Entry.
           IF ws-ctl-file-name (ws-ctl-sub) EQUAL jrn-rec-file
              MOVE ws-ctl-sub TO ws-ctl-found-sub
           END-IF.

      *    A file changed since the run closed would lose that later
      *    change when its before-image goes back, so it is shown and
      *    the operator must accept it explicitly.
       Check-Files-Unchanged.
           MOVE ZEROES TO ws-mismatch-count

           IF NOT sw-after-found-Y
              DISPLAY "*** WARNING: the run has no after-run totals. "
                      "Later changes to its files cannot be "
                      "detected. ***"
              GO TO Check-Files-Unchanged-Exit
           END-IF

           PERFORM Measure-Files

           PERFORM Compare-One-After-Total
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER cte-ctl-tbl-max

           IF ws-mismatch-count GREATER ZEROES
              DISPLAY "[" ws-mismatch-count "] file(s) changed after "
                      "the run. Those changes will be lost."
              DISPLAY "Void anyway? (Y/N): " WITH NO ADVANCING
              ACCEPT ws-cap-confirm

              IF NOT sw-cap-confirm-Y
                 DISPLAY "Nothing voided."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       Check-Files-Unchanged-Exit.
           EXIT.

       Compare-One-After-Total.
           IF  sw-ctl-a-found-Y (ws-ctl-sub)
           AND (ws-ctl-cur-count (ws-ctl-sub) NOT EQUAL
                ws-ctl-a-count (ws-ctl-sub)
            OR  ws-ctl-cur-hash (ws-ctl-sub) NOT EQUAL
                ws-ctl-a-hash (ws-ctl-sub))
               ADD cte-01 TO ws-mismatch-count
               MOVE ws-ctl-a-count   (ws-ctl-sub) TO ws-ed-count-1
               MOVE ws-ctl-cur-count (ws-ctl-sub) TO ws-ed-count-2
               MOVE ws-ctl-a-hash    (ws-ctl-sub) TO ws-ed-hash-1
               MOVE ws-ctl-cur-hash  (ws-ctl-sub) TO ws-ed-hash-2
               DISPLAY "*** " ws-ctl-file-name (ws-ctl-sub)
                       " after run [" ws-ed-count-1 "] rows ["
                       ws-ed-hash-1 "], now [" ws-ed-count-2
                       "] rows [" ws-ed-hash-2 "]. ***"
           END-IF.

       Measure-Files.
           PERFORM Measure-Loan-File
           PERFORM Measure-Voluntary-Deductions
           PERFORM Measure-Rounding-Residue
           PERFORM Measure-Expense-Claims
           PERFORM Measure-Commission-Feed
           PERFORM Measure-Retro-Feed
           PERFORM Measure-Clawback-Feed
           PERFORM Measure-Bonus-Feed
           PERFORM Measure-Pay-Calendar
           PERFORM Measure-Reissue-Queue
           PERFORM Measure-Pay-History
           PERFORM Measure-Pf-Ledger
           PERFORM Measure-Third-Party-Ledger
           PERFORM Measure-Cheque-Register.

       Begin-Measure.
           MOVE ZEROES TO ws-ctl-cur-count (ws-ctl-sub)
                          ws-ctl-cur-hash  (ws-ctl-sub)
           MOVE 'N'    TO ws-eof-sw.

       Measure-Loan-File.
           MOVE 1 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT LoanFile

           IF fs-LoanFile EQUAL "00"
              PERFORM Measure-One-Loan
                UNTIL sw-eof-Y
           END-IF

           CLOSE LoanFile.

       Measure-One-Loan.
           READ LoanFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD loan-rec-balance TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Voluntary-Deductions.
           MOVE 2 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT VolDed

           IF fs-VolDed EQUAL "00"
              PERFORM Measure-One-Voluntary-Ded
                UNTIL sw-eof-Y
           END-IF

           CLOSE VolDed.

       Measure-One-Voluntary-Ded.
           READ VolDed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD volded-rec-collected
                 TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Rounding-Residue.
           MOVE 3 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT RndResid

           IF fs-RndResid EQUAL "00"
              PERFORM Measure-One-Residue
                UNTIL sw-eof-Y
           END-IF

           CLOSE RndResid.

       Measure-One-Residue.
           READ RndResid RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                COMPUTE ws-ctl-cur-hash (ws-ctl-sub) =
                        ws-ctl-cur-hash (ws-ctl-sub)
                      + rndres-rec-residue * 10000
           END-READ.

       Measure-Expense-Claims.
           MOVE 4 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT ExpClaim

           IF fs-ExpClaim EQUAL "00"
              PERFORM Measure-One-Expense-Claim
                UNTIL sw-eof-Y
           END-IF

           CLOSE ExpClaim.

       Measure-One-Expense-Claim.
           READ ExpClaim RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                IF  sw-expclaim-rec-paid
                AND expclaim-rec-amount IS NUMERIC
                    ADD expclaim-rec-amount
                     TO ws-ctl-cur-hash (ws-ctl-sub)
                END-IF
           END-READ.

       Measure-Commission-Feed.
           MOVE 5 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT CommFeed

           IF fs-CommFeed EQUAL "00"
              PERFORM Measure-One-Commission
                UNTIL sw-eof-Y
           END-IF

           CLOSE CommFeed.

       Measure-One-Commission.
           READ CommFeed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD commfeed-rec-amount
                 TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Retro-Feed.
           MOVE 6 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT RetroFeed

           IF fs-RetroFeed EQUAL "00"
              PERFORM Measure-One-Retro
                UNTIL sw-eof-Y
           END-IF

           CLOSE RetroFeed.

       Measure-One-Retro.
           READ RetroFeed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD retrofeed-rec-amount
                 TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Clawback-Feed.
           MOVE 7 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT ClawFeed

           IF fs-ClawFeed EQUAL "00"
              PERFORM Measure-One-Clawback
                UNTIL sw-eof-Y
           END-IF

           CLOSE ClawFeed.

       Measure-One-Clawback.
           READ ClawFeed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD clawfeed-rec-balance
                 TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Bonus-Feed.
           MOVE 8 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT BonusFile

           IF fs-BonusFile EQUAL "00"
              PERFORM Measure-One-Bonus
                UNTIL sw-eof-Y
           END-IF

           CLOSE BonusFile.

       Measure-One-Bonus.
           READ BonusFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD bonus-rec-amount TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Pay-Calendar.
           MOVE 9 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT PayCalFile

           IF fs-PayCalFile EQUAL "00"
              PERFORM Measure-One-Pay-Period
                UNTIL sw-eof-Y
           END-IF

           CLOSE PayCalFile.

       Measure-One-Pay-Period.
           READ PayCalFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                IF paycal-rec-paid EQUAL "P"
                   ADD cte-01 TO ws-ctl-cur-hash (ws-ctl-sub)
                END-IF
           END-READ.

       Measure-Reissue-Queue.
           MOVE 10 TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT ReissueQ

           IF fs-ReissueQ EQUAL "00"
              PERFORM Measure-One-Reissue
                UNTIL sw-eof-Y
           END-IF

           CLOSE ReissueQ.

       Measure-One-Reissue.
           READ ReissueQ RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD reissue-rec-net TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

      *    The history is measured for the run period only, as the
      *    journal measured it.
       Measure-Pay-History.
           MOVE cte-sub-payhist TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT PayHist

           IF fs-PayHist EQUAL "00"
              MOVE ws-tgt-period TO payhist-rec-period

              START PayHist KEY IS EQUAL TO payhist-rec-period
                    INVALID KEY
                            SET sw-eof-Y TO TRUE
              END-START

              PERFORM Measure-One-History-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE PayHist.

       Measure-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-tgt-period
                   SET sw-eof-Y TO TRUE
                ELSE
                   ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                   ADD payhist-rec-net
                    TO ws-ctl-cur-hash (ws-ctl-sub)
                END-IF
           END-READ.

       Measure-Pf-Ledger.
           MOVE cte-sub-pfledger TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT PfLedger

           IF fs-PfLedger EQUAL "00"
              PERFORM Measure-One-Pf-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE PfLedger.

       Measure-One-Pf-Row.
           READ PfLedger RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD pfled-rec-emp-contrib pfled-rec-er-match
                 TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Third-Party-Ledger.
           MOVE cte-sub-tpded TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT TpDed

           IF fs-TpDed EQUAL "00"
              PERFORM Measure-One-Tp-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE TpDed.

       Measure-One-Tp-Row.
           READ TpDed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                ADD tpded-rec-amount TO ws-ctl-cur-hash (ws-ctl-sub)
           END-READ.

       Measure-Cheque-Register.
           MOVE cte-sub-chqreg TO ws-ctl-sub
           PERFORM Begin-Measure

           OPEN INPUT ChqReg

           IF fs-ChqReg EQUAL "00"
              PERFORM Measure-One-Cheque
                UNTIL sw-eof-Y
           END-IF

           CLOSE ChqReg.

       Measure-One-Cheque.
           READ ChqReg RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-ctl-cur-count (ws-ctl-sub)
                IF NOT sw-chqreg-rec-void
                   ADD chqreg-rec-amount
                    TO ws-ctl-cur-hash (ws-ctl-sub)
                END-IF
           END-READ.

      *    Files the run rewrote in place go back to their before-run
      *    images in one pass of the journal. A file that had no rows
      *    before the run comes back empty.
       Restore-Image-Files.
           MOVE ZEROES TO ws-image-rows-restored
           MOVE 'N'    TO ws-eof-RunJrnlFile

           OPEN INPUT  RunJrnlFile
           OPEN OUTPUT LoanFile
                       VolDed
                       RndResid
                       ExpClaim
                       CommFeed
                       RetroFeed
                       ClawFeed
                       BonusFile
                       PayCalFile
                       ReissueQ

           PERFORM Restore-One-Image-Row
             UNTIL sw-eof-RunJrnlFile-Y

           CLOSE RunJrnlFile
                 LoanFile
                 VolDed
                 RndResid
                 ExpClaim
                 CommFeed
                 RetroFeed
                 ClawFeed
                 BonusFile
                 PayCalFile
                 ReissueQ

           DISPLAY "Before-run images restored: ["
                   ws-image-rows-restored "] rows."

           IF ws-image-rows-restored NOT EQUAL ws-image-rows-found
              DISPLAY "*** WARNING: [" ws-image-rows-found "] image "
                      "rows were journalled. ***"
           END-IF.
       Restore-Image-Files-Exit.
           EXIT.

       Restore-One-Image-Row.
           READ RunJrnlFile RECORD
             AT END
                SET sw-eof-RunJrnlFile-Y TO TRUE

            NOT AT END
                IF  jrn-rec-key EQUAL ws-target-key
                AND sw-jrn-rec-image
                    ADD cte-01 TO ws-image-rows-restored

                    EVALUATE jrn-rec-file
                        WHEN "LOANFILE"
                             MOVE jrn-rec-body TO loan-rec
                             WRITE loan-rec
                        WHEN "VOLDED"
                             MOVE jrn-rec-body TO volded-rec
                             WRITE volded-rec
                        WHEN "RNDRESID"
                             MOVE jrn-rec-body TO rndres-rec
                             WRITE rndres-rec
                        WHEN "EXPCLAIM"
                             MOVE jrn-rec-body TO expclaim-rec
                             WRITE expclaim-rec
                        WHEN "COMMFEED"
                             MOVE jrn-rec-body TO commfeed-rec
                             WRITE commfeed-rec
                        WHEN "RETROFD"
                             MOVE jrn-rec-body TO retrofeed-rec
                             WRITE retrofeed-rec
                        WHEN "CLAWFEED"
                             MOVE jrn-rec-body TO clawfeed-rec
                             WRITE clawfeed-rec
                        WHEN "BONUSFIL"
                             MOVE jrn-rec-body TO bonus-rec
                             WRITE bonus-rec
                        WHEN "PAYCAL"
                             MOVE jrn-rec-body TO paycal-rec
                             WRITE paycal-rec
                        WHEN "REISSUEQ"
                             MOVE jrn-rec-body TO reissue-rec
                             WRITE reissue-rec
                        WHEN OTHER
                             SUBTRACT cte-01
                                 FROM ws-image-rows-restored
                    END-EVALUATE
                END-IF
           END-READ.

      *    History: a row belongs to the run when it carries the run
      *    period and type and a run sequence past the highest one on
      *    file before the run. Such rows are deleted by key.
       Remove-History-Run-Rows.
           MOVE cte-sub-payhist TO ws-ctl-sub

           IF NOT sw-ctl-b-found-Y (ws-ctl-sub)
              GO TO Remove-History-Run-Rows-Exit
           END-IF

           MOVE 'N' TO ws-eof-sw

           OPEN I-O PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              GO TO Remove-History-Run-Rows-Exit
           END-IF

           MOVE ws-tgt-period TO payhist-rec-period

           START PayHist KEY IS EQUAL TO payhist-rec-period
                 INVALID KEY
                         SET sw-eof-Y TO TRUE
           END-START

           PERFORM Sift-One-History-Row
             UNTIL sw-eof-Y

           CLOSE PayHist.
       Remove-History-Run-Rows-Exit.
           EXIT.

       Sift-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-tgt-period
                   SET sw-eof-Y TO TRUE
                ELSE
                IF  payhist-rec-run-seq GREATER
                    ws-ctl-b-position (ws-ctl-sub)
                AND payhist-rec-run-type EQUAL ws-tgt-run-type
                    DELETE PayHist RECORD
                    ADD cte-01 TO ws-ctl-rmv-count (ws-ctl-sub)
                    ADD payhist-rec-net
                     TO ws-ctl-rmv-hash (ws-ctl-sub)
                END-IF
                END-IF
           END-READ.

      *    Appended ledgers: a row belongs to the run when it lies past
      *    the row count taken before the run and carries its period.
       Remove-Pf-Run-Rows.
           MOVE cte-sub-pfledger TO ws-ctl-sub

           IF NOT sw-ctl-b-found-Y (ws-ctl-sub)
              GO TO Remove-Pf-Run-Rows-Exit
           END-IF

           MOVE ZEROES TO ws-row-number
           MOVE 'N'    TO ws-eof-sw

           OPEN INPUT PfLedger

           IF fs-PfLedger NOT EQUAL "00"
              CLOSE PfLedger
              GO TO Remove-Pf-Run-Rows-Exit
           END-IF

           OPEN OUTPUT VoidWk

           PERFORM Sift-One-Pf-Row
             UNTIL sw-eof-Y

           CLOSE PfLedger
                 VoidWk

           MOVE 'N' TO ws-eof-VoidWk

           OPEN INPUT  VoidWk
           OPEN OUTPUT PfLedger

           PERFORM Return-One-Pf-Row
             UNTIL sw-eof-VoidWk-Y

           CLOSE VoidWk
                 PfLedger.
       Remove-Pf-Run-Rows-Exit.
           EXIT.

       Sift-One-Pf-Row.
           READ PfLedger RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-row-number

                IF  ws-row-number GREATER
                    ws-ctl-b-position (ws-ctl-sub)
                AND pfled-rec-period EQUAL ws-tgt-period
                    ADD cte-01 TO ws-ctl-rmv-count (ws-ctl-sub)
                    ADD pfled-rec-emp-contrib pfled-rec-er-match
                     TO ws-ctl-rmv-hash (ws-ctl-sub)
                ELSE
                    WRITE f-VoidWk-rec FROM pfled-rec
                END-IF
           END-READ.

       Return-One-Pf-Row.
           READ VoidWk RECORD
             AT END
                SET sw-eof-VoidWk-Y TO TRUE

            NOT AT END
                MOVE f-VoidWk-rec TO pfled-rec
                WRITE pfled-rec
           END-READ.

       Remove-Tp-Run-Rows.
           MOVE cte-sub-tpded TO ws-ctl-sub

           IF NOT sw-ctl-b-found-Y (ws-ctl-sub)
              GO TO Remove-Tp-Run-Rows-Exit
           END-IF

           MOVE ZEROES TO ws-row-number
           MOVE 'N'    TO ws-eof-sw

           OPEN INPUT TpDed

           IF fs-TpDed NOT EQUAL "00"
              CLOSE TpDed
              GO TO Remove-Tp-Run-Rows-Exit
           END-IF

           OPEN OUTPUT VoidWk

           PERFORM Sift-One-Tp-Row
             UNTIL sw-eof-Y

           CLOSE TpDed
                 VoidWk

           MOVE 'N' TO ws-eof-VoidWk

           OPEN INPUT  VoidWk
           OPEN OUTPUT TpDed

           PERFORM Return-One-Tp-Row
             UNTIL sw-eof-VoidWk-Y

           CLOSE VoidWk
                 TpDed.
       Remove-Tp-Run-Rows-Exit.
           EXIT.

       Sift-One-Tp-Row.
           READ TpDed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-row-number

                IF  ws-row-number GREATER
                    ws-ctl-b-position (ws-ctl-sub)
                AND tpded-rec-period EQUAL ws-tgt-period
                    ADD cte-01 TO ws-ctl-rmv-count (ws-ctl-sub)
                    ADD tpded-rec-amount
                     TO ws-ctl-rmv-hash (ws-ctl-sub)
                ELSE
                    WRITE f-VoidWk-rec FROM tpded-rec
                END-IF
           END-READ.

       Return-One-Tp-Row.
           READ VoidWk RECORD
             AT END
                SET sw-eof-VoidWk-Y TO TRUE

            NOT AT END
                MOVE f-VoidWk-rec TO tpded-rec
                WRITE tpded-rec
           END-READ.

      *    Cheques stay on the register so their numbers are never
      *    reused; those the run issued are voided instead. A cheque
      *    already cashed cannot be voided and is left for recovery.
       Void-Run-Cheques.
           MOVE cte-sub-chqreg TO ws-ctl-sub
           MOVE ZEROES TO ws-cheques-voided
                          ws-cheques-cashed

           IF NOT sw-ctl-b-found-Y (ws-ctl-sub)
              GO TO Void-Run-Cheques-Exit
           END-IF

           MOVE ZEROES TO ws-row-number
           MOVE 'N'    TO ws-eof-sw

           OPEN INPUT ChqReg

           IF fs-ChqReg NOT EQUAL "00"
              CLOSE ChqReg
              GO TO Void-Run-Cheques-Exit
           END-IF

           OPEN OUTPUT VoidWk

           PERFORM Sift-One-Cheque
             UNTIL sw-eof-Y

           CLOSE ChqReg
                 VoidWk

           MOVE 'N' TO ws-eof-VoidWk

           OPEN INPUT  VoidWk
           OPEN OUTPUT ChqReg

           PERFORM Return-One-Cheque
             UNTIL sw-eof-VoidWk-Y

           CLOSE VoidWk
                 ChqReg

           IF ws-cheques-voided GREATER ZEROES
              DISPLAY "Cheques voided: [" ws-cheques-voided "]. "
                      "Destroy the printed cheques."
           END-IF.
       Void-Run-Cheques-Exit.
           EXIT.

       Sift-One-Cheque.
           READ ChqReg RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-row-number

                IF  ws-row-number GREATER
                    ws-ctl-b-position (ws-ctl-sub)
                AND chqreg-rec-period EQUAL ws-tgt-period
                    ADD cte-01 TO ws-ctl-rmv-count (ws-ctl-sub)
                    ADD chqreg-rec-amount
                     TO ws-ctl-rmv-hash (ws-ctl-sub)

                    EVALUATE TRUE
                        WHEN sw-chqreg-rec-cashed
                             ADD cte-01 TO ws-cheques-cashed
                             DISPLAY "*** Cheque [" chqreg-rec-number
                                     "] for [" chqreg-rec-code
                                     "] was already cashed. It must "
                                     "be recovered by hand. ***"
                        WHEN sw-chqreg-rec-void
                             CONTINUE
                        WHEN OTHER
                             ADD cte-01 TO ws-cheques-voided
                             SET sw-chqreg-rec-void TO TRUE
                             MOVE ws-today     TO chqreg-rec-status-date
                             MOVE "RUN VOIDED" TO chqreg-rec-reason
                             MOVE "N"          TO chqreg-rec-pospay
                    END-EVALUATE
                END-IF

                WRITE f-VoidWk-rec FROM chqreg-rec
           END-READ.

       Return-One-Cheque.
           READ VoidWk RECORD
             AT END
                SET sw-eof-VoidWk-Y TO TRUE

            NOT AT END
                MOVE f-VoidWk-rec TO chqreg-rec
                WRITE chqreg-rec
           END-READ.

      *    The bank file header type H becomes V so the bank upload
      *    and the return matching refuse it.
       Void-Bank-File.
           IF ws-BankFile-name EQUAL SPACES
              GO TO Void-Bank-File-Exit
           END-IF

           MOVE 'N' TO ws-eof-sw

           OPEN INPUT BankFile

           IF fs-BankFile NOT EQUAL "00"
              CLOSE BankFile
              DISPLAY "No bank file [" ws-BankFile-name "] was "
                      "found for the run."
              GO TO Void-Bank-File-Exit
           END-IF

           OPEN OUTPUT VoidWk

           PERFORM Sift-One-Bank-Row
             UNTIL sw-eof-Y

           CLOSE BankFile
                 VoidWk

           MOVE 'N' TO ws-eof-VoidWk

           OPEN INPUT  VoidWk
           OPEN OUTPUT BankFile

           PERFORM Return-One-Bank-Row
             UNTIL sw-eof-VoidWk-Y

           CLOSE VoidWk
                 BankFile

           IF sw-bank-voided-Y
              DISPLAY "Bank file [" ws-BankFile-name "] marked void."
           END-IF.
       Void-Bank-File-Exit.
           EXIT.

       Sift-One-Bank-Row.
           READ BankFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF bank-rec-type EQUAL "H"
                   MOVE "V" TO bank-rec-type
                   SET sw-bank-voided-Y TO TRUE
                END-IF

                WRITE f-VoidWk-rec FROM bank-rec
           END-READ.

       Return-One-Bank-Row.
           READ VoidWk RECORD
             AT END
                SET sw-eof-VoidWk-Y TO TRUE

            NOT AT END
                MOVE f-VoidWk-rec TO bank-rec
                WRITE bank-rec
           END-READ.

      *    A banner row goes in front of the payslips so that SlipDst
      *    refuses to distribute them.
       Void-Payslip-File.
           IF ws-PayslipFile-name EQUAL SPACES
              GO TO Void-Payslip-File-Exit
           END-IF

           MOVE 'N' TO ws-eof-sw

           OPEN INPUT PayslipFile

           IF fs-PayslipFile NOT EQUAL "00"
              CLOSE PayslipFile
              DISPLAY "No payslip file [" ws-PayslipFile-name "] "
                      "was found for the run."
              GO TO Void-Payslip-File-Exit
           END-IF

           OPEN OUTPUT VoidWk

           MOVE ws-today TO ws-vb-date
           WRITE f-VoidWk-rec FROM ws-void-banner

           PERFORM Sift-One-Payslip-Row
             UNTIL sw-eof-Y

           CLOSE PayslipFile
                 VoidWk

           MOVE 'N' TO ws-eof-VoidWk

           OPEN INPUT  VoidWk
           OPEN OUTPUT PayslipFile

           PERFORM Return-One-Payslip-Row
             UNTIL sw-eof-VoidWk-Y

           CLOSE VoidWk
                 PayslipFile

           SET sw-slips-voided-Y TO TRUE

           DISPLAY "Payslip file [" ws-PayslipFile-name "] marked "
                   "void.".
       Void-Payslip-File-Exit.
           EXIT.

       Sift-One-Payslip-Row.
           READ PayslipFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF payslip-rec-code NOT EQUAL ws-vb-code
                   WRITE f-VoidWk-rec FROM payslip-rec
                END-IF
           END-READ.

       Return-One-Payslip-Row.
           READ VoidWk RECORD
             AT END
                SET sw-eof-VoidWk-Y TO TRUE

            NOT AT END
                MOVE f-VoidWk-rec TO payslip-rec
                WRITE payslip-rec
           END-READ.

      *    Every file must be back at its before-run totals. The
      *    cheque register keeps its rows, so only the value of the
      *    cheques still standing is compared there.
       Prove-Rollback.
           MOVE ZEROES TO ws-proof-failures

           PERFORM Prove-One-File
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER cte-ctl-tbl-max

           IF ws-proof-failures EQUAL ZEROES
              SET sw-proven-Y TO TRUE
           END-IF.

       Prove-One-File.
           MOVE "Y" TO ws-ctl-proof (ws-ctl-sub)

           IF sw-ctl-b-found-Y (ws-ctl-sub)
              IF ws-ctl-cur-hash (ws-ctl-sub) NOT EQUAL
                 ws-ctl-b-hash (ws-ctl-sub)
                 MOVE "N" TO ws-ctl-proof (ws-ctl-sub)
              END-IF

              IF  ws-ctl-sub NOT EQUAL cte-sub-chqreg
              AND ws-ctl-cur-count (ws-ctl-sub) NOT EQUAL
                  ws-ctl-b-count (ws-ctl-sub)
                  MOVE "N" TO ws-ctl-proof (ws-ctl-sub)
              END-IF
           ELSE
              MOVE "N" TO ws-ctl-proof (ws-ctl-sub)
           END-IF

           IF  sw-ctl-a-found-Y (ws-ctl-sub)
           AND ws-ctl-sub NOT LESS cte-first-appended
           AND (ws-ctl-rmv-count (ws-ctl-sub) NOT EQUAL
                ws-ctl-a-run-count (ws-ctl-sub)
            OR  ws-ctl-rmv-hash (ws-ctl-sub) NOT EQUAL
                ws-ctl-a-run-hash (ws-ctl-sub))
               MOVE "N" TO ws-ctl-proof (ws-ctl-sub)
           END-IF

           IF NOT sw-ctl-proof-ok (ws-ctl-sub)
              ADD cte-01 TO ws-proof-failures
           END-IF.

       Write-Void-Journal-Row.
           OPEN EXTEND RunJrnlFile

           MOVE ws-target-key   TO jrn-rec-key
           MOVE "V"             TO jrn-rec-type
           MOVE SPACES          TO jrn-rec-file
                                   jrn-rec-body
           MOVE ws-today        TO jrn-rec-void-date
           MOVE ws-cap-operator TO jrn-rec-void-operator

           WRITE jrn-rec

           CLOSE RunJrnlFile.

      *    A voided run is never restarted from its checkpoints.
       Write-Abandon-Checkpoint-Row.
           OPEN EXTEND RunCkpt

           IF fs-RunCkpt EQUAL "00" OR fs-RunCkpt EQUAL "05"
              MOVE SPACES          TO ckp-rec
              MOVE "X"             TO ckp-rec-type
              MOVE ws-tgt-period   TO ckp-rec-period
              MOVE ws-tgt-run-type TO ckp-rec-run-type
              MOVE ws-today        TO ckp-rec-run-date
              MOVE ws-clock (1:6)  TO ckp-rec-run-time

              WRITE ckp-rec
           ELSE
              DISPLAY "*** WARNING: the checkpoint file could not be "
                      "opened. An unfinished run of this period may "
                      "still be offered for restart. ***"
           END-IF

           CLOSE RunCkpt.

       Write-Void-Audit-Record.
           OPEN EXTEND AuditFile

           IF fs-AuditFile NOT EQUAL "00" AND fs-AuditFile NOT EQUAL
              "05"
              CLOSE AuditFile
              DISPLAY "*** WARNING: the audit file could not be "
                      "opened. The void was NOT audited. ***"
              MOVE "N" TO ws-proven-sw
              GO TO Write-Void-Audit-Record-Exit
           END-IF

           MOVE SPACES TO f-AuditFile-rec

           STRING ws-audit-timestamp                  DELIMITED SIZE
                  " | OP="  ws-cap-operator           DELIMITED SIZE
                  " | "     "RUNVOID "                DELIMITED SIZE
                  " | PERIOD="   ws-tgt-period        DELIMITED SIZE
                  " TYPE="       ws-tgt-run-type      DELIMITED SIZE
                  " RUN="        ws-tgt-run-date      DELIMITED SIZE
                  "-"            ws-tgt-run-time      DELIMITED SIZE
                  " PAYHIST-ROWS="
                     ws-ctl-rmv-count (cte-sub-payhist)
                                                      DELIMITED SIZE
                  " PAYHIST-NET="
                     ws-ctl-rmv-hash (cte-sub-payhist)
                                                      DELIMITED SIZE
                  " PFLEDGER-ROWS="
                     ws-ctl-rmv-count (cte-sub-pfledger)
                                                      DELIMITED SIZE
                  " TPDED-ROWS="
                     ws-ctl-rmv-count (cte-sub-tpded) DELIMITED SIZE
                  " IMAGES="     ws-image-rows-restored
                                                      DELIMITED SIZE
                  " CHQ-VOIDED=" ws-cheques-voided    DELIMITED SIZE
                  " CHQ-CASHED=" ws-cheques-cashed    DELIMITED SIZE
                  " BANKFILE=["  ws-BankFile-name "]" DELIMITED SIZE
                  " PROVEN="     ws-proven-sw         DELIMITED SIZE
             INTO f-AuditFile-rec

           CALL "AudChn" USING f-AuditFile-rec
                               ws-AuditFile-name

           WRITE f-AuditFile-rec

           CLOSE AuditFile.
       Write-Void-Audit-Record-Exit.
           EXIT.

       Print-Balancing-Sheet.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+====+"
           DISPLAY "|   Run Void Balancing Sheet.                 |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+====+"
           DISPLAY "Period [" ws-tgt-period "] type ["
                   ws-tgt-run-type "] run of [" ws-tgt-run-date
                   "] at [" ws-tgt-run-time "]."
           DISPLAY "File      Before run          After run        "
                   "   Now                 Proof"

           PERFORM Print-One-Balance-Line
           VARYING ws-ctl-sub FROM 1 BY 1
             UNTIL ws-ctl-sub GREATER cte-ctl-tbl-max

           DISPLAY SPACE
           PERFORM Print-One-Removal-Line
           VARYING ws-ctl-sub FROM cte-first-appended BY 1
             UNTIL ws-ctl-sub GREATER cte-ctl-tbl-max

           IF ws-cheques-cashed GREATER ZEROES
              DISPLAY "*** [" ws-cheques-cashed "] cheque(s) of the "
                      "run were already cashed. ***"
           END-IF

           IF sw-proven-Y
              DISPLAY "The ledgers are back at their before-run "
                      "balances. Period [" ws-tgt-period "] may be "
                      "rerun."
           ELSE
              DISPLAY "*** The rollback did NOT prove in ["
                      ws-proof-failures "] file(s). Review before "
                      "rerunning the period. ***"
           END-IF.

       Print-One-Balance-Line.
           MOVE ws-ctl-b-hash   (ws-ctl-sub) TO ws-ed-hash-1
           MOVE ws-ctl-a-hash   (ws-ctl-sub) TO ws-ed-hash-2
           MOVE ws-ctl-cur-hash (ws-ctl-sub) TO ws-ed-hash-3

           IF sw-ctl-proof-ok (ws-ctl-sub)
              DISPLAY ws-ctl-file-name (ws-ctl-sub) "  "
                      ws-ed-hash-1 "  " ws-ed-hash-2 "  "
                      ws-ed-hash-3 "  OK"
           ELSE
              DISPLAY ws-ctl-file-name (ws-ctl-sub) "  "
                      ws-ed-hash-1 "  " ws-ed-hash-2 "  "
                      ws-ed-hash-3 "  ** DIFF **"
           END-IF.

       Print-One-Removal-Line.
           MOVE ws-ctl-rmv-count   (ws-ctl-sub) TO ws-ed-count-1
           MOVE ws-ctl-a-run-count (ws-ctl-sub) TO ws-ed-count-2
           MOVE ws-ctl-rmv-hash    (ws-ctl-sub) TO ws-ed-hash-1
           MOVE ws-ctl-a-run-hash  (ws-ctl-sub) TO ws-ed-hash-2

           DISPLAY ws-ctl-file-name (ws-ctl-sub) " run rows taken "
                   "out [" ws-ed-count-1 "] for [" ws-ed-hash-1
                   "], journalled [" ws-ed-count-2 "] for ["
                   ws-ed-hash-2 "].".

       END PROGRAM RunVoid.
