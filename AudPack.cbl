       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudPack.

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

           SELECT OPTIONAL ArchIdx ASSIGN TO DISK ws-ArchIdx-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS arch-rec-cod-employee
                  FILE STATUS  IS fs-ArchIdx.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL AuditFile ASSIGN TO ws-AuditFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-AuditFile.

           SELECT OPTIONAL ChainFile ASSIGN TO ws-ChainFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChainFile.

           SELECT OPTIONAL SalHistFile ASSIGN TO ws-SalHistFile-name
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS fs-SalHistFile.

           SELECT OPTIONAL BankFile ASSIGN TO ws-BankFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BankFile.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

           SELECT OPTIONAL ExtEmp ASSIGN TO ws-ExtEmp-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExtEmp.

           SELECT OPTIONAL ExtPay ASSIGN TO ws-ExtPay-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExtPay.

           SELECT OPTIONAL ExtAud ASSIGN TO ws-ExtAud-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExtAud.

           SELECT OPTIONAL ExtSal ASSIGN TO ws-ExtSal-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExtSal.

           SELECT OPTIONAL ExtBnk ASSIGN TO ws-ExtBnk-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExtBnk.

           SELECT OPTIONAL PackMan ASSIGN TO ws-PackMan-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PackMan.

       DATA DIVISION.
       FILE SECTION.
       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  f-IdxFile-rec.
           03  f-IdxFile-rec-cod-employee       PIC 9(06)  VALUE ZEROES.
           03  FILLER                           PIC X(55)  VALUE SPACES.

       FD  ArchIdx
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  arch-rec.
           03  arch-rec-cod-employee            PIC 9(06)  VALUE ZEROES.
           03  FILLER                           PIC X(55)  VALUE SPACES.

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
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

       FD  AuditFile
           RECORD CONTAINS 420 CHARACTERS.

       01  f-AuditFile-rec                      PIC X(420) VALUE SPACES.

       FD  ChainFile
           RECORD CONTAINS 15 CHARACTERS.

       01  chain-rec.
           03  chain-rec-last-seq              PIC 9(06)  VALUE ZEROES.
           03  chain-rec-last-chk              PIC 9(09)  VALUE ZEROES.

       FD  SalHistFile
           RECORD CONTAINS 41 CHARACTERS.

       01  salhist-rec.
           03  salhist-rec-cod-employee        PIC 9(06)  VALUE ZEROES.
           03  salhist-rec-eff-date            PIC 9(08)  COMP-3
                                                          VALUE ZEROES.
           03  salhist-rec-old-salary          PIC S9(06)V9(02)
                                                          COMP-3
                                                          VALUE ZEROES.
           03  salhist-rec-new-salary          PIC S9(06)V9(02)
                                                          COMP-3
                                                          VALUE ZEROES.
           03  salhist-rec-reason              PIC X(20)  VALUE SPACES.

       FD  BankFile
           RECORD CONTAINS 60 CHARACTERS.

       01  bank-rec.
           03  bank-rec-type            PIC X(01) VALUE SPACE.
               88  sw-bank-rec-header             VALUE "H".
               88  sw-bank-rec-detail             VALUE "D".
               88  sw-bank-rec-trailer            VALUE "T".
           03  bank-rec-data            PIC X(59) VALUE SPACES.
           03  bank-rec-header-data REDEFINES bank-rec-data.
               05  bank-rec-date        PIC 9(08).
               05  bank-rec-period      PIC 9(06).
               05  FILLER               PIC X(45).
           03  bank-rec-detail-data REDEFINES bank-rec-data.
               05  bank-rec-code        PIC 9(06).
               05  bank-rec-bank        PIC X(04).
               05  bank-rec-branch      PIC X(06).
               05  bank-rec-account     PIC X(16).
               05  bank-rec-net         PIC 9(09).
               05  bank-rec-currency    PIC X(03).
               05  FILLER               PIC X(15).
           03  bank-rec-trailer-data REDEFINES bank-rec-data.
               05  bank-rec-count       PIC 9(06).
               05  bank-rec-total       PIC 9(11).
               05  FILLER               PIC X(42).

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

       FD  ExtEmp
           RECORD CONTAINS 68 CHARACTERS.

       01  extemp-rec.
           03  extemp-rec-code          PIC 9(06) VALUE ZEROES.
           03  extemp-rec-name          PIC X(20) VALUE SPACES.
           03  extemp-rec-hire-date     PIC 9(08) VALUE ZEROES.
           03  extemp-rec-status        PIC X(01) VALUE SPACE.
           03  extemp-rec-reason        PIC X(20) VALUE SPACES.
           03  extemp-rec-cod-cat       PIC 9(04) VALUE ZEROES.
           03  extemp-rec-salary        PIC S9(06)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.

       FD  ExtPay
           RECORD CONTAINS 120 CHARACTERS.

       01  f-ExtPay-rec                 PIC X(120) VALUE SPACES.

       FD  ExtAud
           RECORD CONTAINS 420 CHARACTERS.

       01  f-ExtAud-rec                 PIC X(420) VALUE SPACES.

       FD  ExtSal
           RECORD CONTAINS 52 CHARACTERS.

       01  extsal-rec.
           03  extsal-rec-code          PIC 9(06) VALUE ZEROES.
           03  extsal-rec-eff-date      PIC 9(08) VALUE ZEROES.
           03  extsal-rec-old-salary    PIC S9(06)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  extsal-rec-new-salary    PIC S9(06)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  extsal-rec-reason        PIC X(20) VALUE SPACES.

       FD  ExtBnk
           RECORD CONTAINS 58 CHARACTERS.

       01  extbnk-rec.
           03  extbnk-rec-file-date     PIC 9(08) VALUE ZEROES.
           03  extbnk-rec-period        PIC 9(06) VALUE ZEROES.
           03  extbnk-rec-code          PIC 9(06) VALUE ZEROES.
           03  extbnk-rec-bank          PIC X(04) VALUE SPACES.
           03  extbnk-rec-branch        PIC X(06) VALUE SPACES.
           03  extbnk-rec-account       PIC X(16) VALUE SPACES.
           03  extbnk-rec-net           PIC 9(09) VALUE ZEROES.
           03  extbnk-rec-currency      PIC X(03) VALUE SPACES.

       FD  PackMan
           RECORD CONTAINS 132 CHARACTERS.

       01  f-PackMan-rec                PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  fs-ArchIdx                   PIC X(02) VALUE SPACES.
       77  ws-ArchIdx-name              PIC X(12) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  ws-PayHist-name              PIC X(12) VALUE SPACES.
       77  fs-AuditFile                 PIC X(02) VALUE SPACES.
       77  ws-AuditFile-name            PIC X(12) VALUE SPACES.
       77  fs-ChainFile                 PIC X(02) VALUE SPACES.
       77  ws-ChainFile-name            PIC X(40) VALUE SPACES.
       77  fs-SalHistFile               PIC X(02) VALUE SPACES.
       77  ws-SalHistFile-name          PIC X(12) VALUE SPACES.
       77  fs-BankFile                  PIC X(02) VALUE SPACES.
       77  ws-BankFile-name             PIC X(12) VALUE SPACES.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  fs-ExtEmp                    PIC X(02) VALUE SPACES.
       77  ws-ExtEmp-name               PIC X(40) VALUE SPACES.
       77  fs-ExtPay                    PIC X(02) VALUE SPACES.
       77  ws-ExtPay-name               PIC X(40) VALUE SPACES.
       77  fs-ExtAud                    PIC X(02) VALUE SPACES.
       77  ws-ExtAud-name               PIC X(40) VALUE SPACES.
       77  fs-ExtSal                    PIC X(02) VALUE SPACES.
       77  ws-ExtSal-name               PIC X(40) VALUE SPACES.
       77  fs-ExtBnk                    PIC X(02) VALUE SPACES.
       77  ws-ExtBnk-name               PIC X(40) VALUE SPACES.
       77  fs-PackMan                   PIC X(02) VALUE SPACES.
       77  ws-PackMan-name              PIC X(40) VALUE SPACES.

       77  ws-eof-source                PIC X(01) VALUE 'N'.
           88  sw-eof-source-Y                    VALUE 'Y'.
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-pack-level                         VALUE 3.
       78  cte-ext-emp                            VALUE 1.
       78  cte-ext-arc                            VALUE 2.
       78  cte-ext-pay                            VALUE 3.
       78  cte-ext-aud                            VALUE 4.
       78  cte-ext-sal                            VALUE 5.
       78  cte-ext-bnk                            VALUE 6.
       78  cte-ext-max                            VALUE 6.
       78  cte-bank-max                           VALUE 24.
       78  cte-layout-max                         VALUE 29.
       78  cte-chain-body-len                     VALUE 390.
       78  cte-chain-modulus                      VALUE 1000000000.

       01  ws-pack-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE "AudPack".
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-pack-criteria.
           03  ws-pack-name             PIC X(30) VALUE SPACES.
           03  ws-date-from             PIC 9(08) VALUE ZEROES.
           03  ws-date-from-r       REDEFINES ws-date-from.
               05  ws-date-from-year    PIC 9(04).
               05  ws-date-from-month   PIC 9(02).
               05  ws-date-from-day     PIC 9(02).
           03  ws-date-to               PIC 9(08) VALUE ZEROES.
           03  ws-date-to-r         REDEFINES ws-date-to.
               05  ws-date-to-year      PIC 9(04).
               05  ws-date-to-month     PIC 9(02).
               05  ws-date-to-day       PIC 9(02).
           03  ws-period-from           PIC 9(06) VALUE ZEROES.
           03  ws-period-to             PIC 9(06) VALUE ZEROES.
           03  ws-date-valid-sw         PIC X(01) VALUE 'N'.
               88  sw-date-valid-Y                VALUE 'Y'.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-now                   PIC 9(08) VALUE ZEROES.
           03  ws-now-r             REDEFINES ws-now.
               05  ws-now-hms           PIC 9(06).
               05  FILLER               PIC 9(02).

       01  ws-ext-table.
           03  ws-ext-entry OCCURS cte-ext-max TIMES.
               05  ws-ext-code          PIC X(03).
               05  ws-ext-source        PIC X(12).
               05  ws-ext-file          PIC X(40).
               05  ws-ext-count         PIC 9(07).
               05  ws-ext-hash          PIC 9(15).
               05  ws-ext-amount        PIC S9(13)V9(02).
               05  ws-ext-status        PIC X(20).
       01  ws-ext-sub                   PIC 9(02) VALUE ZEROES.

       01  ws-master-work.
           03  ws-mw-code               PIC 9(06).
           03  ws-mw-salary             PIC S9(06)V9(02) COMP-3.
           03  ws-mw-name               PIC X(20).
           03  ws-mw-hire-date          PIC 9(08) COMP-3.
           03  ws-mw-status             PIC X(01).
           03  ws-mw-reason             PIC X(20).
           03  ws-mw-cod-cat            PIC 9(04).

       01  ws-bank-controls.
           03  ws-bank-count            PIC 9(02) VALUE ZEROES.
           03  ws-bank-sub              PIC 9(02) VALUE ZEROES.
           03  ws-bank-entered          PIC X(12) VALUE SPACES.
           03  ws-bank-file-date        PIC 9(08) VALUE ZEROES.
           03  ws-bank-file-period      PIC 9(06) VALUE ZEROES.
           03  ws-bank-rows             PIC 9(06) VALUE ZEROES.
           03  ws-bank-net-total        PIC 9(11) VALUE ZEROES.
           03  ws-bank-in-range-sw      PIC X(01) VALUE 'N'.
               88  sw-bank-in-range-Y             VALUE 'Y'.
           03  ws-bank-trailer-sw       PIC X(01) VALUE 'N'.
               88  sw-bank-trailer-Y              VALUE 'Y'.
               88  sw-bank-trailer-bad            VALUE 'B'.

       01  ws-bank-table.
           03  ws-bank-entry OCCURS cte-bank-max TIMES.
               05  ws-bk-name           PIC X(12).
               05  ws-bk-date           PIC 9(08).
               05  ws-bk-rows           PIC 9(06).
               05  ws-bk-result         PIC X(20).

       01  ws-chain-work-fields.
           03  ws-record-position       PIC 9(06) VALUE ZEROES.
           03  ws-sealed-records        PIC 9(06) VALUE ZEROES.
           03  ws-legacy-records        PIC 9(06) VALUE ZEROES.
           03  ws-gap-errors            PIC 9(06) VALUE ZEROES.
           03  ws-check-errors          PIC 9(06) VALUE ZEROES.
           03  ws-state-errors          PIC 9(06) VALUE ZEROES.
           03  ws-period-errors         PIC 9(06) VALUE ZEROES.
           03  ws-chain-result          PIC X(08) VALUE SPACES.
           03  ws-baseline-taken-sw     PIC X(01) VALUE 'N'.
               88  sw-baseline-taken-Y            VALUE 'Y'.
           03  ws-chain-prev-seq        PIC 9(06) VALUE ZEROES.
           03  ws-chain-prev-chk        PIC 9(09) VALUE ZEROES.
           03  ws-chain-calc-chk        PIC 9(09) VALUE ZEROES.
           03  ws-chain-byte-sum        PIC 9(12) VALUE ZEROES.
           03  ws-chain-byte-idx        PIC 9(03) VALUE ZEROES.
           03  ws-aud-in-period-sw      PIC X(01) VALUE 'N'.
               88  sw-aud-in-period-Y             VALUE 'Y'.
           03  ws-aud-stamp-txt         PIC X(10) VALUE SPACES.
           03  ws-aud-stamp-r       REDEFINES ws-aud-stamp-txt.
               05  ws-aud-stamp-year    PIC X(04).
               05  FILLER               PIC X(01).
               05  ws-aud-stamp-month   PIC X(02).
               05  FILLER               PIC X(01).
               05  ws-aud-stamp-day     PIC X(02).
           03  ws-aud-stamp-date-txt    PIC X(08) VALUE SPACES.
           03  ws-aud-stamp-date    REDEFINES ws-aud-stamp-date-txt
                                        PIC 9(08).

       01  ws-record-seal.
           03  ws-seal-text             PIC X(25) VALUE SPACES.
           03  ws-seal-text-r       REDEFINES ws-seal-text.
               05  FILLER               PIC X(05).
               05  ws-seal-seq-txt      PIC X(06).
               05  FILLER               PIC X(05).
               05  ws-seal-chk-txt      PIC X(09).
           03  ws-seal-seq-num          PIC 9(06) VALUE ZEROES.
           03  ws-seal-chk-num          PIC 9(09) VALUE ZEROES.

       01  ws-pack-totals.
           03  ws-total-records         PIC 9(08) VALUE ZEROES.
           03  ws-total-read            PIC 9(08) VALUE ZEROES.
           03  ws-warnings              PIC 9(03) VALUE ZEROES.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "AudPack".
           03  ws-alertlog-severity     PIC X(01) VALUE SPACE.
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-runlog-fields.
           03  ws-runlog-start-stamp    PIC 9(14) VALUE ZEROES.
           03  ws-runlog-start-date     PIC 9(08) VALUE ZEROES.
           03  ws-runlog-start-time     PIC 9(08) VALUE ZEROES.
           03  ws-runlog-start-time-r REDEFINES ws-runlog-start-time.
               05  ws-runlog-start-hms  PIC 9(06).
               05  FILLER               PIC 9(02).
           03  ws-runlog-program        PIC X(08) VALUE SPACES.
           03  ws-runlog-status         PIC X(08) VALUE SPACES.
           03  ws-runlog-read           PIC 9(06) VALUE ZEROES.
           03  ws-runlog-written        PIC 9(06) VALUE ZEROES.
           03  ws-runlog-rejected       PIC 9(06) VALUE ZEROES.

       01  ws-man-title-line.
           03  FILLER                   PIC X(22) VALUE
               "AUDITOR EXTRACT PACK [".
           03  ws-mt-pack               PIC X(30).
           03  FILLER                   PIC X(10) VALUE "] PERIOD [".
           03  ws-mt-from               PIC 9999/99/99.
           03  FILLER                   PIC X(04) VALUE " TO ".
           03  ws-mt-to                 PIC 9999/99/99.
           03  FILLER                   PIC X(11) VALUE "] CREATED [".
           03  ws-mt-today              PIC 9999/99/99.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-mt-time               PIC 99B99B99.
           03  FILLER                   PIC X(05) VALUE "] BY ".
           03  ws-mt-operator           PIC X(08).
           03  FILLER                   PIC X(03) VALUE SPACES.

       01  ws-man-heading-line.
           03  FILLER                   PIC X(17) VALUE
               "EXT SOURCE".
           03  FILLER                   PIC X(27) VALUE
               "EXTRACT FILE".
           03  FILLER                   PIC X(10) VALUE
               "  RECORDS".
           03  FILLER                   PIC X(20) VALUE
               "         HASH TOTAL".
           03  FILLER                   PIC X(23) VALUE
               "         AMOUNT TOTAL".
           03  FILLER                   PIC X(35) VALUE
               "STATUS".

       01  ws-man-extract-line.
           03  ws-mx-code               PIC X(03).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-mx-source             PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-mx-file               PIC X(26).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-mx-count              PIC Z,ZZZ,ZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-mx-hash               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-mx-amount             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  ws-mx-status             PIC X(20).
           03  FILLER                   PIC X(15) VALUE SPACES.

       01  ws-man-bank-line.
           03  FILLER                   PIC X(18) VALUE
               "  BANK FILE       ".
           03  ws-mb-name               PIC X(12).
           03  FILLER                   PIC X(07) VALUE " DATED ".
           03  ws-mb-date               PIC 9999/99/99.
           03  FILLER                   PIC X(07) VALUE " ROWS [".
           03  ws-mb-rows               PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(03) VALUE "]  ".
           03  ws-mb-result             PIC X(20).
           03  FILLER                   PIC X(48) VALUE SPACES.

       01  ws-man-chain-line.
           03  ws-mc-label              PIC X(40).
           03  ws-mc-value              PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(85) VALUE SPACES.

      *    The record layouts of every extract, printed at the foot of
      *    the manifest so the pack documents itself.
       01  ws-layout-lines.
           03  FILLER                   PIC X(56) VALUE
               "EMP, ARC  68 BYTES - EMPLOYEE MASTER, ARCHIVED MASTER".
           03  FILLER                   PIC X(56) VALUE
               "  001-006 EMPLOYEE CODE        9(06)".
           03  FILLER                   PIC X(56) VALUE
               "  007-026 NAME                 X(20)".
           03  FILLER                   PIC X(56) VALUE
               "  027-034 HIRE DATE CCYYMMDD   9(08)".
           03  FILLER                   PIC X(56) VALUE
               "  035-035 STATUS               X(01)".
           03  FILLER                   PIC X(56) VALUE
               "  036-055 STATUS REASON        X(20)".
           03  FILLER                   PIC X(56) VALUE
               "  056-059 CATEGORY             9(04)".
           03  FILLER                   PIC X(56) VALUE
               "  060-068 MONTHLY SALARY       S9(06)V99 LEADING SIGN".
           03  FILLER                   PIC X(56) VALUE
               "PAY      120 BYTES - PAY HISTORY, PERIODS IN RANGE".
           03  FILLER                   PIC X(56) VALUE
               "  001-006 EMPLOYEE CODE 9(06)   007-012 PERIOD 9(06)".
           03  FILLER                   PIC X(56) VALUE
               "  013-013 RUN TYPE X(01)        014-015 RUN SEQ 9(02)".
           03  FILLER                   PIC X(56) VALUE
               "  016-057 BASIC DA HRA MI IT OTH PF-DED  7 X 9(06)".
           03  FILLER                   PIC X(56) VALUE
               "  058-078 GROSS DEDUCTION NET            3 X 9(07)".
           03  FILLER                   PIC X(56) VALUE
               "  079-120 OT COMM RETRO SHIFT SS-EE SS-ER TP 7 X 9(06)".
           03  FILLER                   PIC X(56) VALUE
               "AUD      420 BYTES - AUDIT TRAIL LINES, STAMP IN RANGE".
           03  FILLER                   PIC X(56) VALUE
               "  001-021 STAMP CCYY/MM/DD - HH:MM:SS  022-390 EVENT".
           03  FILLER                   PIC X(56) VALUE
               "  391-415 SEAL ' SEQ=' 9(06) ' CHK=' 9(09)".
           03  FILLER                   PIC X(56) VALUE
               "SAL       52 BYTES - SALARY CHANGES EFFECTIVE IN RANGE".
           03  FILLER                   PIC X(56) VALUE
               "  001-006 EMPLOYEE CODE 9(06)   007-014 EFFECTIVE 9(8)".
           03  FILLER                   PIC X(56) VALUE
               "  015-023 OLD SALARY           S9(06)V99 LEADING SIGN".
           03  FILLER                   PIC X(56) VALUE
               "  024-032 NEW SALARY           S9(06)V99 LEADING SIGN".
           03  FILLER                   PIC X(56) VALUE
               "  033-052 REASON               X(20)".
           03  FILLER                   PIC X(56) VALUE
               "BNK       58 BYTES - BANK PAYMENTS, FILE DATE IN RANGE".
           03  FILLER                   PIC X(56) VALUE
               "  001-008 FILE DATE 9(08)       009-014 PERIOD 9(06)".
           03  FILLER                   PIC X(56) VALUE
               "  015-020 EMPLOYEE CODE 9(06)   021-024 BANK X(04)".
           03  FILLER                   PIC X(56) VALUE
               "  025-030 BRANCH X(06)          031-046 ACCOUNT X(16)".
           03  FILLER                   PIC X(56) VALUE
               "  047-055 NET PAID 9(09)        056-058 CURRENCY X(03)".
           03  FILLER                   PIC X(56) VALUE
               "HASH TOTAL: SUM OF EMPLOYEE CODES (AUD: OF SEAL SEQ)".
           03  FILLER                   PIC X(56) VALUE
               "AMOUNT: SALARY, NET PAY, NEW SALARY OR NET PAID".
       01  ws-layout-table      REDEFINES ws-layout-lines.
           03  ws-layout-line OCCURS cte-layout-max TIMES
                                        PIC X(56).
       01  ws-layout-sub                PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT ws-runlog-start-date FROM DATE YYYYMMDD
           ACCEPT ws-runlog-start-time FROM TIME
           COMPUTE ws-runlog-start-stamp =
                   ws-runlog-start-date * 1000000
                 + ws-runlog-start-hms
           MOVE ws-runlog-start-date TO ws-today
           MOVE ws-runlog-start-time TO ws-now

           DISPLAY "Period-end extract pack for the external auditors."

           PERFORM Check-Pack-Authorization
              THRU Check-Pack-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           PERFORM Capture-Pack-Criteria
              THRU Capture-Pack-Criteria-Exit

           IF RETURN-CODE NOT EQUAL ZEROES
              STOP RUN
           END-IF

           PERFORM Initialize-Extract-Table

           MOVE ws-IdxFile-name TO ws-ext-source (cte-ext-emp)
           PERFORM Extract-Master-File
              THRU Extract-Master-File-Exit

           MOVE ws-ArchIdx-name TO ws-ext-source (cte-ext-arc)
           PERFORM Extract-Archive-File
              THRU Extract-Archive-File-Exit

           PERFORM Extract-Pay-History
              THRU Extract-Pay-History-Exit

           PERFORM Extract-Audit-Trail
              THRU Extract-Audit-Trail-Exit

           PERFORM Extract-Salary-History
              THRU Extract-Salary-History-Exit

           PERFORM Extract-Bank-Payments
              THRU Extract-Bank-Payments-Exit

           PERFORM Write-Pack-Manifest

           DISPLAY SPACE
           DISPLAY "Extract pack [" ws-pack-name "] written. "
                   "Manifest [" ws-PackMan-name "]."
           DISPLAY "Records extracted  : [" ws-total-records "]."
           DISPLAY "Audit chain        : [" ws-chain-result "]."

           MOVE SPACES TO ws-alertlog-message
           IF ws-chain-result EQUAL "BROKEN"
              MOVE "F" TO ws-alertlog-severity
              STRING "AUDITOR PACK " ws-pack-name
                     " - AUDIT CHAIN BROKEN"
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "I" TO ws-alertlog-severity
              STRING "AUDITOR PACK " ws-pack-name " BUILT BY "
                     ws-auth-oper-id
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              IF ws-warnings GREATER ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message

           MOVE "AUDPACK"         TO ws-runlog-program
           MOVE ws-total-read     TO ws-runlog-read
           MOVE ws-total-records  TO ws-runlog-written
           MOVE ZEROES            TO ws-runlog-rejected
           EVALUATE TRUE
               WHEN ws-chain-result EQUAL "BROKEN"
                    MOVE "BROKEN" TO ws-runlog-status
               WHEN ws-warnings GREATER ZEROES
                    MOVE "WARN"   TO ws-runlog-status
               WHEN OTHER
                    MOVE "OK"     TO ws-runlog-status
           END-EVALUATE
           CALL "RunLog" USING ws-runlog-program
                               ws-runlog-start-stamp
                               ws-runlog-read
                               ws-runlog-written
                               ws-runlog-rejected
                               ws-runlog-status

           STOP RUN.

       Capture-Pack-Criteria.
           DISPLAY "Period from CCYYMMDD          : " WITH NO ADVANCING
           ACCEPT ws-date-from

           DISPLAY "Period to   CCYYMMDD          : " WITH NO ADVANCING
           ACCEPT ws-date-to

           MOVE 'N' TO ws-date-valid-sw
           CALL "Val_Date" USING ws-date-from-year
                                 ws-date-from-month
                                 ws-date-from-day
                                 ws-date-valid-sw

           IF sw-date-valid-Y
              MOVE 'N' TO ws-date-valid-sw
              CALL "Val_Date" USING ws-date-to-year
                                    ws-date-to-month
                                    ws-date-to-day
                                    ws-date-valid-sw
           END-IF

           IF NOT sw-date-valid-Y
           OR ws-date-from GREATER ws-date-to
              DISPLAY "The period is not valid. Nothing extracted."
              MOVE 8 TO RETURN-CODE
              GO TO Capture-Pack-Criteria-Exit
           END-IF

           COMPUTE ws-period-from = ws-date-from / 100
           COMPUTE ws-period-to   = ws-date-to   / 100

           DISPLAY "Audit trail file              : " WITH NO ADVANCING
           ACCEPT ws-AuditFile-name

           IF ws-AuditFile-name EQUAL SPACES
              DISPLAY "The audit trail file is needed. Nothing "
                      "extracted."
              MOVE 8 TO RETURN-CODE
              GO TO Capture-Pack-Criteria-Exit
           END-IF

           DISPLAY "Pack name (blank AP<to date>) : " WITH NO ADVANCING
           ACCEPT ws-pack-name

           IF ws-pack-name EQUAL SPACES
              STRING "AP" ws-date-to DELIMITED BY SIZE
                INTO ws-pack-name
              END-STRING
           END-IF

           DISPLAY "Master file (blank IdxFile)   : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name
           IF ws-IdxFile-name EQUAL SPACES
              MOVE "IdxFile"     TO ws-IdxFile-name
           END-IF

           DISPLAY "Archive (blank ArchIdx)       : " WITH NO ADVANCING
           ACCEPT ws-ArchIdx-name
           IF ws-ArchIdx-name EQUAL SPACES
              MOVE "ArchIdx"     TO ws-ArchIdx-name
           END-IF

           DISPLAY "Pay history (blank PayHist)   : " WITH NO ADVANCING
           ACCEPT ws-PayHist-name
           IF ws-PayHist-name EQUAL SPACES
              MOVE "PayHist"     TO ws-PayHist-name
           END-IF

           DISPLAY "Salary history (blank "
                   "SalHistFile): " WITH NO ADVANCING
           ACCEPT ws-SalHistFile-name
           IF ws-SalHistFile-name EQUAL SPACES
              MOVE "SalHistFile" TO ws-SalHistFile-name
           END-IF

           MOVE ZEROES TO ws-bank-count
           MOVE "X"    TO ws-bank-entered

           PERFORM Capture-One-Bank-File
             UNTIL ws-bank-entered EQUAL SPACES
                OR ws-bank-count EQUAL cte-bank-max

           IF ws-bank-count EQUAL ZEROES
              MOVE 1          TO ws-bank-count
              MOVE "BankFile" TO ws-bk-name (1)
           END-IF

           STRING ws-pack-name DELIMITED BY SPACE ".EMP"
                  DELIMITED BY SIZE INTO ws-ext-file (cte-ext-emp)
           STRING ws-pack-name DELIMITED BY SPACE ".ARC"
                  DELIMITED BY SIZE INTO ws-ext-file (cte-ext-arc)
           STRING ws-pack-name DELIMITED BY SPACE ".PAY"
                  DELIMITED BY SIZE INTO ws-ext-file (cte-ext-pay)
           STRING ws-pack-name DELIMITED BY SPACE ".AUD"
                  DELIMITED BY SIZE INTO ws-ext-file (cte-ext-aud)
           STRING ws-pack-name DELIMITED BY SPACE ".SAL"
                  DELIMITED BY SIZE INTO ws-ext-file (cte-ext-sal)
           STRING ws-pack-name DELIMITED BY SPACE ".BNK"
                  DELIMITED BY SIZE INTO ws-ext-file (cte-ext-bnk)
           STRING ws-pack-name DELIMITED BY SPACE ".MAN"
                  DELIMITED BY SIZE INTO ws-PackMan-name.
       Capture-Pack-Criteria-Exit.
           EXIT.

       Capture-One-Bank-File.
           DISPLAY "Bank payment file (blank when finished): "
              WITH NO ADVANCING
           ACCEPT ws-bank-entered

           IF ws-bank-entered NOT EQUAL SPACES
              ADD cte-01 TO ws-bank-count
              MOVE ws-bank-entered TO ws-bk-name (ws-bank-count)
           END-IF.

       Initialize-Extract-Table.
           MOVE "EMP" TO ws-ext-code (cte-ext-emp)
           MOVE "ARC" TO ws-ext-code (cte-ext-arc)
           MOVE "PAY" TO ws-ext-code (cte-ext-pay)
           MOVE "AUD" TO ws-ext-code (cte-ext-aud)
           MOVE "SAL" TO ws-ext-code (cte-ext-sal)
           MOVE "BNK" TO ws-ext-code (cte-ext-bnk)

           MOVE ws-PayHist-name     TO ws-ext-source (cte-ext-pay)
           MOVE ws-AuditFile-name   TO ws-ext-source (cte-ext-aud)
           MOVE ws-SalHistFile-name TO ws-ext-source (cte-ext-sal)
           MOVE "BANK FILES"        TO ws-ext-source (cte-ext-bnk)

           PERFORM Clear-One-Extract-Entry
             VARYING ws-ext-sub FROM 1 BY 1
               UNTIL ws-ext-sub GREATER cte-ext-max.

       Clear-One-Extract-Entry.
           MOVE ZEROES     TO ws-ext-count  (ws-ext-sub)
                              ws-ext-hash   (ws-ext-sub)
                              ws-ext-amount (ws-ext-sub)
           MOVE "COMPLETE" TO ws-ext-status (ws-ext-sub).

      *    A source that cannot be opened still gets an empty extract,
      *    so the pack always holds the same six files.
       Mark-Source-Missing.
           MOVE "SOURCE NOT FOUND" TO ws-ext-status (ws-ext-sub)
           ADD cte-01 TO ws-warnings
           DISPLAY "*** WARNING: [" ws-ext-source (ws-ext-sub)
                   "] could not be opened. Its extract is empty. ***".

       Extract-Master-File.
           MOVE cte-ext-emp TO ws-ext-sub
           MOVE ws-ext-file (ws-ext-sub) TO ws-ExtEmp-name

           OPEN OUTPUT ExtEmp
           OPEN INPUT  IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              PERFORM Mark-Source-Missing
              CLOSE IdxFile
              CLOSE ExtEmp
              GO TO Extract-Master-File-Exit
           END-IF

           MOVE 'N' TO ws-eof-source

           PERFORM Read-One-Master-Record
             UNTIL sw-eof-source-Y

           CLOSE IdxFile
           CLOSE ExtEmp.
       Extract-Master-File-Exit.
           EXIT.

       Read-One-Master-Record.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-source-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-total-read
                MOVE f-IdxFile-rec TO ws-master-work
                PERFORM Write-Employee-Extract
           END-READ.

       Extract-Archive-File.
           MOVE cte-ext-arc TO ws-ext-sub
           MOVE ws-ext-file (ws-ext-sub) TO ws-ExtEmp-name

           OPEN OUTPUT ExtEmp
           OPEN INPUT  ArchIdx

           IF fs-ArchIdx NOT EQUAL "00"
              PERFORM Mark-Source-Missing
              CLOSE ArchIdx
              CLOSE ExtEmp
              GO TO Extract-Archive-File-Exit
           END-IF

           MOVE 'N' TO ws-eof-source

           PERFORM Read-One-Archive-Record
             UNTIL sw-eof-source-Y

           CLOSE ArchIdx
           CLOSE ExtEmp.
       Extract-Archive-File-Exit.
           EXIT.

       Read-One-Archive-Record.
           READ ArchIdx NEXT RECORD
             AT END
                SET sw-eof-source-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-total-read
                MOVE arch-rec TO ws-master-work
                PERFORM Write-Employee-Extract
           END-READ.

       Write-Employee-Extract.
           MOVE ws-mw-code        TO extemp-rec-code
           MOVE ws-mw-name        TO extemp-rec-name
           MOVE ws-mw-hire-date   TO extemp-rec-hire-date
           MOVE ws-mw-status      TO extemp-rec-status
           MOVE ws-mw-reason      TO extemp-rec-reason
           MOVE ws-mw-cod-cat     TO extemp-rec-cod-cat
           MOVE ws-mw-salary      TO extemp-rec-salary

           WRITE extemp-rec

           ADD cte-01             TO ws-ext-count  (ws-ext-sub)
                                     ws-total-records
           ADD ws-mw-code         TO ws-ext-hash   (ws-ext-sub)
           ADD ws-mw-salary       TO ws-ext-amount (ws-ext-sub).

      *    The period alternate key brings the pay history in period
      *    order, so the read stops at the first period past the end.
       Extract-Pay-History.
           MOVE cte-ext-pay TO ws-ext-sub
           MOVE ws-ext-file (ws-ext-sub) TO ws-ExtPay-name

           OPEN OUTPUT ExtPay
           OPEN INPUT  PayHist

           IF fs-PayHist NOT EQUAL "00"
              PERFORM Mark-Source-Missing
              CLOSE PayHist
              CLOSE ExtPay
              GO TO Extract-Pay-History-Exit
           END-IF

           MOVE 'N'            TO ws-eof-source
           MOVE ws-period-from TO payhist-rec-period

           START PayHist KEY NOT LESS payhist-rec-period
                 INVALID KEY
                         SET sw-eof-source-Y TO TRUE
           END-START

           PERFORM Read-One-Pay-History
             UNTIL sw-eof-source-Y

           CLOSE PayHist
           CLOSE ExtPay.
       Extract-Pay-History-Exit.
           EXIT.

       Read-One-Pay-History.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-source-Y TO TRUE

            NOT AT END
                IF payhist-rec-period GREATER ws-period-to
                   SET sw-eof-source-Y TO TRUE
                ELSE
                   ADD cte-01 TO ws-total-read
                   WRITE f-ExtPay-rec FROM payhist-rec
                   ADD cte-01          TO ws-ext-count (ws-ext-sub)
                                          ws-total-records
                   ADD payhist-rec-code TO ws-ext-hash (ws-ext-sub)
                   ADD payhist-rec-net  TO ws-ext-amount (ws-ext-sub)
                END-IF
           END-READ.

      *    The whole trail is read to verify the chain, as AudVer
      *    does; only the lines stamped inside the period are
      *    extracted, and chain faults on those lines are counted
      *    apart.
       Extract-Audit-Trail.
           MOVE cte-ext-aud TO ws-ext-sub
           MOVE ws-ext-file (ws-ext-sub) TO ws-ExtAud-name
           MOVE "NOT VERIFIED" TO ws-chain-result

           OPEN OUTPUT ExtAud
           OPEN INPUT  AuditFile

           IF fs-AuditFile NOT EQUAL "00"
              PERFORM Mark-Source-Missing
              CLOSE AuditFile
              CLOSE ExtAud
              GO TO Extract-Audit-Trail-Exit
           END-IF

           MOVE 'N' TO ws-eof-source

           PERFORM Read-One-Audit-Line
             UNTIL sw-eof-source-Y

           CLOSE AuditFile
           CLOSE ExtAud

           PERFORM Verify-Chain-State
              THRU Verify-Chain-State-Exit

           IF  ws-gap-errors   EQUAL ZEROES
           AND ws-check-errors EQUAL ZEROES
           AND ws-state-errors EQUAL ZEROES
               MOVE "INTACT" TO ws-chain-result
           ELSE
               MOVE "BROKEN" TO ws-chain-result
           END-IF.
       Extract-Audit-Trail-Exit.
           EXIT.

       Read-One-Audit-Line.
           READ AuditFile RECORD
             AT END
                SET sw-eof-source-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-record-position
                ADD cte-01 TO ws-total-read

                MOVE f-AuditFile-rec (1:10) TO ws-aud-stamp-txt
                STRING ws-aud-stamp-year ws-aud-stamp-month
                       ws-aud-stamp-day
                       DELIMITED BY SIZE
                  INTO ws-aud-stamp-date-txt
                END-STRING

                MOVE 'N' TO ws-aud-in-period-sw
                IF  ws-aud-stamp-date-txt IS NUMERIC
                AND ws-aud-stamp-date NOT LESS ws-date-from
                AND ws-aud-stamp-date NOT GREATER ws-date-to
                    SET sw-aud-in-period-Y TO TRUE
                END-IF

                MOVE f-AuditFile-rec (391:25) TO ws-seal-text

                IF ws-seal-text EQUAL SPACES
                   ADD cte-01 TO ws-legacy-records
                ELSE
                   PERFORM Verify-Sealed-Line
                      THRU Verify-Sealed-Line-Exit
                END-IF

                IF sw-aud-in-period-Y
                   WRITE f-ExtAud-rec FROM f-AuditFile-rec
                   ADD cte-01 TO ws-ext-count (ws-ext-sub)
                                 ws-total-records
                   IF ws-seal-text NOT EQUAL SPACES
                      ADD ws-seal-seq-num TO ws-ext-hash (ws-ext-sub)
                   END-IF
                END-IF
           END-READ.

       Verify-Sealed-Line.
           ADD cte-01 TO ws-sealed-records

           IF ws-seal-seq-txt IS NOT NUMERIC
           OR ws-seal-chk-txt IS NOT NUMERIC
              ADD cte-01 TO ws-check-errors
              MOVE ZEROES TO ws-seal-seq-num
              PERFORM Count-Period-Fault
              DISPLAY "Audit record [" ws-record-position "]: the "
                      "seal is unreadable."
              GO TO Verify-Sealed-Line-Exit
           END-IF

           MOVE ws-seal-seq-txt TO ws-seal-seq-num
           MOVE ws-seal-chk-txt TO ws-seal-chk-num

           IF NOT sw-baseline-taken-Y
              SET sw-baseline-taken-Y TO TRUE

              IF ws-seal-seq-num GREATER cte-01
                 MOVE ws-seal-seq-num TO ws-chain-prev-seq
                 MOVE ws-seal-chk-num TO ws-chain-prev-chk
                 GO TO Verify-Sealed-Line-Exit
              END-IF
           END-IF

           IF ws-seal-seq-num NOT EQUAL ws-chain-prev-seq + 1
              ADD cte-01 TO ws-gap-errors
              PERFORM Count-Period-Fault
              DISPLAY "Audit record [" ws-record-position "]: "
                      "sequence gap after [" ws-chain-prev-seq "]."
           END-IF

           MOVE ZEROES TO ws-chain-byte-sum

           PERFORM Add-One-Chain-Byte
             VARYING ws-chain-byte-idx FROM cte-01 BY cte-01
               UNTIL ws-chain-byte-idx GREATER cte-chain-body-len

           COMPUTE ws-chain-calc-chk =
                   FUNCTION MOD(ws-chain-prev-chk
                              + ws-seal-seq-num
                              + ws-chain-byte-sum, cte-chain-modulus)

           IF ws-chain-calc-chk NOT EQUAL ws-seal-chk-num
              ADD cte-01 TO ws-check-errors
              PERFORM Count-Period-Fault
              DISPLAY "Audit record [" ws-record-position "]: check "
                      "value mismatch. The record was altered."
           END-IF

           MOVE ws-seal-seq-num TO ws-chain-prev-seq
           MOVE ws-seal-chk-num TO ws-chain-prev-chk.
       Verify-Sealed-Line-Exit.
           EXIT.

       Add-One-Chain-Byte.
           ADD FUNCTION ORD(f-AuditFile-rec(ws-chain-byte-idx:1))
            TO ws-chain-byte-sum.

       Count-Period-Fault.
           IF sw-aud-in-period-Y
              ADD cte-01 TO ws-period-errors
           END-IF.

       Verify-Chain-State.
           MOVE SPACES TO ws-ChainFile-name
           STRING FUNCTION TRIM(ws-AuditFile-name) ".CHN"
                  DELIMITED BY SIZE
             INTO ws-ChainFile-name

           OPEN INPUT ChainFile

           IF fs-ChainFile NOT EQUAL "00"
              CLOSE ChainFile
              IF ws-sealed-records GREATER ZEROES
                 ADD cte-01 TO ws-state-errors
                 DISPLAY "No chain state file was found although "
                         "sealed records exist."
              END-IF
              GO TO Verify-Chain-State-Exit
           END-IF

           READ ChainFile
                AT END
                   IF ws-sealed-records GREATER ZEROES
                      ADD cte-01 TO ws-state-errors
                      DISPLAY "The chain state file is empty but "
                              "sealed records exist."
                   END-IF

            NOT AT END
                   IF chain-rec-last-seq NOT EQUAL ws-chain-prev-seq
                   OR chain-rec-last-chk NOT EQUAL ws-chain-prev-chk
                      ADD cte-01 TO ws-state-errors
                      DISPLAY "The chain state file does not match "
                              "the end of the trail. Records were "
                              "removed from the end."
                   END-IF
           END-READ

           CLOSE ChainFile.
       Verify-Chain-State-Exit.
           EXIT.

       Extract-Salary-History.
           MOVE cte-ext-sal TO ws-ext-sub
           MOVE ws-ext-file (ws-ext-sub) TO ws-ExtSal-name

           OPEN OUTPUT ExtSal
           OPEN INPUT  SalHistFile

           IF fs-SalHistFile NOT EQUAL "00"
              PERFORM Mark-Source-Missing
              CLOSE SalHistFile
              CLOSE ExtSal
              GO TO Extract-Salary-History-Exit
           END-IF

           MOVE 'N' TO ws-eof-source

           PERFORM Read-One-Salary-Change
             UNTIL sw-eof-source-Y

           CLOSE SalHistFile
           CLOSE ExtSal.
       Extract-Salary-History-Exit.
           EXIT.

       Read-One-Salary-Change.
           READ SalHistFile RECORD
             AT END
                SET sw-eof-source-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-total-read
                IF  salhist-rec-eff-date NOT LESS ws-date-from
                AND salhist-rec-eff-date NOT GREATER ws-date-to
                    MOVE salhist-rec-cod-employee TO extsal-rec-code
                    MOVE salhist-rec-eff-date     TO extsal-rec-eff-date
                    MOVE salhist-rec-old-salary
                      TO extsal-rec-old-salary
                    MOVE salhist-rec-new-salary
                      TO extsal-rec-new-salary
                    MOVE salhist-rec-reason       TO extsal-rec-reason
                    WRITE extsal-rec
                    ADD cte-01 TO ws-ext-count (ws-ext-sub)
                                  ws-total-records
                    ADD salhist-rec-cod-employee
                      TO ws-ext-hash (ws-ext-sub)
                    ADD salhist-rec-new-salary
                      TO ws-ext-amount (ws-ext-sub)
                END-IF
           END-READ.

      *    Each run leaves its own bank file. Every file named is read;
      *    its rows go in the pack when the header date falls inside
      *    the period, and its trailer is proved against the rows.
       Extract-Bank-Payments.
           MOVE cte-ext-bnk TO ws-ext-sub
           MOVE ws-ext-file (ws-ext-sub) TO ws-ExtBnk-name

           OPEN OUTPUT ExtBnk

           PERFORM Extract-One-Bank-File
              THRU Extract-One-Bank-File-Exit
             VARYING ws-bank-sub FROM 1 BY 1
               UNTIL ws-bank-sub GREATER ws-bank-count

           CLOSE ExtBnk.
       Extract-Bank-Payments-Exit.
           EXIT.

       Extract-One-Bank-File.
           MOVE ws-bk-name (ws-bank-sub) TO ws-BankFile-name
           MOVE ZEROES TO ws-bk-date (ws-bank-sub)
                          ws-bk-rows (ws-bank-sub)
                          ws-bank-file-date
                          ws-bank-file-period
                          ws-bank-rows
                          ws-bank-net-total
           MOVE 'N'    TO ws-bank-in-range-sw
                          ws-bank-trailer-sw
                          ws-eof-source

           OPEN INPUT BankFile

           IF fs-BankFile NOT EQUAL "00"
              CLOSE BankFile
              MOVE "NOT FOUND" TO ws-bk-result (ws-bank-sub)
              MOVE "INCOMPLETE" TO ws-ext-status (ws-ext-sub)
              ADD cte-01 TO ws-warnings
              DISPLAY "*** WARNING: bank file [" ws-BankFile-name
                      "] could not be opened. ***"
              GO TO Extract-One-Bank-File-Exit
           END-IF

           PERFORM Read-One-Bank-Row
             UNTIL sw-eof-source-Y

           CLOSE BankFile

           MOVE ws-bank-file-date TO ws-bk-date (ws-bank-sub)
           MOVE ws-bank-rows      TO ws-bk-rows (ws-bank-sub)

           EVALUATE TRUE
               WHEN NOT sw-bank-in-range-Y
                    MOVE "OUTSIDE PERIOD" TO ws-bk-result (ws-bank-sub)
               WHEN sw-bank-trailer-Y
                    MOVE "INCLUDED"       TO ws-bk-result (ws-bank-sub)
               WHEN OTHER
                    MOVE "TRAILER MISMATCH"
                      TO ws-bk-result (ws-bank-sub)
                    MOVE "INCOMPLETE"     TO ws-ext-status (ws-ext-sub)
                    ADD cte-01 TO ws-warnings
                    DISPLAY "*** WARNING: bank file ["
                            ws-BankFile-name "] does not agree with "
                            "its trailer. ***"
           END-EVALUATE.
       Extract-One-Bank-File-Exit.
           EXIT.

       Read-One-Bank-Row.
           READ BankFile RECORD
             AT END
                SET sw-eof-source-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-total-read
                EVALUATE TRUE
                    WHEN sw-bank-rec-header
                         MOVE bank-rec-date   TO ws-bank-file-date
                         MOVE bank-rec-period TO ws-bank-file-period
                         IF  ws-bank-file-date NOT LESS ws-date-from
                         AND ws-bank-file-date NOT GREATER ws-date-to
                             SET sw-bank-in-range-Y TO TRUE
                         END-IF

                    WHEN sw-bank-rec-detail
                         ADD cte-01       TO ws-bank-rows
                         ADD bank-rec-net TO ws-bank-net-total
                         IF sw-bank-in-range-Y
                            PERFORM Write-Bank-Extract
                         END-IF

                    WHEN sw-bank-rec-trailer
                         IF  bank-rec-count EQUAL ws-bank-rows
                         AND bank-rec-total EQUAL ws-bank-net-total
                             SET sw-bank-trailer-Y   TO TRUE
                         ELSE
                             SET sw-bank-trailer-bad TO TRUE
                         END-IF
                END-EVALUATE
           END-READ.

       Write-Bank-Extract.
           MOVE ws-bank-file-date   TO extbnk-rec-file-date
           MOVE ws-bank-file-period TO extbnk-rec-period
           MOVE bank-rec-code       TO extbnk-rec-code
           MOVE bank-rec-bank       TO extbnk-rec-bank
           MOVE bank-rec-branch     TO extbnk-rec-branch
           MOVE bank-rec-account    TO extbnk-rec-account
           MOVE bank-rec-net        TO extbnk-rec-net
           MOVE bank-rec-currency   TO extbnk-rec-currency

           WRITE extbnk-rec

           ADD cte-01        TO ws-ext-count  (ws-ext-sub)
                                ws-total-records
           ADD bank-rec-code TO ws-ext-hash   (ws-ext-sub)
           ADD bank-rec-net  TO ws-ext-amount (ws-ext-sub).

       Write-Pack-Manifest.
           OPEN OUTPUT PackMan

           MOVE ws-pack-name    TO ws-mt-pack
           MOVE ws-date-from    TO ws-mt-from
           MOVE ws-date-to      TO ws-mt-to
           MOVE ws-today        TO ws-mt-today
           MOVE ws-now-hms      TO ws-mt-time
           MOVE ws-auth-oper-id TO ws-mt-operator
           WRITE f-PackMan-rec FROM ws-man-title-line

           MOVE SPACES TO f-PackMan-rec
           WRITE f-PackMan-rec
           WRITE f-PackMan-rec FROM ws-man-heading-line

           PERFORM Write-One-Manifest-Extract
             VARYING ws-ext-sub FROM 1 BY 1
               UNTIL ws-ext-sub GREATER cte-ext-max

           PERFORM Write-One-Manifest-Bank
             VARYING ws-bank-sub FROM 1 BY 1
               UNTIL ws-bank-sub GREATER ws-bank-count

           MOVE SPACES TO f-PackMan-rec
           WRITE f-PackMan-rec
           MOVE SPACES TO f-PackMan-rec
           STRING "AUDIT CHAIN VERIFICATION OF " ws-AuditFile-name
                  ": " ws-chain-result
                  DELIMITED BY SIZE
             INTO f-PackMan-rec
           END-STRING
           WRITE f-PackMan-rec

           MOVE "  RECORDS SCANNED"             TO ws-mc-label
           MOVE ws-record-position              TO ws-mc-value
           WRITE f-PackMan-rec FROM ws-man-chain-line
           MOVE "  SEALED RECORDS"              TO ws-mc-label
           MOVE ws-sealed-records               TO ws-mc-value
           WRITE f-PackMan-rec FROM ws-man-chain-line
           MOVE "  LEGACY (UNSEALED) RECORDS"   TO ws-mc-label
           MOVE ws-legacy-records               TO ws-mc-value
           WRITE f-PackMan-rec FROM ws-man-chain-line
           MOVE "  SEQUENCE GAPS"               TO ws-mc-label
           MOVE ws-gap-errors                   TO ws-mc-value
           WRITE f-PackMan-rec FROM ws-man-chain-line
           MOVE "  CHECK VALUE MISMATCHES"      TO ws-mc-label
           MOVE ws-check-errors                 TO ws-mc-value
           WRITE f-PackMan-rec FROM ws-man-chain-line
           MOVE "  CHAIN STATE MISMATCHES"      TO ws-mc-label
           MOVE ws-state-errors                 TO ws-mc-value
           WRITE f-PackMan-rec FROM ws-man-chain-line
           MOVE "  FAULTS ON LINES IN THE PERIOD" TO ws-mc-label
           MOVE ws-period-errors                TO ws-mc-value
           WRITE f-PackMan-rec FROM ws-man-chain-line

           MOVE SPACES TO f-PackMan-rec
           WRITE f-PackMan-rec
           MOVE "RECORD LAYOUTS" TO f-PackMan-rec
           WRITE f-PackMan-rec

           PERFORM Write-One-Layout-Line
             VARYING ws-layout-sub FROM 1 BY 1
               UNTIL ws-layout-sub GREATER cte-layout-max

           MOVE SPACES TO f-PackMan-rec
           WRITE f-PackMan-rec
           MOVE SPACES TO f-PackMan-rec
           STRING "END OF MANIFEST. EXTRACTS [6] RECORDS ["
                  ws-total-records "]"
                  DELIMITED BY SIZE
             INTO f-PackMan-rec
           END-STRING
           WRITE f-PackMan-rec

           CLOSE PackMan.

       Write-One-Manifest-Extract.
           MOVE ws-ext-code   (ws-ext-sub) TO ws-mx-code
           MOVE ws-ext-source (ws-ext-sub) TO ws-mx-source
           MOVE ws-ext-file   (ws-ext-sub) TO ws-mx-file
           MOVE ws-ext-count  (ws-ext-sub) TO ws-mx-count
           MOVE ws-ext-hash   (ws-ext-sub) TO ws-mx-hash
           MOVE ws-ext-amount (ws-ext-sub) TO ws-mx-amount
           MOVE ws-ext-status (ws-ext-sub) TO ws-mx-status

           WRITE f-PackMan-rec FROM ws-man-extract-line.

       Write-One-Manifest-Bank.
           MOVE ws-bk-name   (ws-bank-sub) TO ws-mb-name
           MOVE ws-bk-date   (ws-bank-sub) TO ws-mb-date
           MOVE ws-bk-rows   (ws-bank-sub) TO ws-mb-rows
           MOVE ws-bk-result (ws-bank-sub) TO ws-mb-result

           WRITE f-PackMan-rec FROM ws-man-bank-line.

       Write-One-Layout-Line.
           MOVE SPACES TO f-PackMan-rec
           MOVE ws-layout-line (ws-layout-sub) TO f-PackMan-rec
           WRITE f-PackMan-rec.

       Check-Pack-Authorization.
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
              GO TO Check-Pack-Authorization-Exit
           END-IF

           MOVE 'N' TO ws-auth-granted-sw

           PERFORM Match-One-Auth-Operator
             UNTIL sw-eof-OperFile-Y

           CLOSE OperFile

           IF NOT sw-auth-granted-Y
              MOVE "D" TO ws-signlog-result
              CALL "SignOnLg" USING ws-signlog-program
                                    ws-auth-oper-id
                                    ws-signlog-result
              DISPLAY "*** The auditor extract pack is open only to "
                      "authorization level [" cte-pack-level
                      "]. The attempt was logged. ***"
           END-IF.
       Check-Pack-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-pack-level
                AND sw-oper-rec-status-active
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                END-IF
           END-READ.

       END PROGRAM AudPack.
