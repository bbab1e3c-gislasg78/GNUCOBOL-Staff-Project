       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunJrnl.

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
                  ACCESS MODE  IS SEQUENTIAL
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

       DATA DIVISION.
       FILE SECTION.
       FD  RunJrnlFile
           RECORD CONTAINS 100 CHARACTERS.

       01  jrn-rec.
           03  jrn-rec-period            PIC 9(06) VALUE ZEROES.
           03  jrn-rec-run-type          PIC X(01) VALUE SPACE.
           03  jrn-rec-run-date          PIC 9(08) VALUE ZEROES.
           03  jrn-rec-run-time          PIC 9(06) VALUE ZEROES.
           03  jrn-rec-type              PIC X(01) VALUE SPACE.
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
               88  sw-chqreg-rec-void             VALUE "V".
           03  FILLER                    PIC X(37) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-RunJrnlFile               PIC X(02) VALUE SPACES.
       77  fs-LoanFile                  PIC X(02) VALUE SPACES.
       77  fs-VolDed                    PIC X(02) VALUE SPACES.
       77  fs-RndResid                  PIC X(02) VALUE SPACES.
       77  fs-ExpClaim                  PIC X(02) VALUE SPACES.
       77  fs-CommFeed                  PIC X(02) VALUE SPACES.
       77  fs-RetroFeed                 PIC X(02) VALUE SPACES.
       77  fs-ClawFeed                  PIC X(02) VALUE SPACES.
       77  fs-BonusFile                 PIC X(02) VALUE SPACES.
       77  fs-PayCalFile                PIC X(02) VALUE SPACES.
       77  fs-ReissueQ                  PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-PfLedger                  PIC X(02) VALUE SPACES.
       77  fs-TpDed                     PIC X(02) VALUE SPACES.
       77  fs-ChqReg                    PIC X(02) VALUE SPACES.

       77  ws-RunJrnlFile-name          PIC X(12) VALUE "RunJrnl".
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".
       77  ws-VolDed-name               PIC X(12) VALUE "VolDed".
       77  ws-RndResid-name             PIC X(12) VALUE "RndResid".
       77  ws-ExpClaim-name             PIC X(12) VALUE "ExpClaim".
       77  ws-CommFeed-name             PIC X(12) VALUE "CommFeed".
       77  ws-RetroFeed-name            PIC X(12) VALUE "RetroFeed".
       77  ws-ClawFeed-name             PIC X(12) VALUE "ClawFeed".
       77  ws-BonusFile-name            PIC X(12) VALUE "BonusFile".
       77  ws-PayCalFile-name           PIC X(12) VALUE "PayCal".
       77  ws-ReissueQ-name             PIC X(12) VALUE "ReissueQ".
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-PfLedger-name             PIC X(12) VALUE "PfLedger".
       77  ws-TpDed-name                PIC X(12) VALUE "TpDed".
       77  ws-ChqReg-name               PIC X(12) VALUE "ChqReg".

       77  ws-eof-sw                    PIC X(01) VALUE 'N'.
           88  sw-eof-Y                           VALUE 'Y'.

       78  cte-01                                 VALUE 01.

       01  ws-run-identity.
           03  ws-run-period            PIC 9(06) VALUE ZEROES.
           03  ws-run-type              PIC X(01) VALUE SPACE.
           03  ws-run-date              PIC 9(08) VALUE ZEROES.
           03  ws-run-time              PIC 9(06) VALUE ZEROES.

       01  ws-run-clock                 PIC 9(08) VALUE ZEROES.
       01  ws-run-clock-r REDEFINES ws-run-clock.
           03  ws-run-clock-hhmmss      PIC 9(06).
           03  FILLER                   PIC 9(02).

       01  ws-scan-controls.
           03  ws-scan-mode             PIC X(01) VALUE SPACE.
               88  sw-scan-before                 VALUE "B".
               88  sw-scan-after                  VALUE "A".
           03  ws-scan-file             PIC X(08) VALUE SPACES.
           03  ws-scan-row              PIC 9(07) VALUE ZEROES.
           03  ws-scan-count            PIC 9(07) VALUE ZEROES.
           03  ws-scan-hash             PIC 9(13) VALUE ZEROES.
           03  ws-scan-position         PIC 9(07) VALUE ZEROES.
           03  ws-scan-run-count        PIC 9(07) VALUE ZEROES.
           03  ws-scan-run-hash         PIC 9(13) VALUE ZEROES.
           03  ws-scan-image            PIC X(70) VALUE SPACES.

       01  ws-resume-fields.
           03  ws-resume-found-sw       PIC X(01) VALUE 'N'.
               88  sw-resume-found-Y              VALUE 'Y'.
           03  ws-resume-key.
               05  ws-resume-period     PIC 9(06) VALUE ZEROES.
               05  ws-resume-run-type   PIC X(01) VALUE SPACE.
               05  ws-resume-run-date   PIC 9(08) VALUE ZEROES.
               05  ws-resume-run-time   PIC 9(06) VALUE ZEROES.

       01  ws-appended-positions.
           03  ws-pos-payhist           PIC 9(07) VALUE ZEROES.
           03  ws-pos-pfledger          PIC 9(07) VALUE ZEROES.
           03  ws-pos-tpded             PIC 9(07) VALUE ZEROES.
           03  ws-pos-chqreg            PIC 9(07) VALUE ZEROES.

       LINKAGE SECTION.
       01  lk-function                  PIC X(01).
           88  sw-lk-function-before              VALUE "B".
           88  sw-lk-function-after               VALUE "A".
           88  sw-lk-function-resume              VALUE "R".
       01  lk-period                    PIC 9(06).
       01  lk-run-type                  PIC X(01).
       01  lk-payslip-name              PIC X(40).
       01  lk-bank-name                 PIC X(12).
       01  lk-status                    PIC X(01).

       PROCEDURE DIVISION USING lk-function
                                 lk-period
                                 lk-run-type
                                 lk-payslip-name
                                 lk-bank-name
                                 lk-status.
       MAIN-PARAGRAPH.
           MOVE "N" TO lk-status

           IF sw-lk-function-before
              ACCEPT ws-run-date  FROM DATE YYYYMMDD
              ACCEPT ws-run-clock FROM TIME
              MOVE ws-run-clock-hhmmss TO ws-run-time
              MOVE lk-period           TO ws-run-period
              MOVE lk-run-type         TO ws-run-type
              MOVE ZEROES              TO ws-appended-positions
           END-IF

           IF sw-lk-function-resume
              PERFORM Resume-Journal-Run
              GOBACK
           END-IF

           IF ws-run-date EQUAL ZEROES
              GOBACK
           END-IF

           OPEN EXTEND RunJrnlFile

           IF fs-RunJrnlFile NOT EQUAL "00" AND fs-RunJrnlFile NOT
              EQUAL "05"
              CLOSE RunJrnlFile
              GOBACK
           END-IF

           IF sw-lk-function-before
              SET sw-scan-before TO TRUE
              MOVE "H"    TO jrn-rec-type
              MOVE SPACES TO jrn-rec-file
                             jrn-rec-body
              PERFORM Write-Journal-Row
           ELSE
              SET sw-scan-after TO TRUE
              MOVE "N"    TO jrn-rec-type
              MOVE SPACES TO jrn-rec-file
                             jrn-rec-body
              MOVE lk-payslip-name TO jrn-rec-payslip-name
              MOVE lk-bank-name    TO jrn-rec-bank-name
              PERFORM Write-Journal-Row
           END-IF

           PERFORM Scan-Loan-File
           PERFORM Scan-Voluntary-Deductions
           PERFORM Scan-Rounding-Residue
           PERFORM Scan-Expense-Claims
           PERFORM Scan-Commission-Feed
           PERFORM Scan-Retro-Feed
           PERFORM Scan-Clawback-Feed
           PERFORM Scan-Bonus-Feed
           PERFORM Scan-Pay-Calendar
           PERFORM Scan-Reissue-Queue
           PERFORM Scan-Pay-History
           PERFORM Scan-Pf-Ledger
           PERFORM Scan-Third-Party-Ledger
           PERFORM Scan-Cheque-Register

           CLOSE RunJrnlFile

           MOVE "Y" TO lk-status

           GOBACK.

      *    A restarted run carries on under the journal header of
      *    the run it continues, with the positions taken at its start.
       Resume-Journal-Run.
           MOVE 'N'    TO ws-resume-found-sw
                          ws-eof-sw
           MOVE ZEROES TO ws-appended-positions

           OPEN INPUT RunJrnlFile

           IF fs-RunJrnlFile EQUAL "00"
              PERFORM Resume-One-Journal-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE RunJrnlFile

           IF sw-resume-found-Y
              MOVE ws-resume-period   TO ws-run-period
              MOVE ws-resume-run-type TO ws-run-type
              MOVE ws-resume-run-date TO ws-run-date
              MOVE ws-resume-run-time TO ws-run-time
              MOVE "Y"                TO lk-status
           END-IF.

       Resume-One-Journal-Row.
           READ RunJrnlFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF  jrn-rec-type EQUAL "H"
                AND jrn-rec-period EQUAL lk-period
                AND jrn-rec-run-type EQUAL lk-run-type
                    SET sw-resume-found-Y TO TRUE
                    MOVE jrn-rec-period   TO ws-resume-period
                    MOVE jrn-rec-run-type TO ws-resume-run-type
                    MOVE jrn-rec-run-date TO ws-resume-run-date
                    MOVE jrn-rec-run-time TO ws-resume-run-time
                    MOVE ZEROES           TO ws-appended-positions
                END-IF

                IF  jrn-rec-type EQUAL "B"
                AND sw-resume-found-Y
                AND jrn-rec-period EQUAL ws-resume-period
                AND jrn-rec-run-type EQUAL ws-resume-run-type
                AND jrn-rec-run-date EQUAL ws-resume-run-date
                AND jrn-rec-run-time EQUAL ws-resume-run-time
                    EVALUATE jrn-rec-file
                        WHEN "PAYHIST"
                             MOVE jrn-rec-position TO ws-pos-payhist
                        WHEN "PFLEDGER"
                             MOVE jrn-rec-position TO ws-pos-pfledger
                        WHEN "TPDED"
                             MOVE jrn-rec-position TO ws-pos-tpded
                        WHEN "CHQREG"
                             MOVE jrn-rec-position TO ws-pos-chqreg
                    END-EVALUATE
                END-IF
           END-READ.

       Write-Journal-Row.
           MOVE ws-run-period TO jrn-rec-period
           MOVE ws-run-type   TO jrn-rec-run-type
           MOVE ws-run-date   TO jrn-rec-run-date
           MOVE ws-run-time   TO jrn-rec-run-time

           WRITE jrn-rec.

       Begin-Scan.
           MOVE ZEROES TO ws-scan-row
                          ws-scan-count
                          ws-scan-hash
                          ws-scan-run-count
                          ws-scan-run-hash
           MOVE 'N'    TO ws-eof-sw.

       Write-Image-Row.
           ADD cte-01 TO ws-scan-count

           IF sw-scan-before
              MOVE "I"            TO jrn-rec-type
              MOVE ws-scan-file   TO jrn-rec-file
              MOVE ws-scan-image  TO jrn-rec-body
              PERFORM Write-Journal-Row
           END-IF.

       Write-Control-Row.
           MOVE ws-scan-mode      TO jrn-rec-type
           MOVE ws-scan-file      TO jrn-rec-file
           MOVE SPACES            TO jrn-rec-body
           MOVE ws-scan-count     TO jrn-rec-count
           MOVE ws-scan-hash      TO jrn-rec-hash
           MOVE ws-scan-position  TO jrn-rec-position
           MOVE ws-scan-run-count TO jrn-rec-run-count
           MOVE ws-scan-run-hash  TO jrn-rec-run-hash

           PERFORM Write-Journal-Row.

       Scan-Loan-File.
           MOVE "LOANFILE" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT LoanFile

           IF fs-LoanFile EQUAL "00"
              PERFORM Scan-One-Loan
                UNTIL sw-eof-Y
           END-IF

           CLOSE LoanFile

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Loan.
           READ LoanFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD loan-rec-balance TO ws-scan-hash
                MOVE loan-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Voluntary-Deductions.
           MOVE "VOLDED" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT VolDed

           IF fs-VolDed EQUAL "00"
              PERFORM Scan-One-Voluntary-Ded
                UNTIL sw-eof-Y
           END-IF

           CLOSE VolDed

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Voluntary-Ded.
           READ VolDed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD volded-rec-collected TO ws-scan-hash
                MOVE volded-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Rounding-Residue.
           MOVE "RNDRESID" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT RndResid

           IF fs-RndResid EQUAL "00"
              PERFORM Scan-One-Residue
                UNTIL sw-eof-Y
           END-IF

           CLOSE RndResid

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Residue.
           READ RndResid RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                COMPUTE ws-scan-hash = ws-scan-hash
                                     + rndres-rec-residue * 10000
                MOVE rndres-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Expense-Claims.
           MOVE "EXPCLAIM" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT ExpClaim

           IF fs-ExpClaim EQUAL "00"
              PERFORM Scan-One-Expense-Claim
                UNTIL sw-eof-Y
           END-IF

           CLOSE ExpClaim

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Expense-Claim.
           READ ExpClaim RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF  sw-expclaim-rec-paid
                AND expclaim-rec-amount IS NUMERIC
                    ADD expclaim-rec-amount TO ws-scan-hash
                END-IF
                MOVE expclaim-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Commission-Feed.
           MOVE "COMMFEED" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT CommFeed

           IF fs-CommFeed EQUAL "00"
              PERFORM Scan-One-Commission
                UNTIL sw-eof-Y
           END-IF

           CLOSE CommFeed

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Commission.
           READ CommFeed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD commfeed-rec-amount TO ws-scan-hash
                MOVE commfeed-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Retro-Feed.
           MOVE "RETROFD" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT RetroFeed

           IF fs-RetroFeed EQUAL "00"
              PERFORM Scan-One-Retro
                UNTIL sw-eof-Y
           END-IF

           CLOSE RetroFeed

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Retro.
           READ RetroFeed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD retrofeed-rec-amount TO ws-scan-hash
                MOVE retrofeed-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Clawback-Feed.
           MOVE "CLAWFEED" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT ClawFeed

           IF fs-ClawFeed EQUAL "00"
              PERFORM Scan-One-Clawback
                UNTIL sw-eof-Y
           END-IF

           CLOSE ClawFeed

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Clawback.
           READ ClawFeed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD clawfeed-rec-balance TO ws-scan-hash
                MOVE clawfeed-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Bonus-Feed.
           MOVE "BONUSFIL" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT BonusFile

           IF fs-BonusFile EQUAL "00"
              PERFORM Scan-One-Bonus
                UNTIL sw-eof-Y
           END-IF

           CLOSE BonusFile

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Bonus.
           READ BonusFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD bonus-rec-amount TO ws-scan-hash
                MOVE bonus-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Pay-Calendar.
           MOVE "PAYCAL" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT PayCalFile

           IF fs-PayCalFile EQUAL "00"
              PERFORM Scan-One-Pay-Period
                UNTIL sw-eof-Y
           END-IF

           CLOSE PayCalFile

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Pay-Period.
           READ PayCalFile RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF paycal-rec-paid EQUAL "P"
                   ADD cte-01 TO ws-scan-hash
                END-IF
                MOVE paycal-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

       Scan-Reissue-Queue.
           MOVE "REISSUEQ" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT ReissueQ

           IF fs-ReissueQ EQUAL "00"
              PERFORM Scan-One-Reissue
                UNTIL sw-eof-Y
           END-IF

           CLOSE ReissueQ

           MOVE ZEROES TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Reissue.
           READ ReissueQ RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD reissue-rec-net TO ws-scan-hash
                MOVE reissue-rec TO ws-scan-image
                PERFORM Write-Image-Row
           END-READ.

      *    The history is measured for the run period only, read by
      *    its period key. Each run writes its rows under the next run
      *    sequence of the period, so the position kept for it is the
      *    highest sequence on file before the run.
       Scan-Pay-History.
           MOVE "PAYHIST" TO ws-scan-file
           PERFORM Begin-Scan

           IF sw-scan-before
              MOVE ZEROES TO ws-pos-payhist
           END-IF

           OPEN INPUT PayHist

           IF fs-PayHist EQUAL "00"
              MOVE ws-run-period TO payhist-rec-period

              START PayHist KEY IS EQUAL TO payhist-rec-period
                    INVALID KEY
                            SET sw-eof-Y TO TRUE
              END-START

              PERFORM Scan-One-History-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE PayHist

           MOVE ws-pos-payhist TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-run-period
                   SET sw-eof-Y TO TRUE
                ELSE
                   ADD cte-01 TO ws-scan-count
                   ADD payhist-rec-net TO ws-scan-hash

                   IF  sw-scan-before
                   AND payhist-rec-run-seq GREATER ws-pos-payhist
                       MOVE payhist-rec-run-seq TO ws-pos-payhist
                   END-IF

                   IF  sw-scan-after
                   AND payhist-rec-run-seq GREATER ws-pos-payhist
                   AND payhist-rec-run-type EQUAL ws-run-type
                       ADD cte-01 TO ws-scan-run-count
                       ADD payhist-rec-net TO ws-scan-run-hash
                   END-IF
                END-IF
           END-READ.

       Scan-Pf-Ledger.
           MOVE "PFLEDGER" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT PfLedger

           IF fs-PfLedger EQUAL "00"
              PERFORM Scan-One-Pf-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE PfLedger

           IF sw-scan-before
              MOVE ws-scan-count TO ws-pos-pfledger
           END-IF

           MOVE ws-pos-pfledger TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Pf-Row.
           READ PfLedger RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-scan-count
                ADD pfled-rec-emp-contrib pfled-rec-er-match
                 TO ws-scan-hash

                IF  sw-scan-after
                AND ws-scan-count GREATER ws-pos-pfledger
                AND pfled-rec-period EQUAL ws-run-period
                    ADD cte-01 TO ws-scan-run-count
                    ADD pfled-rec-emp-contrib pfled-rec-er-match
                     TO ws-scan-run-hash
                END-IF
           END-READ.

       Scan-Third-Party-Ledger.
           MOVE "TPDED" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT TpDed

           IF fs-TpDed EQUAL "00"
              PERFORM Scan-One-Tp-Row
                UNTIL sw-eof-Y
           END-IF

           CLOSE TpDed

           IF sw-scan-before
              MOVE ws-scan-count TO ws-pos-tpded
           END-IF

           MOVE ws-pos-tpded TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Tp-Row.
           READ TpDed RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-scan-count
                ADD tpded-rec-amount TO ws-scan-hash

                IF  sw-scan-after
                AND ws-scan-count GREATER ws-pos-tpded
                AND tpded-rec-period EQUAL ws-run-period
                    ADD cte-01 TO ws-scan-run-count
                    ADD tpded-rec-amount TO ws-scan-run-hash
                END-IF
           END-READ.

       Scan-Cheque-Register.
           MOVE "CHQREG" TO ws-scan-file
           PERFORM Begin-Scan

           OPEN INPUT ChqReg

           IF fs-ChqReg EQUAL "00"
              PERFORM Scan-One-Cheque
                UNTIL sw-eof-Y
           END-IF

           CLOSE ChqReg

           IF sw-scan-before
              MOVE ws-scan-count TO ws-pos-chqreg
           END-IF

           MOVE ws-pos-chqreg TO ws-scan-position
           PERFORM Write-Control-Row.

       Scan-One-Cheque.
           READ ChqReg RECORD
             AT END
                SET sw-eof-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-scan-count

                IF NOT sw-chqreg-rec-void
                   ADD chqreg-rec-amount TO ws-scan-hash
                END-IF

                IF  sw-scan-after
                AND ws-scan-count GREATER ws-pos-chqreg
                AND chqreg-rec-period EQUAL ws-run-period
                    ADD cte-01 TO ws-scan-run-count
                    ADD chqreg-rec-amount TO ws-scan-run-hash
                END-IF
           END-READ.

       END PROGRAM RunJrnl.
