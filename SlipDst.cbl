       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlipDst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayslipFile ASSIGN TO ws-PayslipFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayslipFile.

           SELECT OPTIONAL CntcFile ASSIGN TO DISK ws-CntcFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS cntc-rec-cod-employee
                  FILE STATUS  IS fs-CntcFile.

           SELECT OPTIONAL KioskCrd ASSIGN TO ws-KioskCrd-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-KioskCrd.

           SELECT OPTIONAL SlipPref ASSIGN TO ws-SlipPref-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SlipPref.

           SELECT OPTIONAL SlipDoc ASSIGN TO ws-SlipDoc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SlipDoc.

           SELECT OPTIONAL SlipMan ASSIGN TO ws-SlipMan-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SlipMan.

           SELECT OPTIONAL SlipPrt ASSIGN TO ws-SlipPrt-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SlipPrt.

           SELECT OPTIONAL SlipBnc ASSIGN TO ws-SlipBnc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SlipBnc.

           SELECT OPTIONAL DistLog ASSIGN TO ws-DistLog-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DistLog.

       DATA DIVISION.
       FILE SECTION.
       FD  PayslipFile
           RECORD CONTAINS 151 CHARACTERS.

       01  payslip-rec.
           03  payslip-rec-code         PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-name         PIC X(20) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-basic        PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-da           PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-hra          PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-mi           PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-it-ded       PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-oth-ded      PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-pf-ded       PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-gross        PIC X(16) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-deduction    PIC X(16) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-net          PIC X(16) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-shift        PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-ss-ee        PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  payslip-rec-exp-reimb    PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(03) VALUE SPACES.

       FD  CntcFile
           RECORD CONTAINS 147 CHARACTERS.

       01  cntc-rec.
           03  cntc-rec-cod-employee           PIC 9(06)  VALUE ZEROES.
           03  cntc-rec-address-line-1         PIC X(30)  VALUE SPACES.
           03  cntc-rec-address-line-2         PIC X(30)  VALUE SPACES.
           03  cntc-rec-phone                  PIC X(15)  VALUE SPACES.
           03  cntc-rec-email                  PIC X(30)  VALUE SPACES.
           03  cntc-rec-emergency-name         PIC X(20)  VALUE SPACES.
           03  cntc-rec-emergency-phone        PIC X(15)  VALUE SPACES.
           03  cntc-rec-archived               PIC X(01)  VALUE SPACE.
               88  sw-cntc-rec-archived-Y                  VALUE "A".

       FD  KioskCrd
           RECORD CONTAINS 22 CHARACTERS.

       01  kiosk-rec.
           03  kiosk-rec-code           PIC 9(06) VALUE ZEROES.
           03  kiosk-rec-pin            PIC X(06) VALUE SPACES.
           03  kiosk-rec-pin-changed    PIC 9(08) VALUE ZEROES.
           03  kiosk-rec-fail-count     PIC 9(01) VALUE ZERO.
           03  kiosk-rec-status         PIC X(01) VALUE "A".

       FD  SlipPref
           RECORD CONTAINS 15 CHARACTERS.

       01  slippref-rec.
           03  slippref-rec-code        PIC 9(06) VALUE ZEROES.
           03  slippref-rec-choice      PIC X(01) VALUE "E".
               88  sw-slippref-rec-email          VALUES "E",
                                                            SPACE.
               88  sw-slippref-rec-print          VALUE "P".
           03  slippref-rec-date        PIC 9(08) VALUE ZEROES.

       FD  SlipDoc
           RECORD CONTAINS 80 CHARACTERS.

       01  f-SlipDoc-rec                PIC X(80) VALUE SPACES.

       FD  SlipMan
           RECORD CONTAINS 140 CHARACTERS.

       01  f-SlipMan-rec                PIC X(140) VALUE SPACES.

       FD  SlipPrt
           RECORD CONTAINS 80 CHARACTERS.

       01  f-SlipPrt-rec                PIC X(80) VALUE SPACES.

       FD  SlipBnc
           RECORD CONTAINS 32 CHARACTERS.

       01  slipbnc-rec.
           03  slipbnc-rec-period       PIC 9(06) VALUE ZEROES.
           03  slipbnc-rec-code         PIC 9(06) VALUE ZEROES.
           03  slipbnc-rec-reason       PIC X(20) VALUE SPACES.

       FD  DistLog
           RECORD CONTAINS 71 CHARACTERS.

       01  distlog-rec.
           03  distlog-rec-period       PIC 9(06) VALUE ZEROES.
           03  distlog-rec-code         PIC 9(06) VALUE ZEROES.
           03  distlog-rec-status       PIC X(01) VALUE SPACE.
               88  sw-distlog-rec-sent            VALUE "S".
               88  sw-distlog-rec-printed         VALUE "P".
               88  sw-distlog-rec-bounced         VALUE "B".
           03  distlog-rec-date         PIC 9(08) VALUE ZEROES.
           03  distlog-rec-email        PIC X(30) VALUE SPACES.
           03  distlog-rec-reason       PIC X(20) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-PayslipFile               PIC X(02) VALUE SPACES.
       77  fs-CntcFile                  PIC X(02) VALUE SPACES.
       77  fs-KioskCrd                  PIC X(02) VALUE SPACES.
       77  fs-SlipPref                  PIC X(02) VALUE SPACES.
       77  fs-SlipDoc                   PIC X(02) VALUE SPACES.
       77  fs-SlipMan                   PIC X(02) VALUE SPACES.
       77  fs-SlipPrt                   PIC X(02) VALUE SPACES.
       77  fs-SlipBnc                   PIC X(02) VALUE SPACES.
       77  fs-DistLog                   PIC X(02) VALUE SPACES.

       77  ws-PayslipFile-name          PIC X(40) VALUE SPACES.
       77  ws-CntcFile-name             PIC X(12) VALUE "CntcFile".
       77  ws-KioskCrd-name             PIC X(12) VALUE "KioskCrd".
       77  ws-SlipPref-name             PIC X(12) VALUE "SlipPref".
       77  ws-SlipDoc-name              PIC X(60) VALUE SPACES.
       77  ws-SlipMan-name              PIC X(60) VALUE SPACES.
       77  ws-SlipPrt-name              PIC X(40) VALUE SPACES.
       77  ws-SlipBnc-name              PIC X(40) VALUE SPACES.
       77  ws-DistLog-name              PIC X(12) VALUE "DistLog".

       77  ws-CntcFile-open-sw          PIC X(01) VALUE 'N'.
           88  sw-CntcFile-open-Y                 VALUE 'Y'.

       77  ws-eof-PayslipFile           PIC X(01) VALUE 'N'.
           88  sw-eof-PayslipFile-Y               VALUE 'Y'.
       77  ws-eof-KioskCrd              PIC X(01) VALUE 'N'.
           88  sw-eof-KioskCrd-Y                  VALUE 'Y'.
       77  ws-eof-SlipPref              PIC X(01) VALUE 'N'.
           88  sw-eof-SlipPref-Y                  VALUE 'Y'.
       77  ws-eof-SlipDoc               PIC X(01) VALUE 'N'.
           88  sw-eof-SlipDoc-Y                   VALUE 'Y'.
       77  ws-eof-SlipBnc               PIC X(01) VALUE 'N'.
           88  sw-eof-SlipBnc-Y                   VALUE 'Y'.
       77  ws-eof-DistLog               PIC X(01) VALUE 'N'.
           88  sw-eof-DistLog-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-pin-tbl-max                        VALUE 500.
       78  cte-pref-tbl-max                       VALUE 500.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-distribute      VALUE 1.
               88  sw-menu-option-bounces         VALUE 2.
               88  sw-menu-option-preference      VALUE 3.
               88  sw-menu-option-exit            VALUE 4.

       01  ws-capture-fields.
           03  ws-cap-period            PIC 9(06) VALUE ZEROES.
           03  ws-cap-folder            PIC X(30) VALUE SPACES.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-bnc-sel-period        PIC 9(06) VALUE ZEROES.
           03  ws-cap-choice            PIC X(01) VALUE SPACE.
               88  sw-cap-choice-valid            VALUES "E", "P".
           03  ws-cap-confirm           PIC X(01) VALUE SPACE.
               88  sw-cap-confirm-Y               VALUES "Y", "y".

       01  ws-today                     PIC 9(08) VALUE ZEROES.

       01  ws-pin-controls.
           03  ws-pin-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-pin-sub               PIC 9(03) VALUE ZEROES.
           03  ws-pin-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-pin-table.
           03  ws-pin-entry OCCURS cte-pin-tbl-max TIMES.
               05  ws-pin-code          PIC 9(06).
               05  ws-pin-value         PIC X(06).

       01  ws-pref-controls.
           03  ws-pref-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-pref-sub              PIC 9(03) VALUE ZEROES.
           03  ws-pref-found-sub        PIC 9(03) VALUE ZEROES.

       01  ws-pref-table.
           03  ws-pref-entry OCCURS cte-pref-tbl-max TIMES.
               05  ws-pref-code         PIC 9(06).
               05  ws-pref-choice       PIC X(01).

       01  ws-slip-fields.
           03  ws-slip-code             PIC 9(06) VALUE ZEROES.
           03  ws-slip-email            PIC X(30) VALUE SPACES.
           03  ws-slip-pin              PIC X(06) VALUE SPACES.
           03  ws-slip-reason           PIC X(20) VALUE SPACES.
           03  ws-slip-route            PIC X(01) VALUE SPACE.
               88  sw-slip-route-email            VALUE "E".
               88  sw-slip-route-print            VALUE "P".

       01  ws-run-counters.
           03  ws-slips-read            PIC 9(05) VALUE ZEROES.
           03  ws-slips-sent            PIC 9(05) VALUE ZEROES.
           03  ws-slips-printed         PIC 9(05) VALUE ZEROES.
           03  ws-slips-bounced         PIC 9(05) VALUE ZEROES.
           03  ws-slips-unprinted       PIC 9(05) VALUE ZEROES.
           03  ws-period-log-rows       PIC 9(05) VALUE ZEROES.

       01  ws-doc-line                  PIC X(80) VALUE SPACES.

       01  ws-manifest-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-mfh-period            PIC 9(06) VALUE ZEROES.
           03  ws-mfh-date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(08) VALUE "PAYSLIPS".
           03  FILLER                   PIC X(117) VALUE SPACES.

       01  ws-manifest-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-mfd-code              PIC 9(06) VALUE ZEROES.
           03  ws-mfd-email             PIC X(30) VALUE SPACES.
           03  ws-mfd-document          PIC X(60) VALUE SPACES.
           03  ws-mfd-password          PIC X(06) VALUE SPACES.
           03  ws-mfd-subject           PIC X(30) VALUE SPACES.
           03  FILLER                   PIC X(07) VALUE SPACES.

       01  ws-manifest-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-mft-count             PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Payslip distribution."

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|       Payslip Distribution.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "| [1]. Distribute a period's payslips.  |"
           DISPLAY "| [2]. Apply bounced e-mails.           |"
           DISPLAY "| [3]. Record e-mail or print choice.   |"
           DISPLAY "| [4]. Exit this program.               |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-distribute
                    PERFORM Distribute-Payslips
                      THRU Distribute-Payslips-Exit

               WHEN sw-menu-option-bounces
                    PERFORM Apply-Bounces
                      THRU Apply-Bounces-Exit

               WHEN sw-menu-option-preference
                    PERFORM Record-Preference
                      THRU Record-Preference-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Capture-Period-And-Folder.
           DISPLAY "Pay period (CCYYMM, 0 for all)    : "
              WITH NO ADVANCING
           ACCEPT ws-cap-period

           DISPLAY "Outbound folder (blank: outbound) : "
              WITH NO ADVANCING
           ACCEPT ws-cap-folder

           IF ws-cap-folder EQUAL SPACES
              MOVE "outbound" TO ws-cap-folder
           END-IF

           DISPLAY "Print file (blank: SlipPrt)       : "
              WITH NO ADVANCING
           ACCEPT ws-SlipPrt-name

           IF ws-SlipPrt-name EQUAL SPACES
              MOVE "SlipPrt" TO ws-SlipPrt-name
           END-IF.

       Distribute-Payslips.
           DISPLAY "Payslip file written by the payroll run: "
              WITH NO ADVANCING
           ACCEPT ws-PayslipFile-name

           PERFORM Capture-Period-And-Folder

           IF ws-cap-period EQUAL ZEROES
           OR ws-PayslipFile-name EQUAL SPACES
              DISPLAY "A period and the payslip file are both "
                      "needed. Nothing distributed."
              GO TO Distribute-Payslips-Exit
           END-IF

           PERFORM Count-Period-Log-Rows

           IF ws-period-log-rows GREATER ZEROES
              DISPLAY "Period [" ws-cap-period "] already has ["
                      ws-period-log-rows "] distribution log rows."
              DISPLAY "Distribute it again (Y/N)? "
                 WITH NO ADVANCING
              ACCEPT ws-cap-confirm

              IF NOT sw-cap-confirm-Y
                 DISPLAY "Nothing distributed."
                 GO TO Distribute-Payslips-Exit
              END-IF
           END-IF

           MOVE 'N' TO ws-eof-PayslipFile

           OPEN INPUT PayslipFile

           IF fs-PayslipFile NOT EQUAL "00"
              CLOSE PayslipFile
              DISPLAY "*** The payslip file could not be opened. "
                      "Nothing distributed. ***"
              GO TO Distribute-Payslips-Exit
           END-IF

           PERFORM Load-Pin-Table
           PERFORM Load-Preference-Table

           CALL "CBL_CREATE_DIR" USING ws-cap-folder

           MOVE SPACES TO ws-SlipMan-name
           STRING ws-cap-folder DELIMITED BY SPACE
                  "/MANIFEST" ws-cap-period ".txt"
                  DELIMITED BY SIZE
             INTO ws-SlipMan-name
           END-STRING

           OPEN OUTPUT SlipMan

           IF fs-SlipMan NOT EQUAL "00" AND fs-SlipMan NOT EQUAL "05"
              CLOSE SlipMan
                    PayslipFile
              DISPLAY "*** The manifest [" ws-SlipMan-name "] could "
                      "not be created. Nothing distributed. ***"
              GO TO Distribute-Payslips-Exit
           END-IF

           OPEN OUTPUT SlipPrt

           IF fs-SlipPrt NOT EQUAL "00" AND fs-SlipPrt NOT EQUAL "05"
              CLOSE SlipPrt
                    SlipMan
                    PayslipFile
              DISPLAY "*** The print file could not be opened. "
                      "Nothing distributed. ***"
              GO TO Distribute-Payslips-Exit
           END-IF

           OPEN EXTEND DistLog

           IF fs-DistLog NOT EQUAL "00" AND fs-DistLog NOT EQUAL "05"
              CLOSE DistLog
                    SlipPrt
                    SlipMan
                    PayslipFile
              DISPLAY "*** The distribution log could not be "
                      "opened. Nothing distributed. ***"
              GO TO Distribute-Payslips-Exit
           END-IF

           MOVE 'N' TO ws-CntcFile-open-sw

           OPEN INPUT CntcFile

           IF fs-CntcFile EQUAL "00"
              SET sw-CntcFile-open-Y TO TRUE
           ELSE
              CLOSE CntcFile
              DISPLAY "*** WARNING: the contact file could not be "
                      "opened. Every payslip will be printed. ***"
           END-IF

           MOVE ZEROES TO ws-slips-read
                          ws-slips-sent
                          ws-slips-printed

           MOVE ws-cap-period TO ws-mfh-period
           MOVE ws-today      TO ws-mfh-date
           WRITE f-SlipMan-rec FROM ws-manifest-header

           PERFORM Distribute-One-Payslip
             UNTIL sw-eof-PayslipFile-Y

           MOVE ws-slips-sent TO ws-mft-count
           WRITE f-SlipMan-rec FROM ws-manifest-trailer

           IF sw-CntcFile-open-Y
              CLOSE CntcFile
           END-IF

           CLOSE DistLog
                 SlipPrt
                 SlipMan
                 PayslipFile

           DISPLAY SPACE
           DISPLAY "Payslips read          : [" ws-slips-read "]."
           DISPLAY "Queued for e-mail      : [" ws-slips-sent "] in ["
                   ws-SlipMan-name "]."
           DISPLAY "Written for printing   : [" ws-slips-printed
                   "] in [" ws-SlipPrt-name "].".
       Distribute-Payslips-Exit.
           EXIT.

       Count-Period-Log-Rows.
           MOVE ZEROES TO ws-period-log-rows
           MOVE 'N'    TO ws-eof-DistLog

           OPEN INPUT DistLog

           IF fs-DistLog EQUAL "00"
              PERFORM Count-One-Log-Row
                UNTIL sw-eof-DistLog-Y
           END-IF

           CLOSE DistLog.

       Count-One-Log-Row.
           READ DistLog RECORD
             AT END
                SET sw-eof-DistLog-Y TO TRUE

            NOT AT END
                IF distlog-rec-period EQUAL ws-cap-period
                   ADD cte-01 TO ws-period-log-rows
                END-IF
           END-READ.

       Load-Pin-Table.
           MOVE ZEROES TO ws-pin-tbl-count
           MOVE 'N'    TO ws-eof-KioskCrd

           OPEN INPUT KioskCrd

           IF fs-KioskCrd EQUAL "00"
              PERFORM Read-One-Pin-Row
                UNTIL sw-eof-KioskCrd-Y
           END-IF

           CLOSE KioskCrd.

       Read-One-Pin-Row.
           READ KioskCrd RECORD
             AT END
                SET sw-eof-KioskCrd-Y TO TRUE

            NOT AT END
                IF kiosk-rec-pin NOT EQUAL SPACES
                   IF ws-pin-tbl-count LESS cte-pin-tbl-max
                      ADD cte-01 TO ws-pin-tbl-count
                      MOVE kiosk-rec-code
                        TO ws-pin-code  (ws-pin-tbl-count)
                      MOVE kiosk-rec-pin
                        TO ws-pin-value (ws-pin-tbl-count)
                   ELSE
                      DISPLAY "*** More than [" cte-pin-tbl-max
                              "] kiosk PINs: later employees will "
                              "be printed. ***"
                      SET sw-eof-KioskCrd-Y TO TRUE
                   END-IF
                END-IF
           END-READ.

       Load-Preference-Table.
           MOVE ZEROES TO ws-pref-tbl-count
           MOVE 'N'    TO ws-eof-SlipPref

           OPEN INPUT SlipPref

           IF fs-SlipPref EQUAL "00"
              PERFORM Read-One-Preference-Row
                UNTIL sw-eof-SlipPref-Y
           END-IF

           CLOSE SlipPref.

       Read-One-Preference-Row.
           READ SlipPref RECORD
             AT END
                SET sw-eof-SlipPref-Y TO TRUE

            NOT AT END
                MOVE ZEROES TO ws-pref-found-sub

                PERFORM Match-Preference-Code
                VARYING ws-pref-sub FROM 1 BY 1
                  UNTIL ws-pref-sub GREATER ws-pref-tbl-count
                     OR ws-pref-found-sub GREATER ZEROES

                IF ws-pref-found-sub EQUAL ZEROES
                   IF ws-pref-tbl-count LESS cte-pref-tbl-max
                      ADD cte-01 TO ws-pref-tbl-count
                      MOVE ws-pref-tbl-count TO ws-pref-found-sub
                   ELSE
                      DISPLAY "*** More than [" cte-pref-tbl-max
                              "] payslip choices: later ones are "
                              "ignored. ***"
                      SET sw-eof-SlipPref-Y TO TRUE
                   END-IF
                END-IF

                IF ws-pref-found-sub GREATER ZEROES
                   MOVE slippref-rec-code
                     TO ws-pref-code   (ws-pref-found-sub)
                   MOVE slippref-rec-choice
                     TO ws-pref-choice (ws-pref-found-sub)
                END-IF
           END-READ.

       Match-Preference-Code.
           IF ws-pref-code (ws-pref-sub) EQUAL slippref-rec-code
              MOVE ws-pref-sub TO ws-pref-found-sub
           END-IF.

       Match-Preference-Slip.
           IF ws-pref-code (ws-pref-sub) EQUAL ws-slip-code
              MOVE ws-pref-sub TO ws-pref-found-sub
           END-IF.

       Match-Pin-Code.
           IF ws-pin-code (ws-pin-sub) EQUAL ws-slip-code
              MOVE ws-pin-sub TO ws-pin-found-sub
           END-IF.

       Distribute-One-Payslip.
           READ PayslipFile RECORD
             AT END
                SET sw-eof-PayslipFile-Y TO TRUE

            NOT AT END
                IF payslip-rec-code EQUAL "*VOID*"
                   DISPLAY "*** The payslip file belongs to a voided "
                           "payroll run. Nothing more distributed. ***"
                   SET sw-eof-PayslipFile-Y TO TRUE
                END-IF

                IF payslip-rec-code IS NUMERIC
                   ADD cte-01 TO ws-slips-read
                   MOVE payslip-rec-code TO ws-slip-code

                   PERFORM Choose-Slip-Route

                   IF sw-slip-route-email
                      PERFORM Send-One-Payslip
                   ELSE
                      PERFORM Print-One-Payslip
                   END-IF
                END-IF
           END-READ.

       Choose-Slip-Route.
           MOVE SPACES TO ws-slip-email
                          ws-slip-pin
                          ws-slip-reason
           SET sw-slip-route-email TO TRUE

           MOVE ZEROES TO ws-pref-found-sub

           PERFORM Match-Preference-Slip
           VARYING ws-pref-sub FROM 1 BY 1
             UNTIL ws-pref-sub GREATER ws-pref-tbl-count
                OR ws-pref-found-sub GREATER ZEROES

           IF ws-pref-found-sub GREATER ZEROES
              IF ws-pref-choice (ws-pref-found-sub) EQUAL "P"
                 SET sw-slip-route-print TO TRUE
                 MOVE "OPTED OUT"        TO ws-slip-reason
              END-IF
           END-IF

           IF sw-CntcFile-open-Y
              MOVE ws-slip-code TO cntc-rec-cod-employee
              READ CntcFile RECORD
                KEY IS cntc-rec-cod-employee
                INVALID KEY
                   MOVE SPACES TO ws-slip-email
                NOT INVALID KEY
                   IF NOT sw-cntc-rec-archived-Y
                      MOVE cntc-rec-email TO ws-slip-email
                   END-IF
              END-READ
           END-IF

           IF ws-slip-email EQUAL SPACES
           AND sw-slip-route-email
              SET sw-slip-route-print TO TRUE
              MOVE "NO E-MAIL ADDRESS" TO ws-slip-reason
           END-IF

           MOVE ZEROES TO ws-pin-found-sub

           PERFORM Match-Pin-Code
           VARYING ws-pin-sub FROM 1 BY 1
             UNTIL ws-pin-sub GREATER ws-pin-tbl-count
                OR ws-pin-found-sub GREATER ZEROES

           IF ws-pin-found-sub GREATER ZEROES
              MOVE ws-pin-value (ws-pin-found-sub) TO ws-slip-pin
           END-IF

           IF ws-slip-pin EQUAL SPACES
           AND sw-slip-route-email
              SET sw-slip-route-print TO TRUE
              MOVE "NO PIN TO PROTECT"  TO ws-slip-reason
           END-IF.

       Build-Document-Name.
           MOVE SPACES TO ws-SlipDoc-name
           STRING ws-cap-folder DELIMITED BY SPACE
                  "/PS" ws-cap-period "-" ws-slip-code ".txt"
                  DELIMITED BY SIZE
             INTO ws-SlipDoc-name
           END-STRING.

       Send-One-Payslip.
           PERFORM Build-Document-Name

           OPEN OUTPUT SlipDoc

           IF fs-SlipDoc NOT EQUAL "00" AND fs-SlipDoc NOT EQUAL "05"
              CLOSE SlipDoc
              DISPLAY "*** [" ws-slip-code "] document could not be "
                      "written: printed instead. ***"
              MOVE "DOCUMENT NOT WRITTEN" TO ws-slip-reason
              SET sw-slip-route-print     TO TRUE
              PERFORM Print-One-Payslip
           ELSE
              PERFORM Format-Payslip-Document
              CLOSE SlipDoc

              MOVE ws-slip-code    TO ws-mfd-code
              MOVE ws-slip-email   TO ws-mfd-email
              MOVE ws-SlipDoc-name TO ws-mfd-document
              MOVE ws-slip-pin     TO ws-mfd-password
              MOVE SPACES          TO ws-mfd-subject
              STRING "Your payslip for " ws-cap-period
                     DELIMITED BY SIZE
                INTO ws-mfd-subject
              END-STRING
              WRITE f-SlipMan-rec FROM ws-manifest-detail

              ADD cte-01 TO ws-slips-sent

              MOVE "S"           TO distlog-rec-status
              MOVE ws-slip-email TO distlog-rec-email
              MOVE SPACES        TO distlog-rec-reason
              PERFORM Write-Log-Row
           END-IF.

       Print-One-Payslip.
           PERFORM Format-Payslip-Document

           ADD cte-01 TO ws-slips-printed

           MOVE "P"            TO distlog-rec-status
           MOVE ws-slip-email  TO distlog-rec-email
           MOVE ws-slip-reason TO distlog-rec-reason
           PERFORM Write-Log-Row.

       Write-Log-Row.
           MOVE ws-cap-period TO distlog-rec-period
           MOVE ws-slip-code  TO distlog-rec-code
           MOVE ws-today      TO distlog-rec-date
           WRITE distlog-rec.

       Format-Payslip-Document.
           MOVE ALL "=" TO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "PAYSLIP FOR PERIOD [" ws-cap-period "]"
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "Employee        : [" payslip-rec-code "] "
                  payslip-rec-name
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE ALL "-" TO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "Basic           : " payslip-rec-basic
                  "    Income tax      : " payslip-rec-it-ded
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "DA              : " payslip-rec-da
                  "    Provident fund  : " payslip-rec-pf-ded
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "HRA             : " payslip-rec-hra
                  "    Social security : " payslip-rec-ss-ee
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "Medical         : " payslip-rec-mi
                  "    Other deductions: " payslip-rec-oth-ded
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "Shift pay       : " payslip-rec-shift
                  "    Expenses repaid : " payslip-rec-exp-reimb
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE ALL "-" TO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "Gross pay       : " payslip-rec-gross
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "Total deductions: " payslip-rec-deduction
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE SPACES TO ws-doc-line
           STRING "NET PAY         : " payslip-rec-net
                  DELIMITED BY SIZE INTO ws-doc-line
           PERFORM Put-Document-Line

           MOVE ALL "=" TO ws-doc-line
           PERFORM Put-Document-Line.

       Put-Document-Line.
           IF sw-slip-route-email
              WRITE f-SlipDoc-rec FROM ws-doc-line
           ELSE
              WRITE f-SlipPrt-rec FROM ws-doc-line
           END-IF.

       Apply-Bounces.
           DISPLAY "Bounce file from the mail gateway: "
              WITH NO ADVANCING
           ACCEPT ws-SlipBnc-name

           PERFORM Capture-Period-And-Folder

           IF ws-SlipBnc-name EQUAL SPACES
              MOVE "SlipBnc" TO ws-SlipBnc-name
           END-IF

           MOVE ws-cap-period TO ws-bnc-sel-period

           MOVE 'N' TO ws-eof-SlipBnc

           OPEN INPUT SlipBnc

           IF fs-SlipBnc NOT EQUAL "00"
              CLOSE SlipBnc
              DISPLAY "No bounce file [" ws-SlipBnc-name "] was "
                      "found. Nothing applied."
              GO TO Apply-Bounces-Exit
           END-IF

           OPEN EXTEND SlipPrt

           IF fs-SlipPrt NOT EQUAL "00" AND fs-SlipPrt NOT EQUAL "05"
              CLOSE SlipPrt
                    SlipBnc
              DISPLAY "*** The print file could not be opened. "
                      "Nothing applied. ***"
              GO TO Apply-Bounces-Exit
           END-IF

           OPEN EXTEND DistLog

           IF fs-DistLog NOT EQUAL "00" AND fs-DistLog NOT EQUAL "05"
              CLOSE DistLog
                    SlipPrt
                    SlipBnc
              DISPLAY "*** The distribution log could not be "
                      "opened. Nothing applied. ***"
              GO TO Apply-Bounces-Exit
           END-IF

           MOVE ZEROES TO ws-slips-bounced
                          ws-slips-printed
                          ws-slips-unprinted

           PERFORM Apply-One-Bounce
             UNTIL sw-eof-SlipBnc-Y

           CLOSE DistLog
                 SlipPrt
                 SlipBnc

           DISPLAY SPACE
           DISPLAY "Bounces recorded       : [" ws-slips-bounced "]."
           DISPLAY "Reprinted from document: [" ws-slips-printed
                   "] in [" ws-SlipPrt-name "]."

           IF ws-slips-unprinted GREATER ZEROES
              DISPLAY "*** [" ws-slips-unprinted "] bounced payslips "
                      "had no document to reprint: print them from "
                      "the payslip file. ***"
           END-IF.
       Apply-Bounces-Exit.
           EXIT.

       Apply-One-Bounce.
           READ SlipBnc RECORD
             AT END
                SET sw-eof-SlipBnc-Y TO TRUE

            NOT AT END
                IF slipbnc-rec-period EQUAL ws-bnc-sel-period
                OR ws-bnc-sel-period EQUAL ZEROES
                   PERFORM Record-One-Bounce
                END-IF
           END-READ.

       Record-One-Bounce.
           ADD cte-01 TO ws-slips-bounced

           MOVE slipbnc-rec-period TO ws-cap-period
           MOVE slipbnc-rec-code   TO ws-slip-code
           MOVE SPACES             TO ws-slip-email

           MOVE "B"                TO distlog-rec-status
           MOVE SPACES             TO distlog-rec-email
           MOVE slipbnc-rec-reason TO distlog-rec-reason
           PERFORM Write-Log-Row

           PERFORM Build-Document-Name

           MOVE 'N' TO ws-eof-SlipDoc

           OPEN INPUT SlipDoc

           IF fs-SlipDoc NOT EQUAL "00"
              CLOSE SlipDoc
              ADD cte-01 TO ws-slips-unprinted
              DISPLAY "*** [" ws-slip-code "] bounced for ["
                      ws-cap-period "] but [" ws-SlipDoc-name
                      "] is missing. ***"
           ELSE
              PERFORM Copy-One-Document-Line
                UNTIL sw-eof-SlipDoc-Y

              CLOSE SlipDoc

              ADD cte-01 TO ws-slips-printed

              MOVE "P"               TO distlog-rec-status
              MOVE "E-MAIL BOUNCED"  TO distlog-rec-reason
              PERFORM Write-Log-Row
           END-IF.

       Copy-One-Document-Line.
           READ SlipDoc RECORD
             AT END
                SET sw-eof-SlipDoc-Y TO TRUE

            NOT AT END
                WRITE f-SlipPrt-rec FROM f-SlipDoc-rec
           END-READ.

       Record-Preference.
           DISPLAY "Employee code                     : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "E-mail payslips (E) or print (P)  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-choice

           IF ws-cap-code EQUAL ZEROES
           OR NOT sw-cap-choice-valid
              DISPLAY "An employee code and a choice of E or P are "
                      "needed. Nothing recorded."
              GO TO Record-Preference-Exit
           END-IF

           OPEN EXTEND SlipPref

           IF fs-SlipPref NOT EQUAL "00" AND fs-SlipPref NOT EQUAL
              "05"
              CLOSE SlipPref
              DISPLAY "*** The payslip choice file could not be "
                      "opened. Nothing recorded. ***"
              GO TO Record-Preference-Exit
           END-IF

           MOVE ws-cap-code   TO slippref-rec-code
           MOVE ws-cap-choice TO slippref-rec-choice
           MOVE ws-today      TO slippref-rec-date
           WRITE slippref-rec

           CLOSE SlipPref

           IF ws-cap-choice EQUAL "P"
              DISPLAY "[" ws-cap-code "] has opted out: payslips "
                      "will be printed."
           ELSE
              DISPLAY "[" ws-cap-code "] will be e-mailed payslips "
                      "where an address and PIN are on file."
           END-IF.
       Record-Preference-Exit.
           EXIT.

       END PROGRAM SlipDst.
