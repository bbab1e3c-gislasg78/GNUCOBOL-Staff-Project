                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CcAlloc.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

       DATA DIVISION.
                                                   VALUE ZEROES.

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

       WORKING-STORAGE SECTION.
       77  fs-CcMaster                  PIC X(02) VALUE SPACES.
              GO TO Print-Cost-Report-Exit
           END-IF

           MOVE ws-sel-period TO payhist-rec-period

           START PayHist KEY IS EQUAL TO payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Spread-One-History-Row
             UNTIL sw-eof-PayHist-Y

           EXIT.

       Spread-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-sel-period
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF NOT sw-payhist-rec-run-reversed
                    ADD cte-01 TO ws-report-rows
                    ADD payhist-rec-gross TO ws-company-gross

                       ADD payhist-rec-gross TO ws-unalloc-gross
                    END-IF
                END-IF
                END-IF
           END-READ.

       Spread-To-One-Center.
