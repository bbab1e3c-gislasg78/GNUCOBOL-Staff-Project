                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS fs-SalHistFile.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL RetroFeed ASSIGN TO ws-RetroFeed-name
           03  salhist-rec-reason              PIC X(20)  VALUE SPACES.

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

       FD  RetroFeed
           RECORD CONTAINS 12 CHARACTERS.
              GO TO Scan-Pay-History-Exit
           END-IF

           PERFORM Scan-One-Case-History
           VARYING ws-retro-sub FROM 1 BY 1
             UNTIL ws-retro-sub GREATER ws-retro-tbl-count

           CLOSE PayHist.
       Scan-Pay-History-Exit.
           EXIT.

      *    Only the case's own employee from the effective period on
      *    is read, straight off the history key.
       Scan-One-Case-History.
           MOVE 'N' TO ws-eof-PayHist

           MOVE ws-retro-code       (ws-retro-sub) TO payhist-rec-code
           MOVE ws-retro-eff-period (ws-retro-sub)
             TO payhist-rec-period
           MOVE SPACE               TO payhist-rec-run-type
           MOVE ZEROES              TO payhist-rec-run-seq

           START PayHist KEY IS NOT LESS THAN payhist-rec-key
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Compare-One-History-Row
             UNTIL sw-eof-PayHist-Y.

       Compare-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-code NOT EQUAL
                   ws-retro-code (ws-retro-sub)
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF sw-payhist-rec-run-regular
                   PERFORM Compare-Against-One-Case
                END-IF
                END-IF
           END-READ.

