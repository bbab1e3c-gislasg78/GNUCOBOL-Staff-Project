
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

       DATA DIVISION.
       FILE SECTION.
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
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
               05  ws-hist-ot-pay       PIC 9(06).
               05  ws-hist-comm-pay     PIC 9(06).
               05  ws-hist-retro-pay    PIC 9(06).
               05  ws-hist-shift-pay    PIC 9(06).

       SCREEN SECTION.
       01  scr-criteria.
               10  COLUMN 27    VALUE "Retro      :".
               10  COLUMN 41    PIC 9(06)
                   FROM ws-hist-retro-pay (idx-hist).
           05  LINE 09.
               10  COLUMN 03    VALUE "Shift diff :".
               10  COLUMN 17    PIC 9(06)
                   FROM ws-hist-shift-pay (idx-hist).
           05  LINE 10.
               10  COLUMN 03    VALUE "Gross      :".
               10  COLUMN 17    PIC 9(07)
              GO TO Load-Employee-History-Exit
           END-IF

           MOVE ws-sel-code        TO payhist-rec-code
           MOVE ws-sel-from-period TO payhist-rec-period
           MOVE SPACE              TO payhist-rec-run-type
           MOVE ZEROES             TO payhist-rec-run-seq

           START PayHist KEY IS NOT LESS THAN payhist-rec-key
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Read-One-History-Row
             UNTIL sw-eof-PayHist-Y

           EXIT.

       Read-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-code NOT EQUAL ws-sel-code
                OR payhist-rec-period GREATER ws-sel-to-period
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF ws-hist-tbl-count LESS cte-hist-tbl-max
                   ADD cte-01 TO ws-hist-tbl-count
                   PERFORM Post-One-History-Row
                ELSE
                   SET sw-hist-overflow-Y TO TRUE
                   SET sw-eof-PayHist-Y   TO TRUE
                END-IF
                END-IF
           END-READ.

           MOVE payhist-rec-ot-pay    TO ws-hist-ot-pay    (idx-hist)
           MOVE payhist-rec-comm-pay  TO ws-hist-comm-pay (idx-hist)
           MOVE payhist-rec-retro-pay TO ws-hist-retro-pay
                                                           (idx-hist)

           IF payhist-rec-shift-pay IS NUMERIC
              MOVE payhist-rec-shift-pay
                TO ws-hist-shift-pay (idx-hist)
           ELSE
              MOVE ZEROES TO ws-hist-shift-pay (idx-hist)
           END-IF.

       Show-History-Pages.
           MOVE ZEROES TO ws-hist-sub
