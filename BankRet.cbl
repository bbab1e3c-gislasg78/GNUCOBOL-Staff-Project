                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BankRtn.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL ReissueQ ASSIGN TO ws-ReissueQ-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ReissueQ.
           03  bankrtn-rec-reason        PIC X(20) VALUE SPACES.

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

       FD  ReissueQ
           RECORD CONTAINS 39 CHARACTERS.
       WORKING-STORAGE SECTION.
       77  fs-BankRtn                   PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-ReissueQ                  PIC X(02) VALUE SPACES.

       77  ws-BankRtn-name              PIC X(12) VALUE "BankRtn".
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-ReissueQ-name             PIC X(12) VALUE "ReissueQ".

       77  ws-eof-BankRtn               PIC X(01) VALUE 'N'.
           88  sw-eof-BankRtn-Y                   VALUE 'Y'.
       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  ws-PayHist-written-sw        PIC X(01) VALUE 'N'.
           88  sw-PayHist-written-Y               VALUE 'Y'.
       77  ws-PayHist-paid-key          PIC X(15) VALUE SPACES.

       78  cte-01                                 VALUE 01.
       78  cte-rtn-tbl-max                        VALUE 200.
           DISPLAY "Net pay reversed                    : ["
                   ws-rtn-reversed-total "]."
           DISPLAY "Correct the bank details through the bank "
                   "maintenance program. The next payroll run pays "
                   "the reissue queue by cheque."

           STOP RUN.

           END-READ.

       Reverse-Matched-Payments.
           OPEN I-O PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              GO TO Reverse-Matched-Payments-Exit
           END-IF

           PERFORM Reverse-One-Return-Item
           VARYING ws-rtn-sub FROM 1 BY 1
             UNTIL ws-rtn-sub GREATER ws-rtn-tbl-count

           CLOSE PayHist.
       Reverse-Matched-Payments-Exit.
           EXIT.

      *    The returned deposit is found straight off the history key:
      *    the first payment for the employee and period not already
      *    reversed.
       Reverse-One-Return-Item.
           MOVE 'N'    TO ws-eof-PayHist
           MOVE ZEROES TO ws-rtn-found-sub

           MOVE ws-rtn-code   (ws-rtn-sub) TO payhist-rec-code
           MOVE ws-rtn-period (ws-rtn-sub) TO payhist-rec-period
           MOVE SPACE                      TO payhist-rec-run-type
           MOVE ZEROES                     TO payhist-rec-run-seq

           START PayHist KEY IS NOT LESS THAN payhist-rec-key
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Find-Returned-Payment
             UNTIL sw-eof-PayHist-Y
                OR ws-rtn-found-sub GREATER ZEROES

           IF ws-rtn-found-sub GREATER ZEROES
              PERFORM Flag-Returned-Payment
                 THRU Flag-Returned-Payment-Exit
           END-IF.

       Find-Returned-Payment.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-code   NOT EQUAL ws-rtn-code (ws-rtn-sub)
                OR payhist-rec-period NOT EQUAL
                   ws-rtn-period (ws-rtn-sub)
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF NOT sw-payhist-rec-run-reversed
                   MOVE ws-rtn-sub TO ws-rtn-found-sub
                END-IF
                END-IF
           END-READ.

      *    The run type is part of the history key, so the reversal is
      *    written under its own key before the paid row is removed.
       Flag-Returned-Payment.
           MOVE payhist-rec-key TO ws-PayHist-paid-key
           MOVE "V"             TO payhist-rec-run-type
           MOVE 'N'             TO ws-PayHist-written-sw

           PERFORM Write-Reversed-Row
             UNTIL sw-PayHist-written-Y

           IF payhist-rec-run-type NOT EQUAL "V"
              MOVE ZEROES TO ws-rtn-found-sub
              GO TO Flag-Returned-Payment-Exit
           END-IF

           MOVE ws-PayHist-paid-key TO payhist-rec-key

           DELETE PayHist RECORD
             INVALID KEY
                DISPLAY "*** The paid row of [" payhist-rec-code
                        "] period [" payhist-rec-period "] could not "
                        "be removed. Remove it before the next run. "
                        "***"
           END-DELETE

           MOVE 'Y'
             TO ws-rtn-matched (ws-rtn-found-sub)
           MOVE payhist-rec-net
             TO ws-rtn-net     (ws-rtn-found-sub)

           ADD cte-01          TO ws-rtn-matched-count
           ADD payhist-rec-net TO ws-rtn-reversed-total

           DISPLAY "Reversed: [" payhist-rec-code
                   "] period [" payhist-rec-period
                   "] net [" payhist-rec-net "]."

           PERFORM Raise-Return-Alert.
       Flag-Returned-Payment-Exit.
           EXIT.

       Write-Reversed-Row.
           WRITE payhist-rec
             INVALID KEY
                IF payhist-rec-run-seq LESS 99
                   ADD cte-01 TO payhist-rec-run-seq
                ELSE
                   DISPLAY "*** The reversal of [" payhist-rec-code
                           "] period [" payhist-rec-period "] could "
                           "not be written. Nothing was reversed. ***"
                   MOVE ws-PayHist-paid-key TO payhist-rec-key
                   SET sw-PayHist-written-Y TO TRUE
                END-IF

             NOT INVALID KEY
                SET sw-PayHist-written-Y TO TRUE
           END-WRITE.

       Raise-Return-Alert.
           MOVE payhist-rec-code TO ws-alertlog-key
           END-IF

           DISPLAY SPACE
           DISPLAY "Reissue queue (paid by cheque at the next "
                   "payroll run):"

           PERFORM Queue-One-Reissue
           VARYING ws-rtn-sub FROM 1 BY 1
