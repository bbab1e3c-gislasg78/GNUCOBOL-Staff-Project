       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhMig.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayHistOld ASSIGN TO ws-PayHistOld-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayHistOld.

           SELECT OPTIONAL PayHistNew ASSIGN TO DISK ws-PayHistNew-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHistNew.

       DATA DIVISION.
       FILE SECTION.
       FD  PayHistOld
           RECORD CONTAINS 118 CHARACTERS.

       01  phold-rec.
           03  phold-rec-period         PIC 9(06) VALUE ZEROES.
           03  phold-rec-code           PIC 9(06) VALUE ZEROES.
           03  phold-rec-basic          PIC 9(06) VALUE ZEROES.
           03  phold-rec-da             PIC 9(06) VALUE ZEROES.
           03  phold-rec-hra            PIC 9(06) VALUE ZEROES.
           03  phold-rec-mi             PIC 9(06) VALUE ZEROES.
           03  phold-rec-it-ded         PIC 9(06) VALUE ZEROES.
           03  phold-rec-oth-ded        PIC 9(06) VALUE ZEROES.
           03  phold-rec-pf-ded         PIC 9(06) VALUE ZEROES.
           03  phold-rec-gross          PIC 9(07) VALUE ZEROES.
           03  phold-rec-deduction      PIC 9(07) VALUE ZEROES.
           03  phold-rec-net            PIC 9(07) VALUE ZEROES.
           03  phold-rec-ot-pay         PIC 9(06) VALUE ZEROES.
           03  phold-rec-comm-pay       PIC 9(06) VALUE ZEROES.
           03  phold-rec-retro-pay      PIC 9(06) VALUE ZEROES.
           03  phold-rec-run-type       PIC X(01) VALUE "R".
           03  phold-rec-shift-pay      PIC 9(06) VALUE ZEROES.
           03  phold-rec-ss-ee          PIC 9(06) VALUE ZEROES.
           03  phold-rec-ss-er          PIC 9(06) VALUE ZEROES.
           03  phold-rec-tp-ded         PIC 9(06) VALUE ZEROES.

       FD  PayHistNew
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

       WORKING-STORAGE SECTION.
       77  fs-PayHistOld                PIC X(02) VALUE SPACES.
       77  fs-PayHistNew                PIC X(02) VALUE SPACES.

       77  ws-PayHistOld-name           PIC X(12) VALUE SPACES.
       77  ws-PayHistNew-name           PIC X(12) VALUE SPACES.

       77  ws-eof-old                   PIC X(01) VALUE 'N'.
           88  sw-eof-old-Y                       VALUE 'Y'.
       77  ws-eof-new                   PIC X(01) VALUE 'N'.
           88  sw-eof-new-Y                       VALUE 'Y'.
       77  ws-written-sw                PIC X(01) VALUE 'N'.
           88  sw-written-Y                       VALUE 'Y'.

       78  cte-01                                 VALUE 01.

       01  ws-migration-counters.
           03  ws-before-count          PIC 9(07) VALUE ZEROES.
           03  ws-before-total          PIC 9(13) VALUE ZEROES.
           03  ws-after-count           PIC 9(07) VALUE ZEROES.
           03  ws-after-total           PIC 9(13) VALUE ZEROES.
           03  ws-blank-type-count      PIC 9(07) VALUE ZEROES.
           03  ws-resequenced-count     PIC 9(07) VALUE ZEROES.
           03  ws-rejected-count        PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "One-time migration of the pay history to an "
                   "indexed file keyed by employee and period."

           PERFORM Migrate-Pay-History
             THRU Migrate-Pay-History-Exit

           STOP RUN.

      *    The history is read in the order it was written. Each row
      *    is keyed by employee, period, run type and a run sequence;
      *    the sequence starts at 01 and steps on when the employee
      *    already holds a row of that type for the period, so no row
      *    is lost. Rows written before run types were kept carry a
      *    blank type and are stored as regular rows.
       Migrate-Pay-History.
           DISPLAY "Sequential pay history file name (blank for "
                   "PayHist): " WITH NO ADVANCING
           ACCEPT ws-PayHistOld-name

           IF ws-PayHistOld-name EQUAL SPACES
              MOVE "PayHist" TO ws-PayHistOld-name
           END-IF

           DISPLAY "Indexed pay history file name (blank for "
                   "PayHistX): " WITH NO ADVANCING
           ACCEPT ws-PayHistNew-name

           IF ws-PayHistNew-name EQUAL SPACES
              MOVE "PayHistX" TO ws-PayHistNew-name
           END-IF

           IF ws-PayHistNew-name EQUAL ws-PayHistOld-name
              DISPLAY "*** The indexed file must be written under a "
                      "name of its own. Nothing migrated. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Migrate-Pay-History-Exit
           END-IF

           MOVE ZEROES TO ws-before-count
                          ws-before-total
                          ws-after-count
                          ws-after-total
                          ws-blank-type-count
                          ws-resequenced-count
                          ws-rejected-count
           MOVE 'N'    TO ws-eof-old
                          ws-eof-new

           OPEN INPUT PayHistOld

           IF fs-PayHistOld NOT EQUAL "00"
              CLOSE PayHistOld
              DISPLAY "The sequential pay history ["
                      ws-PayHistOld-name "] was not found. Nothing "
                      "migrated."
              MOVE 16 TO RETURN-CODE
              GO TO Migrate-Pay-History-Exit
           END-IF

           OPEN OUTPUT PayHistNew

           IF fs-PayHistNew NOT EQUAL "00" AND fs-PayHistNew NOT EQUAL
              "05"
              CLOSE PayHistOld
                    PayHistNew
              DISPLAY "*** The indexed pay history could not be "
                      "opened. Nothing migrated. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Migrate-Pay-History-Exit
           END-IF

           PERFORM Convert-One-History-Row
             UNTIL sw-eof-old-Y

           CLOSE PayHistOld
                 PayHistNew

           OPEN INPUT PayHistNew

           PERFORM Verify-One-History-Row
             UNTIL sw-eof-new-Y

           CLOSE PayHistNew

           PERFORM Print-Verification

           IF  ws-before-count EQUAL ws-after-count
           AND ws-before-total EQUAL ws-after-total
               DISPLAY "Rename [" ws-PayHistNew-name "] over ["
                       ws-PayHistOld-name "] to complete the "
                       "migration. Runs paid before the migration "
                       "can no longer be voided or restarted."
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
       Migrate-Pay-History-Exit.
           EXIT.

       Convert-One-History-Row.
           READ PayHistOld RECORD
             AT END
                SET sw-eof-old-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-before-count
                ADD phold-rec-net   TO ws-before-total
                ADD phold-rec-gross TO ws-before-total

                MOVE phold-rec-code      TO payhist-rec-code
                MOVE phold-rec-period    TO payhist-rec-period
                MOVE phold-rec-run-type  TO payhist-rec-run-type
                MOVE 01                  TO payhist-rec-run-seq
                MOVE phold-rec-basic     TO payhist-rec-basic
                MOVE phold-rec-da        TO payhist-rec-da
                MOVE phold-rec-hra       TO payhist-rec-hra
                MOVE phold-rec-mi        TO payhist-rec-mi
                MOVE phold-rec-it-ded    TO payhist-rec-it-ded
                MOVE phold-rec-oth-ded   TO payhist-rec-oth-ded
                MOVE phold-rec-pf-ded    TO payhist-rec-pf-ded
                MOVE phold-rec-gross     TO payhist-rec-gross
                MOVE phold-rec-deduction TO payhist-rec-deduction
                MOVE phold-rec-net       TO payhist-rec-net
                MOVE phold-rec-ot-pay    TO payhist-rec-ot-pay
                MOVE phold-rec-comm-pay  TO payhist-rec-comm-pay
                MOVE phold-rec-retro-pay TO payhist-rec-retro-pay
                MOVE phold-rec-shift-pay TO payhist-rec-shift-pay
                MOVE phold-rec-ss-ee     TO payhist-rec-ss-ee
                MOVE phold-rec-ss-er     TO payhist-rec-ss-er
                MOVE phold-rec-tp-ded    TO payhist-rec-tp-ded

                IF phold-rec-run-type EQUAL SPACE
                   MOVE "R" TO payhist-rec-run-type
                   ADD cte-01 TO ws-blank-type-count
                END-IF

                MOVE 'N' TO ws-written-sw

                PERFORM Write-One-History-Row
                  UNTIL sw-written-Y
           END-READ.

       Write-One-History-Row.
           WRITE payhist-rec
                 INVALID KEY
                    IF payhist-rec-run-seq LESS 99
                       ADD cte-01 TO payhist-rec-run-seq
                                     ws-resequenced-count
                    ELSE
                       DISPLAY "*** The row for [" payhist-rec-code
                               "] period [" payhist-rec-period
                               "] could not be written to the "
                               "indexed pay history. ***"
                       ADD cte-01 TO ws-rejected-count
                       SET sw-written-Y TO TRUE
                    END-IF

             NOT INVALID KEY
                    SET sw-written-Y TO TRUE
           END-WRITE.

       Verify-One-History-Row.
           READ PayHistNew NEXT RECORD
             AT END
                SET sw-eof-new-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-after-count
                ADD payhist-rec-net   TO ws-after-total
                ADD payhist-rec-gross TO ws-after-total
           END-READ.

       Print-Verification.
           DISPLAY SPACE
           DISPLAY "Verification pass:"
           DISPLAY "Records before : [" ws-before-count
                   "] money hash [" ws-before-total "]."
           DISPLAY "Records after  : [" ws-after-count
                   "] money hash [" ws-after-total "]."
           DISPLAY "Blank run types stored as regular : ["
                   ws-blank-type-count "]."
           DISPLAY "Rows given a later run sequence   : ["
                   ws-resequenced-count "]."

           IF ws-rejected-count GREATER ZEROES
              DISPLAY "Rows that could not be written    : ["
                      ws-rejected-count "]."
           END-IF

           IF  ws-before-count EQUAL ws-after-count
           AND ws-before-total EQUAL ws-after-total
               DISPLAY "The totals MATCH before and after the "
                       "conversion."
           ELSE
               DISPLAY "*** The totals DO NOT MATCH. Keep the "
                       "sequential file and investigate before "
                       "renaming anything. ***"
           END-IF.

       END PROGRAM PhMig.
