       IDENTIFICATION DIVISION.
       PROGRAM-ID. FisPer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FisCal ASSIGN TO ws-FisCal-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-FisCal.

       DATA DIVISION.
       FILE SECTION.
       FD  FisCal
           RECORD CONTAINS 37 CHARACTERS.

       01  fiscal-rec.
           03  fiscal-rec-period-key.
               05  fiscal-rec-year          PIC 9(04) VALUE ZEROES.
               05  fiscal-rec-period-no     PIC 9(02) VALUE ZEROES.
           03  fiscal-rec-period        REDEFINES fiscal-rec-period-key
                                            PIC 9(06).
           03  fiscal-rec-quarter           PIC 9(01) VALUE ZERO.
           03  fiscal-rec-start             PIC 9(08) VALUE ZEROES.
           03  fiscal-rec-close             PIC 9(08) VALUE ZEROES.
           03  fiscal-rec-weeks             PIC 9(01) VALUE ZERO.
           03  fiscal-rec-label             PIC X(13) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-FisCal                    PIC X(02) VALUE SPACES.
       77  ws-FisCal-name               PIC X(12) VALUE "FisCal".
       77  ws-eof-FisCal                PIC X(01) VALUE 'N'.
           88  sw-eof-FisCal-Y                    VALUE 'Y'.

       LINKAGE SECTION.
       01  lk-function                  PIC X(01).
           88  sw-lk-function-by-date             VALUE "D".
           88  sw-lk-function-by-period           VALUE "P".
       01  lk-date                      PIC 9(08).
       01  lk-fiscal-period             PIC 9(06).
       01  lk-quarter                   PIC 9(01).
       01  lk-start                     PIC 9(08).
       01  lk-close                     PIC 9(08).
       01  lk-label                     PIC X(13).
       01  lk-found                     PIC X(01).

      *    "D" finds the fiscal period holding lk-date; "P" finds the
      *    period lk-fiscal-period itself. lk-found comes back "Y"
      *    when found, "N" when the calendar does not cover it and
      *    "X" when no fiscal calendar is on file.
       PROCEDURE DIVISION USING lk-function
                                 lk-date
                                 lk-fiscal-period
                                 lk-quarter
                                 lk-start
                                 lk-close
                                 lk-label
                                 lk-found.
       MAIN-PARAGRAPH.
           MOVE "N"    TO lk-found
           MOVE 'N'    TO ws-eof-FisCal

           OPEN INPUT FisCal

           IF fs-FisCal NOT EQUAL "00"
              CLOSE FisCal
              MOVE "X" TO lk-found
              GOBACK
           END-IF

           PERFORM Match-One-Fiscal-Period
             UNTIL sw-eof-FisCal-Y

           CLOSE FisCal

           IF lk-found NOT EQUAL "Y"
              MOVE ZERO   TO lk-quarter
              MOVE ZEROES TO lk-start
                             lk-close
              MOVE SPACES TO lk-label
              IF sw-lk-function-by-date
                 MOVE ZEROES TO lk-fiscal-period
              END-IF
           END-IF

           GOBACK.

       Match-One-Fiscal-Period.
           READ FisCal RECORD
             AT END
                SET sw-eof-FisCal-Y TO TRUE

            NOT AT END
                EVALUATE TRUE
                    WHEN sw-lk-function-by-date
                     AND lk-date NOT LESS    fiscal-rec-start
                     AND lk-date NOT GREATER fiscal-rec-close
                         PERFORM Return-Fiscal-Period

                    WHEN sw-lk-function-by-period
                     AND lk-fiscal-period EQUAL fiscal-rec-period
                         PERFORM Return-Fiscal-Period
                END-EVALUATE
           END-READ.

       Return-Fiscal-Period.
           MOVE fiscal-rec-period  TO lk-fiscal-period
           MOVE fiscal-rec-quarter TO lk-quarter
           MOVE fiscal-rec-start   TO lk-start
           MOVE fiscal-rec-close   TO lk-close
           MOVE fiscal-rec-label   TO lk-label
           MOVE "Y"                TO lk-found
           SET sw-eof-FisCal-Y     TO TRUE.

       END PROGRAM FisPer.
