       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptArc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RptFile ASSIGN TO ws-RptFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RptFile.

           SELECT OPTIONAL RptGen ASSIGN TO ws-RptGen-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RptGen.

           SELECT OPTIONAL RptCat ASSIGN TO ws-RptCat-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RptCat.

       DATA DIVISION.
       FILE SECTION.
       FD  RptFile
           RECORD CONTAINS 200 CHARACTERS.

       01  f-RptFile-rec                PIC X(200) VALUE SPACES.

       FD  RptGen
           RECORD CONTAINS 200 CHARACTERS.

       01  f-RptGen-rec                 PIC X(200) VALUE SPACES.

       FD  RptCat
           RECORD CONTAINS 151 CHARACTERS.

       01  rptcat-rec.
           03  rptcat-rec-seq           PIC 9(06) VALUE ZEROES.
           03  rptcat-rec-program       PIC X(08) VALUE SPACES.
           03  rptcat-rec-run-date      PIC 9(08) VALUE ZEROES.
           03  rptcat-rec-run-time      PIC 9(06) VALUE ZEROES.
           03  rptcat-rec-period        PIC 9(06) VALUE ZEROES.
           03  rptcat-rec-operator      PIC X(08) VALUE SPACES.
           03  rptcat-rec-report        PIC X(40) VALUE SPACES.
           03  rptcat-rec-archive       PIC X(48) VALUE SPACES.
           03  rptcat-rec-lines         PIC 9(07) VALUE ZEROES.
           03  rptcat-rec-pages         PIC 9(05) VALUE ZEROES.
           03  rptcat-rec-status        PIC X(01) VALUE "A".
           03  rptcat-rec-expired       PIC 9(08) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-RptFile                   PIC X(02) VALUE SPACES.
       77  ws-RptFile-name              PIC X(40) VALUE SPACES.
       77  ws-eof-RptFile               PIC X(01) VALUE 'N'.
           88  sw-eof-RptFile-Y                   VALUE 'Y'.
       77  fs-RptGen                    PIC X(02) VALUE SPACES.
       77  ws-RptGen-name               PIC X(48) VALUE SPACES.
       77  fs-RptCat                    PIC X(02) VALUE SPACES.
       77  ws-RptCat-name               PIC X(12) VALUE "RptCat".
       77  ws-eof-RptCat                PIC X(01) VALUE 'N'.
           88  sw-eof-RptCat-Y                    VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-page-lines                         VALUE 60.

       01  ws-archive-fields.
           03  ws-arc-seq               PIC 9(06) VALUE ZEROES.
           03  ws-arc-lines             PIC 9(07) VALUE ZEROES.
           03  ws-arc-pages             PIC 9(05) VALUE ZEROES.
           03  ws-arc-date              PIC 9(08) VALUE ZEROES.
           03  ws-arc-time              PIC 9(08) VALUE ZEROES.
           03  ws-arc-time-r        REDEFINES ws-arc-time.
               05  ws-arc-time-hms      PIC 9(06).
               05  FILLER               PIC 9(02).

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "RptArc".
           03  ws-alertlog-severity     PIC X(01) VALUE "W".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  lk-program-name              PIC X(08).
       01  lk-report-name               PIC X(40).
       01  lk-period                    PIC 9(06).
       01  lk-operator                  PIC X(08).
       01  lk-pages                     PIC 9(05).

       PROCEDURE DIVISION USING lk-program-name
                                 lk-report-name
                                 lk-period
                                 lk-operator
                                 lk-pages.
       MAIN-PARAGRAPH.
           ACCEPT ws-arc-date FROM DATE YYYYMMDD
           ACCEPT ws-arc-time FROM TIME

           MOVE lk-report-name TO ws-RptFile-name

           PERFORM Find-Next-Catalog-Seq

           PERFORM Copy-Report-Generation
              THRU Copy-Report-Generation-Exit

           IF ws-RptGen-name NOT EQUAL SPACES
              PERFORM Write-Catalog-Entry
           END-IF

           GOBACK.

       Find-Next-Catalog-Seq.
           MOVE ZEROES TO ws-arc-seq
           MOVE 'N'    TO ws-eof-RptCat

           OPEN INPUT RptCat

           IF fs-RptCat EQUAL "00"
              PERFORM Read-One-Catalog-Row
                UNTIL sw-eof-RptCat-Y
           END-IF

           CLOSE RptCat

           ADD cte-01 TO ws-arc-seq.

       Read-One-Catalog-Row.
           READ RptCat RECORD
             AT END
                SET sw-eof-RptCat-Y TO TRUE

            NOT AT END
                IF rptcat-rec-seq GREATER ws-arc-seq
                   MOVE rptcat-rec-seq TO ws-arc-seq
                END-IF
           END-READ.

       Copy-Report-Generation.
           MOVE ZEROES TO ws-arc-lines
           MOVE SPACES TO ws-RptGen-name
           MOVE 'N'    TO ws-eof-RptFile

           OPEN INPUT RptFile

           IF fs-RptFile NOT EQUAL "00"
              CLOSE RptFile
              MOVE SPACES TO ws-alertlog-message
              STRING "REPORT " ws-RptFile-name
                     " NOT FOUND - NOT ARCHIVED"
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              PERFORM Raise-Archive-Alert
              GO TO Copy-Report-Generation-Exit
           END-IF

           STRING ws-RptFile-name DELIMITED BY SPACE
                  ".A" ws-arc-seq  DELIMITED BY SIZE
             INTO ws-RptGen-name
           END-STRING

           OPEN OUTPUT RptGen

           IF fs-RptGen NOT EQUAL "00" AND fs-RptGen NOT EQUAL "05"
              CLOSE RptFile
              CLOSE RptGen
              MOVE SPACES TO ws-alertlog-message
              STRING "ARCHIVE COPY OF " ws-RptFile-name
                     " COULD NOT BE OPENED"
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              MOVE SPACES TO ws-RptGen-name
              PERFORM Raise-Archive-Alert
              GO TO Copy-Report-Generation-Exit
           END-IF

           PERFORM Copy-One-Report-Line
             UNTIL sw-eof-RptFile-Y

           CLOSE RptFile
           CLOSE RptGen.
       Copy-Report-Generation-Exit.
           EXIT.

       Copy-One-Report-Line.
           READ RptFile RECORD
             AT END
                SET sw-eof-RptFile-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-arc-lines
                WRITE f-RptGen-rec FROM f-RptFile-rec
           END-READ.

       Write-Catalog-Entry.
           IF lk-pages GREATER ZEROES
              MOVE lk-pages TO ws-arc-pages
           ELSE
              COMPUTE ws-arc-pages =
                      (ws-arc-lines + cte-page-lines - 1)
                    / cte-page-lines
           END-IF

           OPEN EXTEND RptCat

           IF fs-RptCat EQUAL "00" OR fs-RptCat EQUAL "05"
              MOVE ws-arc-seq          TO rptcat-rec-seq
              MOVE lk-program-name     TO rptcat-rec-program
              MOVE ws-arc-date         TO rptcat-rec-run-date
              MOVE ws-arc-time-hms     TO rptcat-rec-run-time
              MOVE lk-period           TO rptcat-rec-period
              IF lk-operator EQUAL SPACES
                 MOVE "BATCH"          TO rptcat-rec-operator
              ELSE
                 MOVE lk-operator      TO rptcat-rec-operator
              END-IF
              MOVE ws-RptFile-name     TO rptcat-rec-report
              MOVE ws-RptGen-name      TO rptcat-rec-archive
              MOVE ws-arc-lines        TO rptcat-rec-lines
              MOVE ws-arc-pages        TO rptcat-rec-pages
              MOVE "A"                 TO rptcat-rec-status
              MOVE ZEROES              TO rptcat-rec-expired

              WRITE rptcat-rec

              CLOSE RptCat

              DISPLAY "Report [" ws-RptFile-name "] archived as ["
                      ws-RptGen-name "] catalog entry ["
                      ws-arc-seq "] pages [" ws-arc-pages "]."
           ELSE
              CLOSE RptCat
              MOVE SPACES TO ws-alertlog-message
              STRING "REPORT CATALOG NOT OPENED - " ws-RptFile-name
                     " NOT CATALOGUED"
                     DELIMITED BY SIZE
                INTO ws-alertlog-message
              END-STRING
              PERFORM Raise-Archive-Alert
           END-IF.

       Raise-Archive-Alert.
           DISPLAY "*** WARNING: " ws-alertlog-message " ***"

           MOVE ws-arc-seq TO ws-alertlog-key
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       END PROGRAM RptArc.
