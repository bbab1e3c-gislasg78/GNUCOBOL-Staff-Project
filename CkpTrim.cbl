       IDENTIFICATION DIVISION.
       PROGRAM-ID. CkpTrim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TrimFile ASSIGN TO ws-TrimFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TrimFile.

           SELECT OPTIONAL CkpTrmWk ASSIGN TO ws-CkpTrmWk-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CkpTrmWk.

       DATA DIVISION.
       FILE SECTION.
       FD  TrimFile.
       01  f-TrimFile-rec               PIC X(151) VALUE SPACES.

       FD  CkpTrmWk.
       01  f-CkpTrmWk-rec               PIC X(151) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-TrimFile                  PIC X(02) VALUE SPACES.
       77  ws-TrimFile-name             PIC X(40) VALUE SPACES.
       77  ws-eof-TrimFile              PIC X(01) VALUE 'N'.
           88  sw-eof-TrimFile-Y                  VALUE 'Y'.

       77  fs-CkpTrmWk                  PIC X(02) VALUE SPACES.
       77  ws-CkpTrmWk-name             PIC X(12) VALUE "CkpTrmWk".
       77  ws-eof-CkpTrmWk              PIC X(01) VALUE 'N'.
           88  sw-eof-CkpTrmWk-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.

       01  ws-trim-counters.
           03  ws-rows-read             PIC 9(07) VALUE ZEROES.
           03  ws-rows-kept             PIC 9(07) VALUE ZEROES.

       LINKAGE SECTION.
       01  lk-function                  PIC X(01).
           88  sw-lk-function-count               VALUE "C".
           88  sw-lk-function-trim                VALUE "T".
       01  lk-file-name                 PIC X(40).
       01  lk-rows                      PIC 9(07).
       01  lk-status                    PIC X(01).

      *    "C" returns the number of rows in the file. "T" cuts the
      *    file back to its first lk-rows rows and returns the number
      *    of rows dropped.
       PROCEDURE DIVISION USING lk-function
                                 lk-file-name
                                 lk-rows
                                 lk-status.
       MAIN-PARAGRAPH.
           MOVE "N"          TO lk-status
           MOVE lk-file-name TO ws-TrimFile-name
           MOVE ZEROES       TO ws-rows-read
                                ws-rows-kept
           MOVE 'N'          TO ws-eof-TrimFile

           OPEN INPUT TrimFile

           IF fs-TrimFile NOT EQUAL "00"
              CLOSE TrimFile
              IF sw-lk-function-count
                 MOVE ZEROES TO lk-rows
              END-IF
              MOVE "Y" TO lk-status
              GOBACK
           END-IF

           IF sw-lk-function-count
              PERFORM Count-One-Row
                UNTIL sw-eof-TrimFile-Y

              CLOSE TrimFile

              MOVE ws-rows-read TO lk-rows
              MOVE "Y"          TO lk-status
              GOBACK
           END-IF

           OPEN OUTPUT CkpTrmWk

           IF fs-CkpTrmWk NOT EQUAL "00" AND fs-CkpTrmWk NOT EQUAL "05"
              CLOSE CkpTrmWk
                    TrimFile
              GOBACK
           END-IF

           PERFORM Keep-One-Row
             UNTIL sw-eof-TrimFile-Y

           CLOSE TrimFile
                 CkpTrmWk

           MOVE 'N' TO ws-eof-CkpTrmWk

           OPEN INPUT  CkpTrmWk
           OPEN OUTPUT TrimFile

           PERFORM Return-One-Row
             UNTIL sw-eof-CkpTrmWk-Y

           CLOSE CkpTrmWk
                 TrimFile

           COMPUTE lk-rows = ws-rows-read - ws-rows-kept
           MOVE "Y" TO lk-status

           GOBACK.

       Count-One-Row.
           READ TrimFile RECORD
             AT END
                SET sw-eof-TrimFile-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-rows-read
           END-READ.

       Keep-One-Row.
           READ TrimFile RECORD
             AT END
                SET sw-eof-TrimFile-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-rows-read

                IF ws-rows-read NOT GREATER lk-rows
                   ADD cte-01 TO ws-rows-kept
                   WRITE f-CkpTrmWk-rec FROM f-TrimFile-rec
                END-IF
           END-READ.

       Return-One-Row.
           READ CkpTrmWk RECORD
             AT END
                SET sw-eof-CkpTrmWk-Y TO TRUE

            NOT AT END
                WRITE f-TrimFile-rec FROM f-CkpTrmWk-rec
           END-READ.

       END PROGRAM CkpTrim.
