                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS fs-SalHistFile.

           SELECT OPTIONAL DemoFile ASSIGN TO ws-DemoFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DemoFile.

           SELECT OPTIONAL CategoryFile ASSIGN TO ws-CategoryFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CategoryFile.
           03  FILLER                          PIC X(141) VALUE SPACES.

       FD  EmpBank
           RECORD CONTAINS 64 CHARACTERS.

       01  empbank-rec.
           03  empbank-rec-code         PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(58) VALUE SPACES.

       FD  LoanFile
           RECORD CONTAINS 30 CHARACTERS.
           03  salhist-rec-cod-employee        PIC 9(06)  VALUE ZEROES.
           03  FILLER                          PIC X(35)  VALUE SPACES.

       FD  DemoFile
           RECORD CONTAINS 26 CHARACTERS.

       01  demo-rec.
           03  demo-rec-code            PIC 9(06) VALUE ZEROES.
           03  demo-rec-birth-date      PIC 9(08) VALUE ZEROES.
           03  demo-rec-gender          PIC X(01) VALUE SPACE.
               88  sw-demo-rec-gender-valid       VALUES "F", "M",
                                                         "X", "U".
           03  demo-rec-nationality     PIC X(03) VALUE SPACES.
           03  demo-rec-updated         PIC 9(08) VALUE ZEROES.

       FD  CategoryFile
           RECORD CONTAINS 42 CHARACTERS.

       77  fs-LoanFile                  PIC X(02) VALUE SPACES.
       77  fs-TimeFile                  PIC X(02) VALUE SPACES.
       77  fs-SalHistFile               PIC X(02) VALUE SPACES.
       77  fs-DemoFile                  PIC X(02) VALUE SPACES.
       77  fs-CategoryFile              PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-LoanFile-name             PIC X(12) VALUE "LoanFile".
       77  ws-TimeFile-name             PIC X(12) VALUE "TimeFile".
       77  ws-SalHistFile-name          PIC X(12) VALUE "SalHistFile".
       77  ws-DemoFile-name             PIC X(12) VALUE "DemoFile".
       77  ws-CategoryFile-name         PIC X(12) VALUE SPACES.

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-TimeFile-Y                  VALUE 'Y'.
       77  ws-eof-SalHistFile           PIC X(01) VALUE 'N'.
           88  sw-eof-SalHistFile-Y               VALUE 'Y'.
       77  ws-eof-DemoFile              PIC X(01) VALUE 'N'.
           88  sw-eof-DemoFile-Y                  VALUE 'Y'.
       77  ws-eof-CategoryFile          PIC X(01) VALUE 'N'.
           88  sw-eof-CategoryFile-Y              VALUE 'Y'.

           PERFORM Scan-Salary-History
             THRU Scan-Salary-History-Exit

           PERFORM Scan-Demo-File
             THRU Scan-Demo-File-Exit

           PERFORM Check-Each-Employee
             THRU Check-Each-Employee-Exit
           VARYING ws-emp-sub FROM 1 BY 1
                PERFORM Check-Orphan-Code
           END-READ.

       Scan-Demo-File.
           MOVE 'N' TO ws-eof-DemoFile
           MOVE "DemoFile" TO ws-scan-file-tag

           OPEN INPUT DemoFile

           IF fs-DemoFile NOT EQUAL "00"
              CLOSE DemoFile
              GO TO Scan-Demo-File-Exit
           END-IF

           PERFORM Scan-One-Demo-Row
             UNTIL sw-eof-DemoFile-Y

           CLOSE DemoFile.
       Scan-Demo-File-Exit.
           EXIT.

       Scan-One-Demo-Row.
           READ DemoFile RECORD
             AT END
                SET sw-eof-DemoFile-Y TO TRUE

            NOT AT END
                MOVE demo-rec-code TO ws-emp-seek-code
                PERFORM Check-Orphan-Code

                IF NOT sw-demo-rec-gender-valid
                OR demo-rec-birth-date NOT LESS ws-today
                   ADD cte-01 TO ws-warning-count
                   DISPLAY "WARNING : the demographics of ["
                           demo-rec-code "] carry an unknown "
                           "gender code or a birth date that is "
                           "not in the past."
                END-IF
           END-READ.

       Check-Orphan-Code.
           MOVE ZEROES TO ws-emp-found-sub

