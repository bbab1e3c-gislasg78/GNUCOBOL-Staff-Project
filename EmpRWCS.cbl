                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT report-file ASSIGN TO ws-EmpRpt-name
                              LINE SEQUENTIAL.

           SELECT OPTIONAL SelParm ASSIGN TO ws-SelParm-name
       77  fs-IdxFile               PIC X(02) VALUE SPACES.
       77  fs-SelParm               PIC X(02) VALUE SPACES.
       77  ws-SelParm-name          PIC X(12) VALUE "SelParm".
       77  ws-EmpRpt-name           PIC X(40) VALUE SPACES.

       01  ws-selection-parameters.
           03  ws-sel-active-sw     PIC X(01) VALUE 'N'.
           03  ws-runlog-written        PIC 9(06) VALUE ZEROES.
           03  ws-runlog-rejected       PIC 9(06) VALUE ZEROES.

       01  ws-rptarc-fields.
           03  ws-rptarc-program        PIC X(08) VALUE "EmpRWCS".
           03  ws-rptarc-period         PIC 9(06) VALUE ZEROES.
           03  ws-rptarc-operator       PIC X(08) VALUE SPACES.
           03  ws-rptarc-pages          PIC 9(05) VALUE ZEROES.

       01  WS-Underline-lines.
           03  WS-Equality-Signs    PIC X(44) VALUE ALL X'3D'.
           03  WS-Starz             PIC X(44) VALUE ALL X'2A'.

           PERFORM 050-Load-Selection-Parameters

           DISPLAY "Report output file (blank for EmpRpt): "
              WITH NO ADVANCING
           ACCEPT ws-EmpRpt-name

           IF ws-EmpRpt-name = SPACES
              MOVE "EmpRpt" TO ws-EmpRpt-name
           END-IF

           SORT sort-file
                ASCENDING  KEY   F-SR-Company
                                 F-SR-Cod-Cat

           TERMINATE Employee-Report

           MOVE PAGE-COUNTER OF Employee-Report TO ws-rptarc-pages

           CLOSE report-file

           COMPUTE ws-rptarc-period = WS-Date / 100
           CALL "RptArc" USING ws-rptarc-program
                               ws-EmpRpt-name
                               ws-rptarc-period
                               ws-rptarc-operator
                               ws-rptarc-pages.

       END PROGRAM EmpRWCS.
