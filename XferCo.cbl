           03  ws-company-found-sw      PIC X(01) VALUE 'N'.
               88  sw-company-found-Y             VALUE 'Y'.
           03  ws-found-company-name    PIC X(30) VALUE SPACES.
           03  ws-new-code              PIC 9(06) VALUE ZEROES.
           03  ws-code-clash-sw         PIC X(01) VALUE 'N'.
               88  sw-code-clash-Y                VALUE 'Y'.
           03  ws-recoded-sw            PIC X(01) VALUE 'N'.
               88  sw-recoded-Y                   VALUE 'Y'.

       01  ws-codealc-fields.
           03  ws-codealc-function      PIC X(01) VALUE "A".
           03  ws-codealc-source        PIC X(08) VALUE "XFERCO".
           03  ws-codealc-code          PIC 9(06) VALUE ZEROES.
           03  ws-codealc-result        PIC X(01) VALUE 'N'.
               88  sw-codealc-result-Y            VALUE 'Y'.

       01  ws-saved-employee           PIC X(61) VALUE SPACES.

           END-IF

           MOVE ws-saved-employee TO tgt-rec
           MOVE ws-xfer-code      TO ws-new-code
           MOVE 'N'               TO ws-code-clash-sw
                                     ws-recoded-sw

           WRITE tgt-rec
                 INVALID KEY
                    SET sw-code-clash-Y TO TRUE
           END-WRITE

      *    The code is already taken on the target master, so the
      *    employee moves under a new code from the target company's
      *    range.
           IF sw-code-clash-Y
              PERFORM Recode-On-Target
                THRU Recode-On-Target-Exit

              IF NOT sw-recoded-Y
                 CLOSE SrcIdx
                 GO TO Move-Master-Record-Exit
              END-IF
           END-IF

           DELETE SrcIdx RECORD
                  INVALID KEY
                     DISPLAY "*** WARNING: the source record "
       Move-Master-Record-Exit.
           EXIT.

       Recode-On-Target.
           DISPLAY "The code [" ws-xfer-code "] is already on the "
                   "target master. A new code is drawn for company ["
                   ws-tgt-company "]."

      *    The allocator reads the target master itself to skip codes
      *    in use, so it is closed around the call.
           CLOSE TgtIdx

           MOVE "A"    TO ws-codealc-function
           MOVE ZEROES TO ws-codealc-code
           MOVE 'N'    TO ws-codealc-result
           CALL "CodeAlc" USING ws-codealc-function
                                ws-tgt-company
                                ws-TgtIdx-name
                                ws-codealc-source
                                ws-codealc-code
                                ws-codealc-result

           IF NOT sw-codealc-result-Y
              DISPLAY "*** The code allocator issued no code for "
                      "company [" ws-tgt-company "]. Nothing "
                      "moved. ***"
              GO TO Recode-On-Target-Exit
           END-IF

           MOVE ws-codealc-code TO ws-new-code

           OPEN I-O TgtIdx

           IF fs-TgtIdx NOT EQUAL "00"
              CLOSE TgtIdx
              DISPLAY "*** The target master [" ws-TgtIdx-name
                      "] could not be reopened. Nothing moved. The "
                      "issued code [" ws-new-code "] is unused. ***"
              GO TO Recode-On-Target-Exit
           END-IF

           MOVE ws-saved-employee TO tgt-rec
           MOVE ws-new-code       TO tgt-rec-cod-employee

           WRITE tgt-rec
                 INVALID KEY
                    CLOSE TgtIdx
                    DISPLAY "*** The issued code [" ws-new-code "] "
                            "is already on the target master. "
                            "Nothing moved. ***"
                    GO TO Recode-On-Target-Exit
           END-WRITE

           SET sw-recoded-Y TO TRUE.
       Recode-On-Target-Exit.
           EXIT.

       Write-Both-Audit-Sides.
           ACCEPT ws-stamp-date FROM DATE YYYYMMDD
           ACCEPT ws-stamp-time FROM TIME
                  " | " ws-operator-id
                  " | XFER-OUT TO [" ws-tgt-company
                  "] | CODE-BEFORE=" ws-xfer-code
                  " CODE-AFTER=" ws-new-code
                  DELIMITED BY SIZE
             INTO ws-audit-line

                  " | " ws-operator-id
                  " | XFER-IN FROM [" ws-src-company
                  "] | CODE-BEFORE=" ws-xfer-code
                  " CODE-AFTER=" ws-new-code
                  DELIMITED BY SIZE
             INTO ws-audit-line

             INTO f-StmtFile-rec
           WRITE f-StmtFile-rec

           IF sw-recoded-Y
              MOVE SPACES TO f-StmtFile-rec
              STRING "NEW EMPLOYEE CODE [" ws-new-code
                     "] - THE OLD CODE WAS IN USE AT THE TARGET"
                     DELIMITED BY SIZE
                INTO f-StmtFile-rec
              WRITE f-StmtFile-rec
           END-IF

           MOVE SPACES TO f-StmtFile-rec
           STRING "FROM [" ws-src-company "] "
                  ws-src-company-name DELIMITED BY SIZE
           WRITE f-StmtFile-rec

           MOVE SPACES TO f-StmtFile-rec
           IF sw-recoded-Y
              STRING "RECORDS STAY UNDER THE OLD CODE ["
                     ws-xfer-code "] ON THE SHARED "
                     DELIMITED BY SIZE
                INTO f-StmtFile-rec
           ELSE
              MOVE "RECORDS FOLLOW THE EMPLOYEE CODE ON THE SHARED "
                TO f-StmtFile-rec
           END-IF
           WRITE f-StmtFile-rec

           MOVE SPACES TO f-StmtFile-rec
           CLOSE StmtFile

           DISPLAY "The employee [" ws-xfer-code "] moved from ["
                   ws-src-company "] to [" ws-tgt-company "] as ["
                   ws-new-code "] with the original hire date kept. "
                   "The confirmation statement is on ["
                   ws-StmtFile-name "].".
       Write-Confirmation-Statement-Exit.
           EXIT.

