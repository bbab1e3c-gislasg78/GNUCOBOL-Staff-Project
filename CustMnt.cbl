           03  cust-rec-email            PIC X(30) VALUE SPACES.

       FD  DetailFile
           RECORD CONTAINS 142 CHARACTERS.

       01  detail-rec.
           03  detail-rec-lastname       PIC X(15) VALUE SPACES.
           03  detail-rec-customer       PIC X(06) VALUE SPACES.
           03  detail-rec-status         PIC X(01) VALUE SPACE.
               88  sw-detail-rec-reversed         VALUE "V".
           03  detail-rec-trade-model    PIC X(15) VALUE SPACES.
           03  detail-rec-trade-appraised
                                         PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-trade-allowance
                                         PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-trade-stock    PIC X(08) VALUE SPACES.
           03  detail-rec-list-price     PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-discount       PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-approval       PIC X(01) VALUE SPACE.
               88  sw-detail-rec-held             VALUE "H".
               88  sw-detail-rec-approved         VALUE "A".
           03  detail-rec-approver       PIC X(10) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-CustFile                  PIC X(02) VALUE SPACES.
