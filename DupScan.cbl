           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  EmpBank
           RECORD CONTAINS 64 CHARACTERS.

       01  empbank-rec.
           03  empbank-rec-code         PIC 9(06) VALUE ZEROES.
           03  empbank-rec-account      PIC X(16) VALUE SPACES.
           03  empbank-rec-holder       PIC X(20) VALUE SPACES.
           03  empbank-rec-currency     PIC X(03) VALUE SPACES.
           03  empbank-rec-prenote      PIC X(01) VALUE SPACE.
               88  sw-empbank-rec-verified        VALUES "V",
                                                            SPACE.
               88  sw-empbank-rec-unverified      VALUE "U".
               88  sw-empbank-rec-prenote-sent    VALUE "P".
               88  sw-empbank-rec-rejected        VALUE "R".
           03  empbank-rec-prenote-date PIC 9(08) VALUE ZEROES.

       FD  DupDisp
           RECORD CONTAINS 12 CHARACTERS.
