       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ListPrc ASSIGN TO ws-ListPrc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ListPrc.

           SELECT OPTIONAL DiscAuth ASSIGN TO ws-DiscAuth-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DiscAuth.

       DATA DIVISION.
       FILE SECTION.
       FD  ListPrc
           RECORD CONTAINS 32 CHARACTERS.

       01  listprc-rec.
           03  listprc-rec-model         PIC X(15) VALUE SPACES.
           03  listprc-rec-eff-date      PIC 9(08) VALUE ZEROES.
           03  listprc-rec-price         PIC 9(07)V9(02)
                                                   VALUE ZEROES.

       FD  DiscAuth
           RECORD CONTAINS 29 CHARACTERS.

       01  discauth-rec.
           03  discauth-rec-lastname     PIC X(15) VALUE SPACES.
           03  discauth-rec-firstname    PIC X(10) VALUE SPACES.
           03  discauth-rec-limit-pct    PIC 9(02)V9(02)
                                                   VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-ListPrc                   PIC X(02) VALUE SPACES.
       77  fs-DiscAuth                  PIC X(02) VALUE SPACES.

       77  ws-ListPrc-name              PIC X(12) VALUE "ListPrc".
       77  ws-DiscAuth-name             PIC X(12) VALUE "DiscAuth".

       77  ws-eof-ListPrc               PIC X(01) VALUE 'N'.
           88  sw-eof-ListPrc-Y                   VALUE 'Y'.
       77  ws-eof-DiscAuth              PIC X(01) VALUE 'N'.
           88  sw-eof-DiscAuth-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-price           VALUE 1.
               88  sw-menu-option-authority       VALUE 2.
               88  sw-menu-option-list            VALUE 3.
               88  sw-menu-option-exit            VALUE 4.

       01  ws-capture-fields.
           03  ws-cap-model             PIC X(15) VALUE SPACES.
           03  ws-cap-eff-date.
               05  ws-cap-eff-year      PIC 9(04) VALUE ZEROES.
               05  ws-cap-eff-month     PIC 9(02) VALUE ZEROES.
               05  ws-cap-eff-day       PIC 9(02) VALUE ZEROES.
           03  ws-cap-price             PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-lastname          PIC X(15) VALUE SPACES.
           03  ws-cap-firstname         PIC X(10) VALUE SPACES.
           03  ws-cap-limit-pct         PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.

       01  ws-list-counter              PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "List price and discount authority maintenance."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     List Prices & Authority.      |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record a model list price.   |"
           DISPLAY "| [2]. Set a discount authority.    |"
           DISPLAY "| [3]. List prices and authority.   |"
           DISPLAY "| [4]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-price
                    PERFORM Record-List-Price

               WHEN sw-menu-option-authority
                    PERFORM Record-Discount-Authority

               WHEN sw-menu-option-list
                    PERFORM List-Prices-And-Authority

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Record-List-Price.
           DISPLAY "Model                      : " WITH NO ADVANCING
           ACCEPT ws-cap-model

           DISPLAY "Effective date (CCYYMMDD)  : " WITH NO ADVANCING
           ACCEPT ws-cap-eff-date

           DISPLAY "List price                 : " WITH NO ADVANCING
           ACCEPT ws-cap-price

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-eff-year
                                 ws-cap-eff-month
                                 ws-cap-eff-day
                                 ws-cap-date-valid-sw

           IF ws-cap-model EQUAL SPACES
           OR ws-cap-price EQUAL ZEROES
              DISPLAY "The model and list price must be entered. "
                      "Nothing was recorded."
           ELSE
           IF sw-cap-date-valid-N
              DISPLAY "The effective date [" ws-cap-eff-date "] is "
                      "not a valid calendar date. Nothing was "
                      "recorded."
           ELSE
              OPEN EXTEND ListPrc

              IF fs-ListPrc EQUAL "00" OR fs-ListPrc EQUAL "05"
                 MOVE ws-cap-model    TO listprc-rec-model
                 MOVE ws-cap-eff-date TO listprc-rec-eff-date
                 MOVE ws-cap-price    TO listprc-rec-price

                 WRITE listprc-rec

                 CLOSE ListPrc

                 DISPLAY "The list price was recorded."
              ELSE
                 CLOSE ListPrc
                 DISPLAY "*** WARNING: the list price file could "
                         "not be opened. Nothing recorded. ***"
              END-IF
           END-IF
           END-IF.

       Record-Discount-Authority.
           DISPLAY "Salesperson last name      : " WITH NO ADVANCING
           ACCEPT ws-cap-lastname

           DISPLAY "Salesperson first name     : " WITH NO ADVANCING
           ACCEPT ws-cap-firstname

           DISPLAY "Discount authority percent : " WITH NO ADVANCING
           ACCEPT ws-cap-limit-pct

           IF ws-cap-lastname EQUAL SPACES
              DISPLAY "The salesperson must be entered. Nothing was "
                      "recorded."
           ELSE
              OPEN EXTEND DiscAuth

              IF fs-DiscAuth EQUAL "00" OR fs-DiscAuth EQUAL "05"
                 MOVE ws-cap-lastname  TO discauth-rec-lastname
                 MOVE ws-cap-firstname TO discauth-rec-firstname
                 MOVE ws-cap-limit-pct TO discauth-rec-limit-pct

                 WRITE discauth-rec

                 CLOSE DiscAuth

                 DISPLAY "The discount authority was recorded. It "
                         "replaces any earlier limit for this "
                         "salesperson."
              ELSE
                 CLOSE DiscAuth
                 DISPLAY "*** WARNING: the discount authority file "
                         "could not be opened. Nothing recorded. ***"
              END-IF
           END-IF.

       List-Prices-And-Authority.
           MOVE 'N'    TO ws-eof-ListPrc
           MOVE ZEROES TO ws-list-counter

           OPEN INPUT ListPrc

           IF fs-ListPrc NOT EQUAL "00"
              CLOSE ListPrc
              DISPLAY "There are no list prices on file."
           ELSE
              DISPLAY SPACE
              DISPLAY "Model           Effective  List price"

              PERFORM List-One-Price
                UNTIL sw-eof-ListPrc-Y

              CLOSE ListPrc

              DISPLAY "List prices on file: [" ws-list-counter "]."
           END-IF

           MOVE 'N'    TO ws-eof-DiscAuth
           MOVE ZEROES TO ws-list-counter

           OPEN INPUT DiscAuth

           IF fs-DiscAuth NOT EQUAL "00"
              CLOSE DiscAuth
              DISPLAY "There are no discount authorities on file. "
                      "Every discount needs a manager's approval."
           ELSE
              DISPLAY SPACE
              DISPLAY "Salesperson                 Limit %"

              PERFORM List-One-Authority
                UNTIL sw-eof-DiscAuth-Y

              CLOSE DiscAuth

              DISPLAY "Authorities on file: [" ws-list-counter "]."
           END-IF.

       List-One-Price.
           READ ListPrc RECORD
             AT END
                SET sw-eof-ListPrc-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-list-counter
                DISPLAY "[" listprc-rec-model "] ["
                        listprc-rec-eff-date "] ["
                        listprc-rec-price "]"
           END-READ.

       List-One-Authority.
           READ DiscAuth RECORD
             AT END
                SET sw-eof-DiscAuth-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-list-counter
                DISPLAY "[" discauth-rec-firstname " "
                        discauth-rec-lastname "] ["
                        discauth-rec-limit-pct "]"
           END-READ.

       END PROGRAM PriceMnt.
