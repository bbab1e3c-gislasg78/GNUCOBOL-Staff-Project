       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayeeMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayeeMst ASSIGN TO ws-PayeeMst-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayeeMst.

           SELECT OPTIONAL PayeeMap ASSIGN TO ws-PayeeMap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PayeeMap.

       DATA DIVISION.
       FILE SECTION.
       FD  PayeeMst
           RECORD CONTAINS 62 CHARACTERS.

       01  payee-rec.
           03  payee-rec-id              PIC X(06) VALUE SPACES.
           03  payee-rec-name            PIC X(30) VALUE SPACES.
           03  payee-rec-bank            PIC X(04) VALUE SPACES.
           03  payee-rec-branch          PIC X(06) VALUE SPACES.
           03  payee-rec-account         PIC X(16) VALUE SPACES.

       FD  PayeeMap
           RECORD CONTAINS 27 CHARACTERS.

       01  payeemap-rec.
           03  payeemap-rec-source       PIC X(01) VALUE SPACE.
               88  sw-payeemap-rec-garnishment    VALUE "G".
               88  sw-payeemap-rec-benefit        VALUE "B".
               88  sw-payeemap-rec-voluntary      VALUE "V".
           03  payeemap-rec-key          PIC X(20) VALUE SPACES.
           03  payeemap-rec-payee        PIC X(06) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-PayeeMst                  PIC X(02) VALUE SPACES.
       77  ws-PayeeMst-name             PIC X(12) VALUE "PayeeMst".
       77  ws-eof-PayeeMst              PIC X(01) VALUE 'N'.
           88  sw-eof-PayeeMst-Y                  VALUE 'Y'.

       77  fs-PayeeMap                  PIC X(02) VALUE SPACES.
       77  ws-PayeeMap-name             PIC X(12) VALUE "PayeeMap".
       77  ws-eof-PayeeMap              PIC X(01) VALUE 'N'.
           88  sw-eof-PayeeMap-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-payee           VALUE 1.
               88  sw-menu-option-map             VALUE 2.
               88  sw-menu-option-list            VALUE 3.
               88  sw-menu-option-exit            VALUE 4.

       01  ws-capture-fields.
           03  ws-cap-id                PIC X(06) VALUE SPACES.
           03  ws-cap-name              PIC X(30) VALUE SPACES.
           03  ws-cap-bank              PIC X(04) VALUE SPACES.
           03  ws-cap-branch            PIC X(06) VALUE SPACES.
           03  ws-cap-account           PIC X(16) VALUE SPACES.
           03  ws-cap-source            PIC X(01) VALUE SPACE.
               88  sw-cap-source-valid            VALUES "G", "B",
                                                         "V".
           03  ws-cap-key               PIC X(20) VALUE SPACES.

       01  ws-list-counter              PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Third-party deduction payee maintenance."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|   Deduction Payees.                   |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "| [1]. Record a payee.                  |"
           DISPLAY "| [2]. Assign a deduction to a payee.   |"
           DISPLAY "| [3]. List payees and assignments.     |"
           DISPLAY "| [4]. Exit this program.               |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-payee
                    PERFORM Record-Payee
                      THRU Record-Payee-Exit

               WHEN sw-menu-option-map
                    PERFORM Record-Payee-Map
                      THRU Record-Payee-Map-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Payees
                    PERFORM List-Payee-Maps

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Record-Payee.
           DISPLAY "Payee id                  : " WITH NO ADVANCING
           ACCEPT ws-cap-id

           DISPLAY "Payee name                : " WITH NO ADVANCING
           ACCEPT ws-cap-name

           DISPLAY "Bank code                 : " WITH NO ADVANCING
           ACCEPT ws-cap-bank

           DISPLAY "Branch code               : " WITH NO ADVANCING
           ACCEPT ws-cap-branch

           DISPLAY "Account number            : " WITH NO ADVANCING
           ACCEPT ws-cap-account

           IF ws-cap-id EQUAL SPACES
           OR ws-cap-name EQUAL SPACES
              DISPLAY "The payee id and name must be entered. "
                      "Nothing recorded."
              GO TO Record-Payee-Exit
           END-IF

           OPEN EXTEND PayeeMst

           IF fs-PayeeMst EQUAL "00" OR fs-PayeeMst EQUAL "05"
              MOVE ws-cap-id      TO payee-rec-id
              MOVE ws-cap-name    TO payee-rec-name
              MOVE ws-cap-bank    TO payee-rec-bank
              MOVE ws-cap-branch  TO payee-rec-branch
              MOVE ws-cap-account TO payee-rec-account

              WRITE payee-rec

              CLOSE PayeeMst

              DISPLAY "The payee was recorded. A later row for the "
                      "same id replaces the earlier one."
           ELSE
              CLOSE PayeeMst
              DISPLAY "*** WARNING: the payee master could not be "
                      "opened. Nothing recorded. ***"
           END-IF.
       Record-Payee-Exit.
           EXIT.

       Record-Payee-Map.
           DISPLAY "Deduction source [G]arnishment, [B]enefit "
                   "plan, [V]oluntary: " WITH NO ADVANCING
           ACCEPT ws-cap-source

           DISPLAY "Order payee, plan code or deduction code : "
              WITH NO ADVANCING
           ACCEPT ws-cap-key

           DISPLAY "Paid to payee id                         : "
              WITH NO ADVANCING
           ACCEPT ws-cap-id

           IF NOT sw-cap-source-valid
              DISPLAY "The source must be [G], [B] or [V]. Nothing "
                      "recorded."
              GO TO Record-Payee-Map-Exit
           END-IF

           IF ws-cap-key EQUAL SPACES
           OR ws-cap-id EQUAL SPACES
              DISPLAY "The deduction and payee id must be entered. "
                      "Nothing recorded."
              GO TO Record-Payee-Map-Exit
           END-IF

           OPEN EXTEND PayeeMap

           IF fs-PayeeMap EQUAL "00" OR fs-PayeeMap EQUAL "05"
              MOVE ws-cap-source TO payeemap-rec-source
              MOVE ws-cap-key    TO payeemap-rec-key
              MOVE ws-cap-id     TO payeemap-rec-payee

              WRITE payeemap-rec

              CLOSE PayeeMap

              DISPLAY "The deduction was assigned to payee ["
                      ws-cap-id "]."
           ELSE
              CLOSE PayeeMap
              DISPLAY "*** WARNING: the payee assignment file could "
                      "not be opened. Nothing recorded. ***"
           END-IF.
       Record-Payee-Map-Exit.
           EXIT.

       List-Payees.
           MOVE ZEROES TO ws-list-counter
           MOVE 'N'    TO ws-eof-PayeeMst

           OPEN INPUT PayeeMst

           IF fs-PayeeMst NOT EQUAL "00"
              CLOSE PayeeMst
              DISPLAY "No payee master was found."
           ELSE
              DISPLAY SPACE
              DISPLAY "Id      Name                            "
                      "Bank Branch Account"

              PERFORM List-One-Payee
                UNTIL sw-eof-PayeeMst-Y

              CLOSE PayeeMst

              DISPLAY "Payee rows listed: [" ws-list-counter "]."
           END-IF.

       List-One-Payee.
           READ PayeeMst RECORD
             AT END
                SET sw-eof-PayeeMst-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-list-counter
                DISPLAY "[" payee-rec-id "] [" payee-rec-name "] ["
                        payee-rec-bank "] [" payee-rec-branch "] ["
                        payee-rec-account "]."
           END-READ.

       List-Payee-Maps.
           MOVE ZEROES TO ws-list-counter
           MOVE 'N'    TO ws-eof-PayeeMap

           OPEN INPUT PayeeMap

           IF fs-PayeeMap NOT EQUAL "00"
              CLOSE PayeeMap
              DISPLAY "No deduction has been assigned to a payee."
           ELSE
              DISPLAY SPACE
              DISPLAY "Src Deduction             Payee"

              PERFORM List-One-Payee-Map
                UNTIL sw-eof-PayeeMap-Y

              CLOSE PayeeMap

              DISPLAY "Assignments listed: [" ws-list-counter "]."
           END-IF.

       List-One-Payee-Map.
           READ PayeeMap RECORD
             AT END
                SET sw-eof-PayeeMap-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-list-counter
                DISPLAY "[" payeemap-rec-source "] ["
                        payeemap-rec-key "] [" payeemap-rec-payee
                        "]."
           END-READ.

       END PROGRAM PayeeMnt.
