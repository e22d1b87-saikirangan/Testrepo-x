       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVLDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OVLDTRAN ASSIGN TO OVLDTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT OVLDAPPR ASSIGN TO OVLDAPPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OA-KEY
                FILE STATUS IS WS-OVLDAPPR-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT OVLDJRNL ASSIGN TO OVLDJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OVLDTRAN
            RECORDING MODE IS F.
       01 OTRAN-REC.
          05 OTRAN-CODE        PIC X(01).
          05 FILLER            PIC X(01).
          05 OTRAN-STUD-ID     PIC X(09).
          05 FILLER            PIC X(01).
          05 OTRAN-TERM        PIC X(06).
          05 FILLER            PIC X(01).
          05 OTRAN-MAX-HOURS   PIC X(02).
          05 FILLER            PIC X(01).
          05 OTRAN-APPROVED-BY PIC X(08).
          05 FILLER            PIC X(01).
          05 OTRAN-REASON      PIC X(30).
          05 FILLER            PIC X(19).
       FD OVLDAPPR
            RECORDING MODE IS F.
       01 OVLD-REC.
          05 OA-KEY.
             10 OA-STUD-ID     PIC X(09).
             10 OA-TERM        PIC X(06).
          05 OA-MAX-HOURS      PIC 9(02).
          05 OA-APPROVED-BY    PIC X(08).
          05 OA-APPROVED-DATE  PIC X(08).
          05 OA-REASON         PIC X(30).
          05 FILLER            PIC X(17).
       FD TERMTAB
            RECORDING MODE IS F.
       01 TERM-REC.
          05 TM-TERM-CODE    PIC X(06).
          05 TM-START-DATE   PIC X(08).
          05 TM-END-DATE     PIC X(08).
          05 TM-CENSUS-DATE  PIC X(08).
          05 TM-STATUS       PIC X(01).
          05 TM-MAX-HOURS    PIC 9(02).
          05 TM-LAST-ADD-DATE  PIC X(08).
          05 TM-LAST-DROP-DATE PIC X(08).
          05 FILLER          PIC X(31).
       FD OVLDJRNL
            RECORDING MODE IS F.
       01 OJRNL-REC.
          05 OJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 OJ-TRAN-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 OJ-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 OJ-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 OJ-BEF-HOURS    PIC X(02).
          05 FILLER          PIC X(01).
          05 OJ-AFT-HOURS    PIC X(02).
          05 FILLER          PIC X(01).
          05 OJ-APPROVED-BY  PIC X(08).
          05 FILLER          PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-OVLDAPPR-FS      PIC X(02) VALUE SPACES.
           88 WS-OVLDAPPR-OK      VALUE '00'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-TERMTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-TERMTAB-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-BEF-HOURS        PIC X(02) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN INPUT OVLDTRAN.
            OPEN I-O OVLDAPPR.
            OPEN INPUT TERMTAB.
            IF WS-TERMTAB-OK
               SET WS-TERMTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'OVLDMNT: TERMTAB NOT AVAILABLE - TERM '
                       'VALIDATION SKIPPED'
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ OVLDTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE OVLDTRAN.
            CLOSE OVLDAPPR.
            IF WS-TERMTAB-AVAILABLE
               CLOSE TERMTAB
            END-IF.
            CLOSE OVLDJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                IF OTRAN-CODE = 'C' OR OTRAN-CODE = 'D'
                   PERFORM A000-FETCH-BEFORE-PARA
                ELSE
                   MOVE SPACES TO WS-BEF-HOURS
                END-IF
                MOVE SPACES            TO OVLD-REC
                MOVE OTRAN-STUD-ID     TO OA-STUD-ID
                MOVE OTRAN-TERM        TO OA-TERM
                IF OTRAN-MAX-HOURS IS NUMERIC
                   MOVE OTRAN-MAX-HOURS TO OA-MAX-HOURS
                ELSE
                   MOVE ZERO TO OA-MAX-HOURS
                END-IF
                MOVE OTRAN-APPROVED-BY TO OA-APPROVED-BY
                MOVE FUNCTION CURRENT-DATE(1:8) TO OA-APPROVED-DATE
                MOVE OTRAN-REASON      TO OA-REASON
                EVALUATE OTRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                WHEN 'C'
                     PERFORM A000-CHANGE-PARA
                WHEN 'D'
                     PERFORM A000-DELETE-PARA
                END-EVALUATE
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF OTRAN-CODE NOT = 'A' AND OTRAN-CODE NOT = 'C'
                AND OTRAN-CODE NOT = 'D'
                DISPLAY 'OVLDMNT: INVALID TRANSACTION CODE '
                        OTRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (OTRAN-STUD-ID IS NOT NUMERIC
                     OR OTRAN-TERM = SPACES)
                DISPLAY 'OVLDMNT: INVALID STUD-ID OR BLANK TERM'
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND OTRAN-CODE NOT = 'D'
                IF OTRAN-MAX-HOURS IS NOT NUMERIC
                   OR OTRAN-MAX-HOURS = '00'
                   DISPLAY 'OVLDMNT: INVALID APPROVED HOURS FOR '
                           OTRAN-STUD-ID ' TERM ' OTRAN-TERM
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF OTRAN-APPROVED-BY = SPACES
                   DISPLAY 'OVLDMNT: NO APPROVER GIVEN FOR '
                           OTRAN-STUD-ID ' TERM ' OTRAN-TERM
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF WS-EDIT-PASSED AND WS-TERMTAB-AVAILABLE
                   MOVE OTRAN-TERM TO TM-TERM-CODE
                   READ TERMTAB RECORD
                      INVALID KEY
                           DISPLAY 'OVLDMNT: UNKNOWN TERM '
                                   OTRAN-TERM ' FOR STUD-ID '
                                   OTRAN-STUD-ID
                           SET WS-EDIT-FAILED TO TRUE
                      NOT INVALID KEY
                           IF TM-STATUS = 'C'
                              DISPLAY 'OVLDMNT: TERM ' OTRAN-TERM
                                      ' IS CLOSED'
                              SET WS-EDIT-FAILED TO TRUE
                           END-IF
                   END-READ
                END-IF
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE SPACES TO WS-BEF-HOURS.
             MOVE OTRAN-STUD-ID TO OA-STUD-ID.
             MOVE OTRAN-TERM    TO OA-TERM.
             READ OVLDAPPR RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE OA-MAX-HOURS TO WS-BEF-HOURS
             END-READ.

       A000-ADD-PARA.
             WRITE OVLD-REC.
             IF WS-OVLDAPPR-OK
                ADD 1 TO WS-CT-ADDED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-CHANGE-PARA.
             REWRITE OVLD-REC.
             IF WS-OVLDAPPR-OK
                ADD 1 TO WS-CT-CHANGED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-DELETE-PARA.
             DELETE OVLDAPPR RECORD.
             IF WS-OVLDAPPR-OK
                ADD 1 TO WS-CT-DELETED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT OVLDJRNL.
             IF WS-JRNL-FOUND
                CLOSE OVLDJRNL
                OPEN EXTEND OVLDJRNL
             ELSE
                OPEN OUTPUT OVLDJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO OJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO OJ-TIMESTAMP.
             MOVE OTRAN-CODE        TO OJ-TRAN-CODE.
             MOVE OTRAN-STUD-ID     TO OJ-STUD-ID.
             MOVE OTRAN-TERM        TO OJ-TERM.
             MOVE WS-BEF-HOURS      TO OJ-BEF-HOURS.
             IF OTRAN-CODE = 'A' OR OTRAN-CODE = 'C'
                MOVE OTRAN-MAX-HOURS TO OJ-AFT-HOURS
             END-IF.
             MOVE OTRAN-APPROVED-BY TO OJ-APPROVED-BY.
             WRITE OJRNL-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'OVLDMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'APPROVALS ADDED ............. ' WS-CT-ADDED.
             DISPLAY 'APPROVALS CHANGED ........... ' WS-CT-CHANGED.
             DISPLAY 'APPROVALS DELETED ........... ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
