       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGXMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT DEGXTRAN ASSIGN TO DEGXTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT DEGEXCP ASSIGN TO DEGEXCP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DX-KEY
                FILE STATUS IS WS-DEGEXCP-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT DEGXJRNL ASSIGN TO DEGXJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD DEGXTRAN
            RECORDING MODE IS F.
       01 XTRAN-REC.
          05 XTRAN-CODE         PIC X(01).
          05 FILLER             PIC X(01).
          05 XTRAN-STUD-ID      PIC X(09).
          05 FILLER             PIC X(01).
          05 XTRAN-PROG         PIC X(10).
          05 FILLER             PIC X(01).
          05 XTRAN-REQ-TYPE     PIC X(01).
          05 FILLER             PIC X(01).
          05 XTRAN-REQ-COURSE   PIC X(08).
          05 FILLER             PIC X(01).
          05 XTRAN-ACTION       PIC X(01).
          05 FILLER             PIC X(01).
          05 XTRAN-SUB-COURSE   PIC X(08).
          05 FILLER             PIC X(01).
          05 XTRAN-APPROVER     PIC X(08).
          05 FILLER             PIC X(01).
          05 XTRAN-APPR-DATE    PIC X(08).
          05 FILLER             PIC X(01).
          05 XTRAN-REASON       PIC X(16).
          05 FILLER             PIC X(01).
       FD DEGEXCP
            RECORDING MODE IS F.
       01 DEGX-REC.
          05 DX-KEY.
             10 DX-STUD-ID     PIC X(09).
             10 DX-PROG        PIC X(10).
             10 DX-REQ-TYPE    PIC X(01).
             10 DX-REQ-COURSE  PIC X(08).
          05 DX-ACTION         PIC X(01).
          05 DX-SUB-COURSE     PIC X(08).
          05 DX-APPROVER       PIC X(08).
          05 DX-APPR-DATE      PIC X(08).
          05 DX-REASON         PIC X(16).
          05 FILLER            PIC X(11).
       FD CRSETAB
            RECORDING MODE IS F.
       01 CRSE-REC.
          05 CR-COURSE-CODE  PIC X(08).
          05 CR-TITLE        PIC X(30).
          05 CR-CREDIT-HRS   PIC 9(02).
          05 CR-DEPT-CODE    PIC X(03).
          05 CR-ACTIVE-FLAG  PIC X(01).
          05 CR-MAX-SEATS    PIC 9(04).
          05 CR-MEET-DAYS    PIC X(07).
          05 CR-MEET-START   PIC X(04).
          05 CR-MEET-END     PIC X(04).
          05 FILLER          PIC X(17).
       FD DEGXJRNL
            RECORDING MODE IS F.
       01 DJRNL-REC.
          05 DJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 DJ-TRAN-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 DJ-KEY          PIC X(28).
          05 FILLER          PIC X(01).
          05 DJ-BEF-ACTION   PIC X(01).
          05 FILLER          PIC X(01).
          05 DJ-AFT-ACTION   PIC X(01).
          05 FILLER          PIC X(01).
          05 DJ-APPROVER     PIC X(08).
          05 FILLER          PIC X(01).
          05 DJ-SUB-COURSE   PIC X(08).
          05 FILLER          PIC X(01).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-DEGEXCP-FS       PIC X(02) VALUE SPACES.
           88 WS-DEGEXCP-OK       VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-REQ-TYPE-CHECK   PIC X(01).
           88 WS-REQ-TYPE-VALID   VALUE 'C' 'E' 'H'.
       01 WS-ACTION-CHECK     PIC X(01).
           88 WS-ACTION-VALID     VALUE 'S' 'W'.

       01 WS-BEFORE-IMAGE.
           05 WS-BEF-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-BEF-FOUND    VALUE 'Y'.
           05 WS-BEF-ACTION   PIC X(01).

       01 WS-BUS-DATE         PIC X(08).
       01 WS-AFT-ACTION       PIC X(01).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN INPUT DEGXTRAN.
            OPEN I-O DEGEXCP.
            IF NOT WS-DEGEXCP-OK
               DISPLAY 'DEGXMNT: DEGEXCP NOT AVAILABLE - STATUS '
                       WS-DEGEXCP-FS
               MOVE 16 TO RETURN-CODE
               CLOSE DEGXTRAN
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF WS-CRSETAB-OK
               SET WS-CRSETAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'DEGXMNT: CRSETAB NOT AVAILABLE - SUBSTITUTE '
                       'COURSE VALIDATION SKIPPED'
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ DEGXTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE DEGXTRAN.
            CLOSE DEGEXCP.
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            CLOSE DEGXJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                PERFORM A000-FETCH-BEFORE-PARA
                EVALUATE XTRAN-CODE
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
             IF XTRAN-CODE NOT = 'A' AND XTRAN-CODE NOT = 'C'
                AND XTRAN-CODE NOT = 'D'
                DISPLAY 'DEGXMNT: INVALID TRANSACTION CODE '
                        XTRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND XTRAN-STUD-ID IS NOT NUMERIC
                DISPLAY 'DEGXMNT: NON-NUMERIC STUD-ID '
                        XTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND XTRAN-PROG = SPACES
                DISPLAY 'DEGXMNT: BLANK PROGRAM FOR ' XTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                MOVE XTRAN-REQ-TYPE TO WS-REQ-TYPE-CHECK
                IF NOT WS-REQ-TYPE-VALID
                   DISPLAY 'DEGXMNT: REQUIREMENT TYPE '
                           XTRAN-REQ-TYPE ' NOT C, E OR H FOR '
                           XTRAN-STUD-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                IF XTRAN-REQ-TYPE = 'C'
                   IF XTRAN-REQ-COURSE = SPACES
                      DISPLAY 'DEGXMNT: BLANK REQUIRED COURSE FOR '
                              XTRAN-STUD-ID
                      SET WS-EDIT-FAILED TO TRUE
                   END-IF
                ELSE
                   MOVE SPACES TO XTRAN-REQ-COURSE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND XTRAN-CODE NOT = 'D'
                PERFORM A000-VALIDATE-DETAIL-PARA
             END-IF.

       A000-VALIDATE-DETAIL-PARA.
             MOVE XTRAN-ACTION TO WS-ACTION-CHECK.
             IF NOT WS-ACTION-VALID
                DISPLAY 'DEGXMNT: ACTION ' XTRAN-ACTION
                        ' NOT S OR W FOR ' XTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND XTRAN-APPROVER = SPACES
                DISPLAY 'DEGXMNT: BLANK APPROVER FOR ' XTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                IF XTRAN-APPR-DATE = SPACES
                   MOVE WS-BUS-DATE TO XTRAN-APPR-DATE
                END-IF
                IF XTRAN-APPR-DATE IS NOT NUMERIC
                   DISPLAY 'DEGXMNT: INVALID APPROVAL DATE '
                           XTRAN-APPR-DATE ' FOR ' XTRAN-STUD-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                IF XTRAN-ACTION = 'W'
                   MOVE SPACES TO XTRAN-SUB-COURSE
                ELSE
                   PERFORM A000-VALIDATE-SUB-PARA
                END-IF
             END-IF.

       A000-VALIDATE-SUB-PARA.
             IF XTRAN-REQ-TYPE NOT = 'C'
                DISPLAY 'DEGXMNT: SUBSTITUTION ONLY ALLOWED FOR A '
                        'REQUIRED COURSE - ' XTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                IF XTRAN-SUB-COURSE = SPACES
                   OR XTRAN-SUB-COURSE = XTRAN-REQ-COURSE
                   DISPLAY 'DEGXMNT: SUBSTITUTION FOR '
                           XTRAN-STUD-ID ' NEEDS A DIFFERENT '
                           'SUBSTITUTE COURSE'
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND WS-CRSETAB-AVAILABLE
                MOVE XTRAN-SUB-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        DISPLAY 'DEGXMNT: SUBSTITUTE COURSE '
                                XTRAN-SUB-COURSE ' NOT IN CATALOG'
                        SET WS-EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                        CONTINUE
                END-READ
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE SPACES TO WS-BEF-ACTION.
             MOVE XTRAN-STUD-ID    TO DX-STUD-ID.
             MOVE XTRAN-PROG       TO DX-PROG.
             MOVE XTRAN-REQ-TYPE   TO DX-REQ-TYPE.
             MOVE XTRAN-REQ-COURSE TO DX-REQ-COURSE.
             READ DEGEXCP RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
                     MOVE DX-ACTION TO WS-BEF-ACTION
             END-READ.

       A000-MOVE-DETAIL-PARA.
             MOVE XTRAN-ACTION     TO DX-ACTION.
             MOVE XTRAN-SUB-COURSE TO DX-SUB-COURSE.
             MOVE XTRAN-APPROVER   TO DX-APPROVER.
             MOVE XTRAN-APPR-DATE  TO DX-APPR-DATE.
             MOVE XTRAN-REASON     TO DX-REASON.

       A000-ADD-PARA.
             IF WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'DEGXMNT: EXCEPTION ALREADY ON FILE FOR '
                        XTRAN-STUD-ID ' ' XTRAN-PROG ' '
                        XTRAN-REQ-TYPE ' ' XTRAN-REQ-COURSE
             ELSE
                MOVE SPACES           TO DEGX-REC
                MOVE XTRAN-STUD-ID    TO DX-STUD-ID
                MOVE XTRAN-PROG       TO DX-PROG
                MOVE XTRAN-REQ-TYPE   TO DX-REQ-TYPE
                MOVE XTRAN-REQ-COURSE TO DX-REQ-COURSE
                PERFORM A000-MOVE-DETAIL-PARA
                WRITE DEGX-REC
                IF WS-DEGEXCP-OK
                   ADD 1 TO WS-CT-ADDED
                   MOVE XTRAN-ACTION TO WS-AFT-ACTION
                   PERFORM A000-JOURNAL-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                   DISPLAY 'DEGXMNT: ADD FAILED FOR ' XTRAN-STUD-ID
                           ' STATUS ' WS-DEGEXCP-FS
                END-IF
             END-IF.

       A000-CHANGE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'DEGXMNT: NO EXCEPTION ON FILE TO CHANGE FOR '
                        XTRAN-STUD-ID ' ' XTRAN-PROG
             ELSE
                PERFORM A000-MOVE-DETAIL-PARA
                REWRITE DEGX-REC
                IF WS-DEGEXCP-OK
                   ADD 1 TO WS-CT-CHANGED
                   MOVE XTRAN-ACTION TO WS-AFT-ACTION
                   PERFORM A000-JOURNAL-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                END-IF
             END-IF.

       A000-DELETE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'DEGXMNT: NO EXCEPTION ON FILE TO DELETE FOR '
                        XTRAN-STUD-ID ' ' XTRAN-PROG
             ELSE
                DELETE DEGEXCP RECORD
                IF WS-DEGEXCP-OK
                   ADD 1 TO WS-CT-DELETED
                   MOVE SPACES TO WS-AFT-ACTION
                   PERFORM A000-JOURNAL-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                END-IF
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT DEGXJRNL.
             IF WS-JRNL-FOUND
                CLOSE DEGXJRNL
                OPEN EXTEND DEGXJRNL
             ELSE
                OPEN OUTPUT DEGXJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO DJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO DJ-TIMESTAMP.
             MOVE XTRAN-CODE     TO DJ-TRAN-CODE.
             MOVE DX-KEY         TO DJ-KEY.
             IF WS-BEF-FOUND
                MOVE WS-BEF-ACTION TO DJ-BEF-ACTION
             END-IF.
             MOVE WS-AFT-ACTION  TO DJ-AFT-ACTION.
             MOVE XTRAN-APPROVER TO DJ-APPROVER.
             MOVE XTRAN-SUB-COURSE TO DJ-SUB-COURSE.
             WRITE DJRNL-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'DEGXMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'EXCEPTIONS ADDED ............ ' WS-CT-ADDED.
             DISPLAY 'EXCEPTIONS CHANGED .......... ' WS-CT-CHANGED.
             DISPLAY 'EXCEPTIONS DELETED .......... ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
