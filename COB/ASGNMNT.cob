       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASGNMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ASGNTRAN ASSIGN TO ASGNTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT INSTASGN ASSIGN TO INSTASGN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TA-KEY
                FILE STATUS IS WS-INSTASGN-FS.
                SELECT INSTMAST ASSIGN TO INSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTR-ID
                FILE STATUS IS WS-INSTMAST-FS.
                SELECT CRSESECT ASSIGN TO CRSESECT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-CRSESECT-FS.
                SELECT ASGNJRNL ASSIGN TO ASGNJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ASGNTRAN
            RECORDING MODE IS F.
       01 ATRAN-REC.
          05 ATRAN-CODE        PIC X(01).
          05 FILLER            PIC X(01).
          05 ATRAN-COURSE-CODE PIC X(08).
          05 FILLER            PIC X(01).
          05 ATRAN-TERM        PIC X(06).
          05 FILLER            PIC X(01).
          05 ATRAN-SECTION     PIC X(03).
          05 FILLER            PIC X(01).
          05 ATRAN-INSTR-ID    PIC X(09).
          05 FILLER            PIC X(49).
       FD INSTASGN
            RECORDING MODE IS F.
       01 ASGN-REC.
          05 TA-KEY.
             10 TA-COURSE-CODE PIC X(08).
             10 TA-TERM        PIC X(06).
             10 TA-SECTION     PIC X(03).
          05 TA-INSTR-ID       PIC X(09).
          05 TA-ASSIGN-DATE    PIC X(08).
          05 FILLER            PIC X(46).
       FD INSTMAST
            RECORDING MODE IS F.
       01 INST-REC.
          05 IN-INSTR-ID     PIC X(09).
          05 IN-INSTR-NAME   PIC X(30).
          05 IN-DEPT-CODE    PIC X(03).
          05 IN-CONTRACT-HRS PIC 9(02).
          05 IN-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
       FD CRSESECT
            RECORDING MODE IS F.
       01 SECT-REC.
          05 SC-KEY.
             10 SC-COURSE-CODE PIC X(08).
             10 SC-TERM        PIC X(06).
             10 SC-SECTION     PIC X(03).
          05 SC-MAX-SEATS      PIC 9(04).
          05 SC-MEET-DAYS      PIC X(07).
          05 SC-MEET-START     PIC X(04).
          05 SC-MEET-END       PIC X(04).
          05 SC-ACTIVE-FLAG    PIC X(01).
          05 SC-BUILDING       PIC X(04).
          05 SC-ROOM           PIC X(06).
          05 FILLER            PIC X(33).
       FD ASGNJRNL
            RECORDING MODE IS F.
       01 AJRNL-REC.
          05 AJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 AJ-TRAN-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 AJ-COURSE-CODE  PIC X(08).
          05 FILLER          PIC X(01).
          05 AJ-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 AJ-SECTION      PIC X(03).
          05 FILLER          PIC X(01).
          05 AJ-BEF-INSTR-ID PIC X(09).
          05 FILLER          PIC X(01).
          05 AJ-AFT-INSTR-ID PIC X(09).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-INSTASGN-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTASGN-OK      VALUE '00'.
       01 WS-INSTMAST-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTMAST-OK      VALUE '00'.
       01 WS-INSTMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-INSTMAST-AVAILABLE VALUE 'Y'.
       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-CRSESECT-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSESECT-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-BEFORE-IMAGE.
           05 WS-BEF-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-BEF-FOUND    VALUE 'Y'.
           05 WS-BEF-INSTR-ID PIC X(09).

       01 WS-BUS-DATE         PIC X(08).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN INPUT ASGNTRAN.
            OPEN I-O INSTASGN.
            OPEN INPUT INSTMAST.
            IF WS-INSTMAST-OK
               SET WS-INSTMAST-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ASGNMNT: INSTMAST NOT AVAILABLE - INSTRUCTOR '
                       'VALIDATION SKIPPED'
            END-IF.
            OPEN INPUT CRSESECT.
            IF WS-CRSESECT-OK
               SET WS-CRSESECT-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ASGNMNT: CRSESECT NOT AVAILABLE - SECTION '
                       'VALIDATION SKIPPED'
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ ASGNTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE ASGNTRAN.
            CLOSE INSTASGN.
            IF WS-INSTMAST-AVAILABLE
               CLOSE INSTMAST
            END-IF.
            IF WS-CRSESECT-AVAILABLE
               CLOSE CRSESECT
            END-IF.
            CLOSE ASGNJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             IF ATRAN-SECTION = SPACES
                MOVE '001' TO ATRAN-SECTION
             END-IF.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                IF ATRAN-CODE = 'C' OR ATRAN-CODE = 'D'
                   PERFORM A000-FETCH-BEFORE-PARA
                ELSE
                   MOVE 'N' TO WS-BEF-FOUND-SW
                END-IF
                MOVE SPACES            TO ASGN-REC
                MOVE ATRAN-COURSE-CODE TO TA-COURSE-CODE
                MOVE ATRAN-TERM        TO TA-TERM
                MOVE ATRAN-SECTION     TO TA-SECTION
                MOVE ATRAN-INSTR-ID    TO TA-INSTR-ID
                MOVE WS-BUS-DATE       TO TA-ASSIGN-DATE
                EVALUATE ATRAN-CODE
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
             IF ATRAN-CODE NOT = 'A' AND ATRAN-CODE NOT = 'C'
                AND ATRAN-CODE NOT = 'D'
                DISPLAY 'ASGNMNT: INVALID TRANSACTION CODE '
                        ATRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (ATRAN-COURSE-CODE = SPACES
                     OR ATRAN-TERM = SPACES)
                DISPLAY 'ASGNMNT: BLANK COURSE OR TERM'
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (ATRAN-CODE = 'A' OR ATRAN-CODE = 'C')
                IF ATRAN-INSTR-ID = SPACES
                   DISPLAY 'ASGNMNT: BLANK INSTRUCTOR FOR '
                           ATRAN-COURSE-CODE ' SECTION '
                           ATRAN-SECTION
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF WS-EDIT-PASSED AND WS-INSTMAST-AVAILABLE
                   MOVE ATRAN-INSTR-ID TO IN-INSTR-ID
                   READ INSTMAST RECORD
                      INVALID KEY
                           DISPLAY 'ASGNMNT: UNKNOWN INSTRUCTOR '
                                   ATRAN-INSTR-ID
                           SET WS-EDIT-FAILED TO TRUE
                      NOT INVALID KEY
                           IF IN-ACTIVE-FLAG NOT = 'A'
                              DISPLAY 'ASGNMNT: INSTRUCTOR '
                                      ATRAN-INSTR-ID ' IS INACTIVE'
                              SET WS-EDIT-FAILED TO TRUE
                           END-IF
                   END-READ
                END-IF
                IF WS-EDIT-PASSED AND WS-CRSESECT-AVAILABLE
                   MOVE ATRAN-COURSE-CODE TO SC-COURSE-CODE
                   MOVE ATRAN-TERM        TO SC-TERM
                   MOVE ATRAN-SECTION     TO SC-SECTION
                   READ CRSESECT RECORD
                      INVALID KEY
                           DISPLAY 'ASGNMNT: SECTION '
                                   ATRAN-SECTION ' OF '
                                   ATRAN-COURSE-CODE
                                   ' NOT OFFERED IN TERM '
                                   ATRAN-TERM
                           SET WS-EDIT-FAILED TO TRUE
                      NOT INVALID KEY
                           CONTINUE
                   END-READ
                END-IF
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE SPACES TO WS-BEF-INSTR-ID.
             MOVE ATRAN-COURSE-CODE TO TA-COURSE-CODE.
             MOVE ATRAN-TERM        TO TA-TERM.
             MOVE ATRAN-SECTION     TO TA-SECTION.
             READ INSTASGN RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
                     MOVE TA-INSTR-ID TO WS-BEF-INSTR-ID
             END-READ.

       A000-ADD-PARA.
             WRITE ASGN-REC.
             IF WS-INSTASGN-OK
                ADD 1 TO WS-CT-ADDED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ASGNMNT: ASSIGNMENT ALREADY ON FILE FOR '
                        ATRAN-COURSE-CODE ' ' ATRAN-TERM
                        ' SECTION ' ATRAN-SECTION
             END-IF.

       A000-CHANGE-PARA.
             REWRITE ASGN-REC.
             IF WS-INSTASGN-OK
                ADD 1 TO WS-CT-CHANGED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-DELETE-PARA.
             DELETE INSTASGN RECORD.
             IF WS-INSTASGN-OK
                ADD 1 TO WS-CT-DELETED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT ASGNJRNL.
             IF WS-JRNL-FOUND
                CLOSE ASGNJRNL
                OPEN EXTEND ASGNJRNL
             ELSE
                OPEN OUTPUT ASGNJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO AJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO AJ-TIMESTAMP.
             MOVE ATRAN-CODE        TO AJ-TRAN-CODE.
             MOVE ATRAN-COURSE-CODE TO AJ-COURSE-CODE.
             MOVE ATRAN-TERM        TO AJ-TERM.
             MOVE ATRAN-SECTION     TO AJ-SECTION.
             IF WS-BEF-FOUND
                MOVE WS-BEF-INSTR-ID TO AJ-BEF-INSTR-ID
             END-IF.
             IF ATRAN-CODE = 'A' OR ATRAN-CODE = 'C'
                MOVE ATRAN-INSTR-ID TO AJ-AFT-INSTR-ID
             END-IF.
             WRITE AJRNL-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ASGNMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'ASSIGNMENTS ADDED ........... ' WS-CT-ADDED.
             DISPLAY 'ASSIGNMENTS CHANGED ......... ' WS-CT-CHANGED.
             DISPLAY 'ASSIGNMENTS DELETED ......... ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
