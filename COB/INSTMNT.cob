       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT INSTTRAN ASSIGN TO INSTTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT INSTMAST ASSIGN TO INSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTR-ID
                FILE STATUS IS WS-INSTMAST-FS.
                SELECT INSTASGN ASSIGN TO INSTASGN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TA-KEY
                FILE STATUS IS WS-INSTASGN-FS.
                SELECT DEPTTAB ASSIGN TO DEPTTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DT-DEPT-CODE
                FILE STATUS IS WS-DEPTTAB-FS.
                SELECT INSTJRNL ASSIGN TO INSTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD INSTTRAN
            RECORDING MODE IS F.
       01 ITRAN-REC.
          05 ITRAN-CODE         PIC X(01).
          05 FILLER             PIC X(01).
          05 ITRAN-INSTR-ID     PIC X(09).
          05 FILLER             PIC X(01).
          05 ITRAN-INSTR-NAME   PIC X(30).
          05 FILLER             PIC X(01).
          05 ITRAN-DEPT-CODE    PIC X(03).
          05 FILLER             PIC X(01).
          05 ITRAN-CONTRACT-HRS PIC X(02).
          05 FILLER             PIC X(01).
          05 ITRAN-ACTIVE-FLAG  PIC X(01).
          05 FILLER             PIC X(29).
       FD INSTMAST
            RECORDING MODE IS F.
       01 INST-REC.
          05 IN-INSTR-ID     PIC X(09).
          05 IN-INSTR-NAME   PIC X(30).
          05 IN-DEPT-CODE    PIC X(03).
          05 IN-CONTRACT-HRS PIC 9(02).
          05 IN-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
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
       FD DEPTTAB
            RECORDING MODE IS F.
       01 DEPT-REC.
          05 DT-DEPT-CODE    PIC X(03).
          05 DT-DEPT-DESC    PIC X(20).
          05 FILLER          PIC X(57).
       FD INSTJRNL
            RECORDING MODE IS F.
       01 IJRNL-REC.
          05 IJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 IJ-TRAN-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 IJ-INSTR-ID     PIC X(09).
          05 FILLER          PIC X(01).
          05 IJ-BEF-NAME     PIC X(20).
          05 FILLER          PIC X(01).
          05 IJ-BEF-DEPT     PIC X(03).
          05 FILLER          PIC X(01).
          05 IJ-AFT-NAME     PIC X(20).
          05 FILLER          PIC X(01).
          05 IJ-AFT-DEPT     PIC X(03).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-INSTMAST-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTMAST-OK      VALUE '00'.
       01 WS-INSTASGN-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTASGN-OK      VALUE '00'.
       01 WS-INSTASGN-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-INSTASGN-AVAILABLE VALUE 'Y'.
       01 WS-ASGN-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-ASGN-EOF         VALUE 'Y'.
       01 WS-DEPTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-DEPTTAB-OK       VALUE '00'.
       01 WS-DEPTTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DEPTTAB-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-BEFORE-IMAGE.
           05 WS-BEF-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-BEF-FOUND    VALUE 'Y'.
           05 WS-BEF-NAME     PIC X(30).
           05 WS-BEF-DEPT     PIC X(03).

       01 WS-ASGN-COUNT       PIC 9(07) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-DEL-REFUSED PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN INPUT INSTTRAN.
            OPEN I-O INSTMAST.
            OPEN INPUT INSTASGN.
            IF WS-INSTASGN-OK
               SET WS-INSTASGN-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'INSTMNT: INSTASGN NOT AVAILABLE - DELETES '
                       'WILL NOT BE CHECKED FOR ASSIGNMENTS'
            END-IF.
            OPEN INPUT DEPTTAB.
            IF WS-DEPTTAB-OK
               SET WS-DEPTTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'INSTMNT: DEPTTAB NOT AVAILABLE - DEPARTMENT '
                       'VALIDATION SKIPPED'
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ INSTTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE INSTTRAN.
            CLOSE INSTMAST.
            IF WS-INSTASGN-AVAILABLE
               CLOSE INSTASGN
            END-IF.
            IF WS-DEPTTAB-AVAILABLE
               CLOSE DEPTTAB
            END-IF.
            CLOSE INSTJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                IF ITRAN-CODE = 'C' OR ITRAN-CODE = 'D'
                   OR ITRAN-CODE = 'X'
                   PERFORM A000-FETCH-BEFORE-PARA
                ELSE
                   MOVE 'N' TO WS-BEF-FOUND-SW
                END-IF
                MOVE SPACES           TO INST-REC
                MOVE ITRAN-INSTR-ID   TO IN-INSTR-ID
                MOVE ITRAN-INSTR-NAME TO IN-INSTR-NAME
                MOVE ITRAN-DEPT-CODE  TO IN-DEPT-CODE
                IF ITRAN-CONTRACT-HRS IS NUMERIC
                   MOVE ITRAN-CONTRACT-HRS TO IN-CONTRACT-HRS
                ELSE
                   MOVE ZERO TO IN-CONTRACT-HRS
                END-IF
                MOVE ITRAN-ACTIVE-FLAG TO IN-ACTIVE-FLAG
                EVALUATE ITRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                WHEN 'C'
                     PERFORM A000-CHANGE-PARA
                WHEN 'D'
                     PERFORM A000-COUNT-ASGN-PARA
                     IF WS-ASGN-COUNT > ZERO
                        ADD 1 TO WS-CT-DEL-REFUSED
                        DISPLAY 'INSTMNT: DELETE REFUSED FOR '
                                ITRAN-INSTR-ID ' - '
                                WS-ASGN-COUNT
                                ' TEACHING ASSIGNMENTS ON FILE '
                                '(USE CODE X TO OVERRIDE)'
                     ELSE
                        PERFORM A000-DELETE-PARA
                     END-IF
                WHEN 'X'
                     PERFORM A000-DELETE-PARA
                END-EVALUATE
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF ITRAN-CODE NOT = 'A' AND ITRAN-CODE NOT = 'C'
                AND ITRAN-CODE NOT = 'D' AND ITRAN-CODE NOT = 'X'
                DISPLAY 'INSTMNT: INVALID TRANSACTION CODE '
                        ITRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND ITRAN-INSTR-ID = SPACES
                DISPLAY 'INSTMNT: BLANK INSTRUCTOR ID'
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (ITRAN-CODE = 'A' OR ITRAN-CODE = 'C')
                IF ITRAN-INSTR-NAME = SPACES
                   DISPLAY 'INSTMNT: BLANK NAME FOR INSTRUCTOR '
                           ITRAN-INSTR-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF ITRAN-CONTRACT-HRS IS NOT NUMERIC
                   DISPLAY 'INSTMNT: NON-NUMERIC CONTRACT HOURS FOR '
                           ITRAN-INSTR-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF ITRAN-ACTIVE-FLAG NOT = 'A'
                   AND ITRAN-ACTIVE-FLAG NOT = 'I'
                   DISPLAY 'INSTMNT: INVALID ACTIVE FLAG FOR '
                           ITRAN-INSTR-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF WS-EDIT-PASSED AND WS-DEPTTAB-AVAILABLE
                   MOVE ITRAN-DEPT-CODE TO DT-DEPT-CODE
                   READ DEPTTAB RECORD
                      INVALID KEY
                           DISPLAY 'INSTMNT: UNKNOWN DEPARTMENT '
                                   ITRAN-DEPT-CODE ' FOR INSTRUCTOR '
                                   ITRAN-INSTR-ID
                           SET WS-EDIT-FAILED TO TRUE
                      NOT INVALID KEY
                           CONTINUE
                   END-READ
                END-IF
             END-IF.

       A000-COUNT-ASGN-PARA.
             MOVE ZERO TO WS-ASGN-COUNT.
             IF WS-INSTASGN-AVAILABLE
                MOVE 'N' TO WS-ASGN-EOF-SW
                MOVE LOW-VALUES TO TA-KEY
                START INSTASGN KEY IS GREATER THAN TA-KEY
                    INVALID KEY SET WS-ASGN-EOF TO TRUE
                END-START
                PERFORM UNTIL WS-ASGN-EOF
                   READ INSTASGN NEXT RECORD
                       AT END SET WS-ASGN-EOF TO TRUE
                       NOT AT END
                            IF TA-INSTR-ID = ITRAN-INSTR-ID
                               ADD 1 TO WS-ASGN-COUNT
                            END-IF
                   END-READ
                END-PERFORM
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE SPACES TO WS-BEF-NAME.
             MOVE SPACES TO WS-BEF-DEPT.
             MOVE ITRAN-INSTR-ID TO IN-INSTR-ID.
             READ INSTMAST RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
                     MOVE IN-INSTR-NAME TO WS-BEF-NAME
                     MOVE IN-DEPT-CODE  TO WS-BEF-DEPT
             END-READ.

       A000-ADD-PARA.
             WRITE INST-REC.
             IF WS-INSTMAST-OK
                ADD 1 TO WS-CT-ADDED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-CHANGE-PARA.
             REWRITE INST-REC.
             IF WS-INSTMAST-OK
                ADD 1 TO WS-CT-CHANGED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-DELETE-PARA.
             DELETE INSTMAST RECORD.
             IF WS-INSTMAST-OK
                ADD 1 TO WS-CT-DELETED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT INSTJRNL.
             IF WS-JRNL-FOUND
                CLOSE INSTJRNL
                OPEN EXTEND INSTJRNL
             ELSE
                OPEN OUTPUT INSTJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO IJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO IJ-TIMESTAMP.
             MOVE ITRAN-CODE     TO IJ-TRAN-CODE.
             MOVE ITRAN-INSTR-ID TO IJ-INSTR-ID.
             IF WS-BEF-FOUND
                MOVE WS-BEF-NAME TO IJ-BEF-NAME
                MOVE WS-BEF-DEPT TO IJ-BEF-DEPT
             END-IF.
             IF ITRAN-CODE = 'A' OR ITRAN-CODE = 'C'
                MOVE ITRAN-INSTR-NAME TO IJ-AFT-NAME
                MOVE ITRAN-DEPT-CODE  TO IJ-AFT-DEPT
             END-IF.
             WRITE IJRNL-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'INSTMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'INSTRUCTORS ADDED ........... ' WS-CT-ADDED.
             DISPLAY 'INSTRUCTORS CHANGED ......... ' WS-CT-CHANGED.
             DISPLAY 'INSTRUCTORS DELETED ......... ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY 'DELETES REFUSED (IN USE) .... '
                     WS-CT-DEL-REFUSED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-DEL-REFUSED > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
