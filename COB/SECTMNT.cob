       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT SECTTRAN ASSIGN TO SECTTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT CRSESECT ASSIGN TO CRSESECT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-CRSESECT-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT ROOMTAB ASSIGN TO ROOMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RM-ROOM-KEY
                FILE STATUS IS WS-ROOMTAB-FS.
                SELECT SECTJRNL ASSIGN TO SECTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SECTTRAN
            RECORDING MODE IS F.
       01 STRAN-REC.
          05 STRAN-CODE        PIC X(01).
          05 FILLER            PIC X(01).
          05 STRAN-COURSE-CODE PIC X(08).
          05 FILLER            PIC X(01).
          05 STRAN-TERM        PIC X(06).
          05 FILLER            PIC X(01).
          05 STRAN-SECTION     PIC X(03).
          05 FILLER            PIC X(01).
          05 STRAN-MAX-SEATS   PIC X(04).
          05 FILLER            PIC X(01).
          05 STRAN-MEET-DAYS   PIC X(07).
          05 FILLER            PIC X(01).
          05 STRAN-MEET-START  PIC X(04).
          05 FILLER            PIC X(01).
          05 STRAN-MEET-END    PIC X(04).
          05 FILLER            PIC X(01).
          05 STRAN-ACTIVE-FLAG PIC X(01).
          05 FILLER            PIC X(01).
          05 STRAN-BUILDING    PIC X(04).
          05 FILLER            PIC X(01).
          05 STRAN-ROOM        PIC X(06).
          05 FILLER            PIC X(22).
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
       FD ROOMTAB
            RECORDING MODE IS F.
       01 ROOM-REC.
          05 RM-ROOM-KEY.
             10 RM-BUILDING  PIC X(04).
             10 RM-ROOM      PIC X(06).
          05 RM-ROOM-DESC    PIC X(30).
          05 RM-CAPACITY     PIC 9(04).
          05 RM-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
       FD SECTJRNL
            RECORDING MODE IS F.
       01 SJRNL-REC.
          05 SJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 SJ-TRAN-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 SJ-COURSE-CODE  PIC X(08).
          05 FILLER          PIC X(01).
          05 SJ-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 SJ-SECTION      PIC X(03).
          05 FILLER          PIC X(01).
          05 SJ-BEF-SEATS    PIC X(04).
          05 FILLER          PIC X(01).
          05 SJ-BEF-MEET     PIC X(15).
          05 FILLER          PIC X(01).
          05 SJ-AFT-SEATS    PIC X(04).
          05 FILLER          PIC X(01).
          05 SJ-AFT-MEET     PIC X(15).
          05 FILLER          PIC X(01).
          05 SJ-BEF-ROOM     PIC X(10).
          05 FILLER          PIC X(01).
          05 SJ-AFT-ROOM     PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-TERMTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-TERMTAB-AVAILABLE VALUE 'Y'.
       01 WS-ROOMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-ROOMTAB-OK       VALUE '00'.
       01 WS-ROOMTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-ROOMTAB-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-BEFORE-IMAGE.
           05 WS-BEF-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-BEF-FOUND    VALUE 'Y'.
           05 WS-BEF-SEATS    PIC X(04).
           05 WS-BEF-MEET     PIC X(15).
           05 WS-BEF-ROOM     PIC X(10).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-DEL-COURSE       PIC X(08).
       01 WS-DEL-TERM         PIC X(06).
       01 WS-DEL-SECTION      PIC X(03).
       01 WS-ENROLL-COUNT     PIC S9(9) USAGE COMP.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-DEL-REFUSED PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN INPUT SECTTRAN.
            OPEN I-O CRSESECT.
            OPEN INPUT CRSETAB.
            IF WS-CRSETAB-OK
               SET WS-CRSETAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'SECTMNT: CRSETAB NOT AVAILABLE - COURSE '
                       'VALIDATION SKIPPED'
            END-IF.
            OPEN INPUT TERMTAB.
            IF WS-TERMTAB-OK
               SET WS-TERMTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'SECTMNT: TERMTAB NOT AVAILABLE - TERM '
                       'VALIDATION SKIPPED'
            END-IF.
            OPEN INPUT ROOMTAB.
            IF WS-ROOMTAB-OK
               SET WS-ROOMTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'SECTMNT: ROOMTAB NOT AVAILABLE - ROOM '
                       'VALIDATION SKIPPED'
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ SECTTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE SECTTRAN.
            CLOSE CRSESECT.
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            IF WS-TERMTAB-AVAILABLE
               CLOSE TERMTAB
            END-IF.
            IF WS-ROOMTAB-AVAILABLE
               CLOSE ROOMTAB
            END-IF.
            CLOSE SECTJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                IF STRAN-CODE = 'C' OR STRAN-CODE = 'D'
                   OR STRAN-CODE = 'X'
                   PERFORM A000-FETCH-BEFORE-PARA
                ELSE
                   MOVE 'N' TO WS-BEF-FOUND-SW
                END-IF
                MOVE SPACES            TO SECT-REC
                MOVE STRAN-COURSE-CODE TO SC-COURSE-CODE
                MOVE STRAN-TERM        TO SC-TERM
                MOVE STRAN-SECTION     TO SC-SECTION
                IF STRAN-MAX-SEATS IS NUMERIC
                   MOVE STRAN-MAX-SEATS TO SC-MAX-SEATS
                ELSE
                   MOVE ZERO TO SC-MAX-SEATS
                END-IF
                MOVE STRAN-MEET-DAYS   TO SC-MEET-DAYS
                MOVE STRAN-MEET-START  TO SC-MEET-START
                MOVE STRAN-MEET-END    TO SC-MEET-END
                MOVE STRAN-ACTIVE-FLAG TO SC-ACTIVE-FLAG
                MOVE STRAN-BUILDING    TO SC-BUILDING
                MOVE STRAN-ROOM        TO SC-ROOM
                EVALUATE STRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                WHEN 'C'
                     PERFORM A000-CHANGE-PARA
                WHEN 'D'
                     PERFORM A000-COUNT-ENROLLS-PARA
                     IF WS-ENROLL-COUNT > ZERO
                        ADD 1 TO WS-CT-DEL-REFUSED
                        DISPLAY 'SECTMNT: DELETE REFUSED FOR '
                                STRAN-COURSE-CODE ' ' STRAN-TERM
                                ' SECTION ' STRAN-SECTION ' - '
                                WS-ENROLL-COUNT
                                ' ENROLLMENTS STILL ON FILE '
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
             IF STRAN-CODE NOT = 'A' AND STRAN-CODE NOT = 'C'
                AND STRAN-CODE NOT = 'D' AND STRAN-CODE NOT = 'X'
                DISPLAY 'SECTMNT: INVALID TRANSACTION CODE '
                        STRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (STRAN-COURSE-CODE = SPACES
                     OR STRAN-TERM = SPACES
                     OR STRAN-SECTION = SPACES)
                DISPLAY 'SECTMNT: BLANK COURSE, TERM OR SECTION'
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (STRAN-CODE = 'A' OR STRAN-CODE = 'C')
                IF STRAN-MAX-SEATS IS NOT NUMERIC
                   DISPLAY 'SECTMNT: NON-NUMERIC SEAT LIMIT FOR '
                           STRAN-COURSE-CODE ' SECTION '
                           STRAN-SECTION
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF STRAN-ACTIVE-FLAG NOT = 'A'
                   AND STRAN-ACTIVE-FLAG NOT = 'I'
                   DISPLAY 'SECTMNT: INVALID ACTIVE FLAG FOR '
                           STRAN-COURSE-CODE ' SECTION '
                           STRAN-SECTION
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF STRAN-MEET-DAYS NOT = SPACES
                   IF STRAN-MEET-START IS NOT NUMERIC
                      OR STRAN-MEET-END IS NOT NUMERIC
                      OR STRAN-MEET-START NOT < STRAN-MEET-END
                      DISPLAY 'SECTMNT: INVALID MEETING TIMES FOR '
                              STRAN-COURSE-CODE ' SECTION '
                              STRAN-SECTION
                      SET WS-EDIT-FAILED TO TRUE
                   END-IF
                END-IF
                IF WS-EDIT-PASSED AND WS-CRSETAB-AVAILABLE
                   MOVE STRAN-COURSE-CODE TO CR-COURSE-CODE
                   READ CRSETAB RECORD
                      INVALID KEY
                           DISPLAY 'SECTMNT: COURSE '
                                   STRAN-COURSE-CODE
                                   ' NOT IN CATALOG'
                           SET WS-EDIT-FAILED TO TRUE
                      NOT INVALID KEY
                           CONTINUE
                   END-READ
                END-IF
                IF WS-EDIT-PASSED AND WS-ROOMTAB-AVAILABLE
                   AND STRAN-BUILDING NOT = SPACES
                   MOVE STRAN-BUILDING TO RM-BUILDING
                   MOVE STRAN-ROOM     TO RM-ROOM
                   READ ROOMTAB RECORD
                      INVALID KEY
                           DISPLAY 'SECTMNT: ROOM ' STRAN-BUILDING
                                   ' ' STRAN-ROOM ' NOT ON ROOMTAB '
                                   'FOR ' STRAN-COURSE-CODE
                           SET WS-EDIT-FAILED TO TRUE
                      NOT INVALID KEY
                           IF RM-ACTIVE-FLAG NOT = 'A'
                              DISPLAY 'SECTMNT: ROOM '
                                      STRAN-BUILDING ' ' STRAN-ROOM
                                      ' IS OUT OF SERVICE'
                              SET WS-EDIT-FAILED TO TRUE
                           END-IF
                   END-READ
                END-IF
                IF WS-EDIT-PASSED AND WS-TERMTAB-AVAILABLE
                   MOVE STRAN-TERM TO TM-TERM-CODE
                   READ TERMTAB RECORD
                      INVALID KEY
                           DISPLAY 'SECTMNT: UNKNOWN TERM '
                                   STRAN-TERM ' FOR COURSE '
                                   STRAN-COURSE-CODE
                           SET WS-EDIT-FAILED TO TRUE
                      NOT INVALID KEY
                           IF TM-STATUS = 'C'
                              DISPLAY 'SECTMNT: TERM ' STRAN-TERM
                                      ' IS CLOSED'
                              SET WS-EDIT-FAILED TO TRUE
                           END-IF
                   END-READ
                END-IF
             END-IF.

       A000-COUNT-ENROLLS-PARA.
             MOVE STRAN-COURSE-CODE TO WS-DEL-COURSE.
             MOVE STRAN-TERM        TO WS-DEL-TERM.
             MOVE STRAN-SECTION     TO WS-DEL-SECTION.
             EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-ENROLL-COUNT
                    FROM STUD_ENROLL
                   WHERE COURSE_CODE = :WS-DEL-COURSE
                     AND TERM = :WS-DEL-TERM
                     AND SECTION = :WS-DEL-SECTION
             END-EXEC.
             IF SQLCODE NOT = 0
                DISPLAY 'SECTMNT: ENROLLMENT COUNT FAILED - SQLCODE '
                        SQLCODE ' - DELETE REFUSED'
                MOVE 1 TO WS-ENROLL-COUNT
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE SPACES TO WS-BEF-SEATS.
             MOVE SPACES TO WS-BEF-MEET.
             MOVE SPACES TO WS-BEF-ROOM.
             MOVE STRAN-COURSE-CODE TO SC-COURSE-CODE.
             MOVE STRAN-TERM        TO SC-TERM.
             MOVE STRAN-SECTION     TO SC-SECTION.
             READ CRSESECT RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
                     MOVE SC-MAX-SEATS  TO WS-BEF-SEATS
                     MOVE SC-MEET-DAYS  TO WS-BEF-MEET(1:7)
                     MOVE SC-MEET-START TO WS-BEF-MEET(8:4)
                     MOVE SC-MEET-END   TO WS-BEF-MEET(12:4)
                     MOVE SC-BUILDING   TO WS-BEF-ROOM(1:4)
                     MOVE SC-ROOM       TO WS-BEF-ROOM(5:6)
             END-READ.

       A000-ADD-PARA.
             WRITE SECT-REC.
             IF WS-CRSESECT-OK
                ADD 1 TO WS-CT-ADDED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-CHANGE-PARA.
             REWRITE SECT-REC.
             IF WS-CRSESECT-OK
                ADD 1 TO WS-CT-CHANGED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-DELETE-PARA.
             DELETE CRSESECT RECORD.
             IF WS-CRSESECT-OK
                ADD 1 TO WS-CT-DELETED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT SECTJRNL.
             IF WS-JRNL-FOUND
                CLOSE SECTJRNL
                OPEN EXTEND SECTJRNL
             ELSE
                OPEN OUTPUT SECTJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO SJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO SJ-TIMESTAMP.
             MOVE STRAN-CODE        TO SJ-TRAN-CODE.
             MOVE STRAN-COURSE-CODE TO SJ-COURSE-CODE.
             MOVE STRAN-TERM        TO SJ-TERM.
             MOVE STRAN-SECTION     TO SJ-SECTION.
             IF WS-BEF-FOUND
                MOVE WS-BEF-SEATS TO SJ-BEF-SEATS
                MOVE WS-BEF-MEET  TO SJ-BEF-MEET
                MOVE WS-BEF-ROOM  TO SJ-BEF-ROOM
             END-IF.
             IF STRAN-CODE = 'A' OR STRAN-CODE = 'C'
                MOVE STRAN-MAX-SEATS  TO SJ-AFT-SEATS
                MOVE STRAN-MEET-DAYS  TO SJ-AFT-MEET(1:7)
                MOVE STRAN-MEET-START TO SJ-AFT-MEET(8:4)
                MOVE STRAN-MEET-END   TO SJ-AFT-MEET(12:4)
                MOVE STRAN-BUILDING   TO SJ-AFT-ROOM(1:4)
                MOVE STRAN-ROOM       TO SJ-AFT-ROOM(5:6)
             END-IF.
             WRITE SJRNL-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'SECTMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'SECTIONS ADDED .............. ' WS-CT-ADDED.
             DISPLAY 'SECTIONS CHANGED ............ ' WS-CT-CHANGED.
             DISPLAY 'SECTIONS DELETED ............ ' WS-CT-DELETED.
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
