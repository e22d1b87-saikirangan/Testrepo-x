       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT EXAMBLK ASSIGN TO EXAMBLK
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EXAMBLK-FS.
                SELECT EXAMPARM ASSIGN TO EXAMPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT EXAMCONF ASSIGN TO EXAMCONF
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD EXAMBLK
            RECORDING MODE IS F.
       01 EXAMBLK-REC.
          05 EB-MEET-DAYS    PIC X(07).
          05 FILLER          PIC X(01).
          05 EB-MEET-START   PIC X(04).
          05 FILLER          PIC X(01).
          05 EB-BLOCK        PIC X(03).
          05 FILLER          PIC X(01).
          05 EB-EXAM-DATE    PIC X(08).
          05 FILLER          PIC X(01).
          05 EB-EXAM-START   PIC X(04).
          05 FILLER          PIC X(01).
          05 EB-EXAM-END     PIC X(04).
          05 FILLER          PIC X(45).
       FD EXAMPARM
            RECORDING MODE IS F.
       01 EPARM-REC.
          05 EPARM-MAX-PER-DAY PIC 9(02).
          05 FILLER            PIC X(78).
       FD EXAMCONF
            RECORDING MODE IS F.
       01 EXCF-REC.
          05 EXCF-STUD-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 EXCF-TYPE       PIC X(01).
          05 FILLER          PIC X(01).
          05 EXCF-TERM       PIC X(06).
          05 FILLER          PIC X(01).
          05 EXCF-EXAM-DATE  PIC X(08).
          05 FILLER          PIC X(01).
          05 EXCF-BLOCK      PIC X(03).
          05 FILLER          PIC X(01).
          05 EXCF-COURSE-1   PIC X(08).
          05 FILLER          PIC X(01).
          05 EXCF-COURSE-2   PIC X(08).
          05 FILLER          PIC X(01).
          05 EXCF-EXAM-COUNT PIC 9(02).
          05 FILLER          PIC X(28).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).
       01 WS-COLUMN-HEADING PIC X(132) VALUE SPACES.

       01 WS-EOF         PIC A VALUE SPACE.

       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSE-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-CRSE-EOF         VALUE 'Y'.
       01 WS-EXAMBLK-FS       PIC X(02) VALUE SPACES.
           88 WS-EXAMBLK-OK       VALUE '00'.
       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08).
       01 WS-TERM-FOUND-FLAG  PIC X(01).

       01 WS-MAX-PER-DAY      PIC 9(02) VALUE 2.

       01 WS-BLK-COUNT PIC 9(03) VALUE ZERO.
       01 WS-BLK-TABLE.
           05 WS-BLK-ENTRY OCCURS 1 TO 300 TIMES
                 DEPENDING ON WS-BLK-COUNT
                 INDEXED BY WS-BLK-IDX.
               10 WS-BK-MEET-DAYS  PIC X(07).
               10 WS-BK-MEET-START PIC X(04).
               10 WS-BK-BLOCK      PIC X(03).
               10 WS-BK-DATE       PIC X(08).
               10 WS-BK-START      PIC X(04).
               10 WS-BK-END        PIC X(04).
               10 WS-BK-COURSES    PIC 9(04).

       01 WS-CRS-COUNT PIC 9(04) VALUE ZERO.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-CRS-COUNT
                 INDEXED BY WS-CRS-IDX.
               10 WS-CE-COURSE     PIC X(08).
               10 WS-CE-TITLE      PIC X(30).
               10 WS-CE-MEET-DAYS  PIC X(07).
               10 WS-CE-MEET-START PIC X(04).
               10 WS-CE-BLK-NO     PIC 9(03).

       01 WS-SEX-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SEX-TABLE.
           05 WS-SEX-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-SEX-COUNT
                 INDEXED BY WS-SEX-IDX WS-SEX-IDX2.
               10 WS-SX-COURSE     PIC X(08).
               10 WS-SX-BLK-NO     PIC 9(03).

       01 WS-BLK-NO           PIC 9(03) VALUE ZERO.
       01 WS-BLK-NO-2         PIC 9(03) VALUE ZERO.
       01 WS-DAY-EXAMS        PIC 9(02) VALUE ZERO.
       01 WS-DATE-SEEN-SW     PIC X(01) VALUE 'N'.
           88 WS-DATE-SEEN        VALUE 'Y'.
       01 WS-STUD-CONFL-SW    PIC X(01) VALUE 'N'.
           88 WS-STUD-CONFLICTED  VALUE 'Y'.

       01 WS-PREV-STUD-ID     PIC S9(9) USAGE COMP VALUE ZERO.
       01 WS-PREV-STUD-NAME   PIC X(30) VALUE SPACES.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-SCHED-HEADING.
           05 FILLER PIC X(07) VALUE 'BLOCK'.
           05 FILLER PIC X(12) VALUE 'EXAM DATE'.
           05 FILLER PIC X(12) VALUE 'EXAM TIME'.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(32) VALUE 'TITLE'.
           05 FILLER PIC X(18) VALUE 'MEETING PATTERN'.
           05 FILLER PIC X(41) VALUE SPACES.

       01 WS-SCHED-LINE.
           05 WS-SL-BLOCK      PIC X(03).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-SL-DATE       PIC X(08).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-SL-START      PIC X(04).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WS-SL-END        PIC X(04).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-SL-COURSE     PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-SL-TITLE      PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-SL-MEET-DAYS  PIC X(07).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-SL-MEET-START PIC X(04).
           05 FILLER           PIC X(47) VALUE SPACES.

       01 WS-UNSCHED-LINE.
           05 FILLER           PIC X(31) VALUE
                                'NOT SCHEDULED'.
           05 WS-UL-COURSE     PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-UL-TITLE      PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-UL-MEET-DAYS  PIC X(07).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-UL-MEET-START PIC X(04).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-UL-REASON     PIC X(30).
           05 FILLER           PIC X(14) VALUE SPACES.

       01 WS-CONFL-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(22) VALUE 'CONFLICT'.
           05 FILLER PIC X(12) VALUE 'EXAM DATE'.
           05 FILLER PIC X(07) VALUE 'BLOCK'.
           05 FILLER PIC X(20) VALUE 'COURSES'.
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-CONFL-LINE.
           05 WS-CL-STUD-ID    PIC 9(09).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CL-NAME       PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CL-TYPE       PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CL-DATE       PIC X(08).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-CL-BLOCK      PIC X(03).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-CL-COURSE-1   PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CL-COURSE-2   PIC X(08).
           05 FILLER           PIC X(30) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-BLOCKS    PIC 9(07) VALUE ZERO.
           05 WS-CT-COURSES   PIC 9(07) VALUE ZERO.
           05 WS-CT-SCHEDULED PIC 9(07) VALUE ZERO.
           05 WS-CT-UNSCHED   PIC 9(07) VALUE ZERO.
           05 WS-CT-ENROLL    PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-BLK-CONFL PIC 9(07) VALUE ZERO.
           05 WS-CT-DAY-CONFL PIC 9(07) VALUE ZERO.
           05 WS-CT-CONFL-STU PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-SEL-TERM         PIC X(06).
       01  DCLEXAM.
           10 WS-EXM-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-EXM-COURSE            PIC X(08).
           10 WS-EXM-STUD-NAME         PIC X(30).

            EXEC SQL
               DECLARE EXMCSR CURSOR FOR
               SELECT E.STUD_ID, E.COURSE_CODE,
                      COALESCE(S.STUD_NAME, ' ')
                 FROM STUD_ENROLL E
                 LEFT OUTER JOIN STUD_STUDENT S
                   ON E.STUD_ID = S.STUD_ID
                WHERE E.TERM = :WS-SEL-TERM
                  AND E.GRADE NOT = 'W '
                ORDER BY E.STUD_ID, E.COURSE_CODE
            END-EXEC.

       LINKAGE SECTION.
       01 LE-PARM-AREA.
           05 LE-PARM-LEN  PIC S9(4) COMP.
           05 LE-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LE-PARM-AREA.

            IF LE-PARM-LEN > ZERO
               MOVE LE-PARM-TEXT(1:LE-PARM-LEN) TO WS-TERM-TEXT
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'EXAMSCHD: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-SEL-TERM.

            PERFORM A000-INIT-PARM-PARA.

            PERFORM A000-LOAD-BLOCKS-PARA.
            IF WS-BLK-COUNT = ZERO
               DISPLAY 'EXAMSCHD: NO EXAM BLOCKS LOADED FROM EXAMBLK '
                       '- NOTHING TO SCHEDULE'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'EXAMSCHD: CRSETAB NOT AVAILABLE - NO MEETING '
                       'PATTERNS TO SCHEDULE'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM A000-LOAD-COURSES-PARA.
            CLOSE CRSETAB.

            MOVE 'EXAMSCHD' TO RH-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT RPTFILE.
            OPEN OUTPUT EXAMCONF.

            PERFORM A000-PRINT-SCHEDULE-PARA.
            PERFORM A000-CONFLICT-PASS-PARA.

            CLOSE RPTFILE.
            CLOSE EXAMCONF.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT EXAMPARM.
             IF WS-PARM-OK
                READ EXAMPARM
                    NOT AT END
                         IF EPARM-MAX-PER-DAY IS NUMERIC
                            AND EPARM-MAX-PER-DAY > ZERO
                            MOVE EPARM-MAX-PER-DAY TO WS-MAX-PER-DAY
                         END-IF
                END-READ
                CLOSE EXAMPARM
             ELSE
                DISPLAY 'EXAMSCHD: NO EXAMPARM FOUND - USING 2 EXAMS '
                        'PER DAY LIMIT'
             END-IF.

       A000-LOAD-BLOCKS-PARA.
             OPEN INPUT EXAMBLK.
             IF WS-EXAMBLK-OK
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ EXAMBLK
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          PERFORM A000-KEEP-BLOCK-PARA
                   END-READ
                END-PERFORM
                CLOSE EXAMBLK
             END-IF.

       A000-KEEP-BLOCK-PARA.
             IF EB-MEET-DAYS = SPACES OR EB-BLOCK = SPACES
                CONTINUE
             ELSE
                IF WS-BLK-COUNT < 300
                   ADD 1 TO WS-BLK-COUNT
                   ADD 1 TO WS-CT-BLOCKS
                   SET WS-BLK-IDX TO WS-BLK-COUNT
                   MOVE EB-MEET-DAYS  TO WS-BK-MEET-DAYS(WS-BLK-IDX)
                   MOVE EB-MEET-START TO WS-BK-MEET-START(WS-BLK-IDX)
                   MOVE EB-BLOCK      TO WS-BK-BLOCK(WS-BLK-IDX)
                   MOVE EB-EXAM-DATE  TO WS-BK-DATE(WS-BLK-IDX)
                   MOVE EB-EXAM-START TO WS-BK-START(WS-BLK-IDX)
                   MOVE EB-EXAM-END   TO WS-BK-END(WS-BLK-IDX)
                   MOVE ZERO          TO WS-BK-COURSES(WS-BLK-IDX)
                ELSE
                   ADD 1 TO WS-CT-OVERFLOW
                END-IF
             END-IF.

       A000-LOAD-COURSES-PARA.
             MOVE LOW-VALUES TO CR-COURSE-CODE.
             START CRSETAB KEY IS GREATER THAN CR-COURSE-CODE
                 INVALID KEY SET WS-CRSE-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-CRSE-EOF
                READ CRSETAB NEXT RECORD
                    AT END SET WS-CRSE-EOF TO TRUE
                    NOT AT END
                         IF CR-ACTIVE-FLAG = 'A'
                            PERFORM A000-KEEP-COURSE-PARA
                         END-IF
                END-READ
             END-PERFORM.

       A000-KEEP-COURSE-PARA.
             ADD 1 TO WS-CT-COURSES.
             IF WS-CRS-COUNT < 5000
                ADD 1 TO WS-CRS-COUNT
                SET WS-CRS-IDX TO WS-CRS-COUNT
                MOVE CR-COURSE-CODE TO WS-CE-COURSE(WS-CRS-IDX)
                MOVE CR-TITLE       TO WS-CE-TITLE(WS-CRS-IDX)
                MOVE CR-MEET-DAYS   TO WS-CE-MEET-DAYS(WS-CRS-IDX)
                MOVE CR-MEET-START  TO WS-CE-MEET-START(WS-CRS-IDX)
                MOVE ZERO           TO WS-CE-BLK-NO(WS-CRS-IDX)
                IF CR-MEET-DAYS NOT = SPACES
                   SET WS-BLK-IDX TO 1
                   SEARCH WS-BLK-ENTRY
                      AT END
                           CONTINUE
                      WHEN WS-BK-MEET-DAYS(WS-BLK-IDX) = CR-MEET-DAYS
                       AND WS-BK-MEET-START(WS-BLK-IDX) = CR-MEET-START
                           SET WS-CE-BLK-NO(WS-CRS-IDX) TO WS-BLK-IDX
                           ADD 1 TO WS-BK-COURSES(WS-BLK-IDX)
                   END-SEARCH
                END-IF
                IF WS-CE-BLK-NO(WS-CRS-IDX) = ZERO
                   ADD 1 TO WS-CT-UNSCHED
                ELSE
                   ADD 1 TO WS-CT-SCHEDULED
                END-IF
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-PRINT-SCHEDULE-PARA.
             MOVE SPACES TO RH-REPORT-TITLE.
             STRING 'FINAL EXAM SCHEDULE - TERM ' WS-TERM-TEXT
                    DELIMITED BY SIZE INTO RH-REPORT-TITLE
             END-STRING.
             MOVE WS-SCHED-HEADING TO WS-COLUMN-HEADING.
             MOVE 99 TO WS-LINE-COUNT.
             PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                     UNTIL WS-BLK-IDX > WS-BLK-COUNT
                IF WS-BK-COURSES(WS-BLK-IDX) > ZERO
                   PERFORM A000-PRINT-BLOCK-PARA
                END-IF
             END-PERFORM.
             IF WS-CT-UNSCHED > ZERO
                MOVE SPACES TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                        UNTIL WS-CRS-IDX > WS-CRS-COUNT
                   IF WS-CE-BLK-NO(WS-CRS-IDX) = ZERO
                      PERFORM A000-PRINT-UNSCHED-PARA
                   END-IF
                END-PERFORM
             END-IF.

       A000-PRINT-BLOCK-PARA.
             SET WS-BLK-NO TO WS-BLK-IDX.
             PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                     UNTIL WS-CRS-IDX > WS-CRS-COUNT
                IF WS-CE-BLK-NO(WS-CRS-IDX) = WS-BLK-NO
                   MOVE WS-BK-BLOCK(WS-BLK-IDX) TO WS-SL-BLOCK
                   MOVE WS-BK-DATE(WS-BLK-IDX)  TO WS-SL-DATE
                   MOVE WS-BK-START(WS-BLK-IDX) TO WS-SL-START
                   MOVE WS-BK-END(WS-BLK-IDX)   TO WS-SL-END
                   MOVE WS-CE-COURSE(WS-CRS-IDX) TO WS-SL-COURSE
                   MOVE WS-CE-TITLE(WS-CRS-IDX)  TO WS-SL-TITLE
                   MOVE WS-CE-MEET-DAYS(WS-CRS-IDX)
                     TO WS-SL-MEET-DAYS
                   MOVE WS-CE-MEET-START(WS-CRS-IDX)
                     TO WS-SL-MEET-START
                   MOVE WS-SCHED-LINE TO WS-PRINT-WORK
                   PERFORM PRINT-LINE-PARA
                END-IF
             END-PERFORM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-PRINT-UNSCHED-PARA.
             MOVE WS-CE-COURSE(WS-CRS-IDX)     TO WS-UL-COURSE.
             MOVE WS-CE-TITLE(WS-CRS-IDX)      TO WS-UL-TITLE.
             MOVE WS-CE-MEET-DAYS(WS-CRS-IDX)  TO WS-UL-MEET-DAYS.
             MOVE WS-CE-MEET-START(WS-CRS-IDX) TO WS-UL-MEET-START.
             IF WS-CE-MEET-DAYS(WS-CRS-IDX) = SPACES
                MOVE 'NO MEETING PATTERN IN CATALOG' TO WS-UL-REASON
             ELSE
                MOVE 'NO EXAM BLOCK FOR PATTERN' TO WS-UL-REASON
             END-IF.
             MOVE WS-UNSCHED-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-CONFLICT-PASS-PARA.
             MOVE SPACES TO RH-REPORT-TITLE.
             STRING 'STUDENT EXAM CONFLICTS - TERM ' WS-TERM-TEXT
                    DELIMITED BY SIZE INTO RH-REPORT-TITLE
             END-STRING.
             MOVE WS-CONFL-HEADING TO WS-COLUMN-HEADING.
             MOVE 99 TO WS-LINE-COUNT.
             MOVE ZERO TO WS-SEX-COUNT.
             EXEC SQL
                  OPEN EXMCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'EXAMSCHD: ENROLLMENT CURSOR OPEN FAILED - '
                        'SQLCODE ' WS-SQLCODE-DISPLAY
                SET WS-CSR-DONE TO TRUE
             END-IF.
             PERFORM A000-EXAM-FETCH-PARA UNTIL WS-CSR-DONE.
             EXEC SQL
                  CLOSE EXMCSR
             END-EXEC.
             IF WS-PREV-STUD-ID NOT = ZERO
                PERFORM A000-STUDENT-CHECK-PARA
             END-IF.
             IF WS-CT-CONFL-STU = ZERO
                MOVE 'NO STUDENT EXAM CONFLICTS FOUND'
                  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.

       A000-EXAM-FETCH-PARA.
             EXEC SQL
                  FETCH EXMCSR
                   INTO :WS-EXM-STUD-ID, :WS-EXM-COURSE,
                        :WS-EXM-STUD-NAME
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-ENROLL
                  IF WS-EXM-STUD-ID NOT = WS-PREV-STUD-ID
                     IF WS-PREV-STUD-ID NOT = ZERO
                        PERFORM A000-STUDENT-CHECK-PARA
                     END-IF
                     MOVE WS-EXM-STUD-ID   TO WS-PREV-STUD-ID
                     MOVE WS-EXM-STUD-NAME TO WS-PREV-STUD-NAME
                     MOVE ZERO TO WS-SEX-COUNT
                  END-IF
                  PERFORM A000-KEEP-EXAM-PARA
             WHEN 100
                  SET WS-CSR-DONE TO TRUE
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'EXAMSCHD: ENROLLMENT FETCH FAILED - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
                  SET WS-CSR-DONE TO TRUE
             END-EVALUATE.

       A000-KEEP-EXAM-PARA.
             MOVE ZERO TO WS-BLK-NO.
             IF WS-CRS-COUNT > ZERO
                SET WS-CRS-IDX TO 1
                SEARCH WS-CRS-ENTRY
                   AT END
                        CONTINUE
                   WHEN WS-CE-COURSE(WS-CRS-IDX) = WS-EXM-COURSE
                        MOVE WS-CE-BLK-NO(WS-CRS-IDX) TO WS-BLK-NO
                END-SEARCH
             END-IF.
             IF WS-BLK-NO > ZERO
                IF WS-SEX-COUNT < 20
                   ADD 1 TO WS-SEX-COUNT
                   SET WS-SEX-IDX TO WS-SEX-COUNT
                   MOVE WS-EXM-COURSE TO WS-SX-COURSE(WS-SEX-IDX)
                   MOVE WS-BLK-NO     TO WS-SX-BLK-NO(WS-SEX-IDX)
                ELSE
                   ADD 1 TO WS-CT-OVERFLOW
                END-IF
             END-IF.

       A000-STUDENT-CHECK-PARA.
             ADD 1 TO WS-CT-STUDENTS.
             MOVE 'N' TO WS-STUD-CONFL-SW.
             PERFORM VARYING WS-SEX-IDX FROM 1 BY 1
                     UNTIL WS-SEX-IDX > WS-SEX-COUNT
                PERFORM A000-BLOCK-PAIR-PARA
                PERFORM A000-DAY-LOAD-PARA
             END-PERFORM.
             IF WS-STUD-CONFLICTED
                ADD 1 TO WS-CT-CONFL-STU
             END-IF.

       A000-BLOCK-PAIR-PARA.
             MOVE WS-SX-BLK-NO(WS-SEX-IDX) TO WS-BLK-NO.
             SET WS-SEX-IDX2 TO WS-SEX-IDX.
             SET WS-SEX-IDX2 UP BY 1.
             PERFORM UNTIL WS-SEX-IDX2 > WS-SEX-COUNT
                IF WS-SX-BLK-NO(WS-SEX-IDX2) = WS-BLK-NO
                   ADD 1 TO WS-CT-BLK-CONFL
                   SET WS-BLK-IDX TO WS-BLK-NO
                   MOVE SPACES TO EXCF-REC
                   MOVE 'B' TO EXCF-TYPE
                   MOVE WS-SX-COURSE(WS-SEX-IDX)  TO EXCF-COURSE-1
                   MOVE WS-SX-COURSE(WS-SEX-IDX2) TO EXCF-COURSE-2
                   MOVE 2 TO EXCF-EXAM-COUNT
                   MOVE 'TWO EXAMS SAME BLOCK' TO WS-CL-TYPE
                   PERFORM A000-WRITE-CONFLICT-PARA
                END-IF
                SET WS-SEX-IDX2 UP BY 1
             END-PERFORM.

       A000-DAY-LOAD-PARA.
             MOVE WS-SX-BLK-NO(WS-SEX-IDX) TO WS-BLK-NO.
             MOVE 'N' TO WS-DATE-SEEN-SW.
             MOVE ZERO TO WS-DAY-EXAMS.
             PERFORM VARYING WS-SEX-IDX2 FROM 1 BY 1
                     UNTIL WS-SEX-IDX2 > WS-SEX-COUNT
                MOVE WS-SX-BLK-NO(WS-SEX-IDX2) TO WS-BLK-NO-2
                IF WS-BK-DATE(WS-BLK-NO-2) = WS-BK-DATE(WS-BLK-NO)
                   ADD 1 TO WS-DAY-EXAMS
                   IF WS-SEX-IDX2 < WS-SEX-IDX
                      SET WS-DATE-SEEN TO TRUE
                   END-IF
                END-IF
             END-PERFORM.
             IF WS-DAY-EXAMS > WS-MAX-PER-DAY AND NOT WS-DATE-SEEN
                ADD 1 TO WS-CT-DAY-CONFL
                SET WS-BLK-IDX TO WS-BLK-NO
                MOVE SPACES TO EXCF-REC
                MOVE 'D' TO EXCF-TYPE
                MOVE WS-DAY-EXAMS TO EXCF-EXAM-COUNT
                MOVE SPACES TO WS-CL-TYPE
                STRING WS-DAY-EXAMS ' EXAMS IN ONE DAY'
                       DELIMITED BY SIZE INTO WS-CL-TYPE
                END-STRING
                PERFORM A000-WRITE-CONFLICT-PARA
             END-IF.

       A000-WRITE-CONFLICT-PARA.
             SET WS-STUD-CONFLICTED TO TRUE.
             MOVE WS-PREV-STUD-ID         TO EXCF-STUD-ID.
             MOVE WS-TERM-TEXT            TO EXCF-TERM.
             MOVE WS-BK-DATE(WS-BLK-IDX)  TO EXCF-EXAM-DATE.
             IF EXCF-TYPE = 'B'
                MOVE WS-BK-BLOCK(WS-BLK-IDX) TO EXCF-BLOCK
             END-IF.
             WRITE EXCF-REC.
             MOVE WS-PREV-STUD-ID   TO WS-CL-STUD-ID.
             MOVE WS-PREV-STUD-NAME TO WS-CL-NAME.
             MOVE EXCF-EXAM-DATE    TO WS-CL-DATE.
             MOVE EXCF-BLOCK        TO WS-CL-BLOCK.
             MOVE EXCF-COURSE-1     TO WS-CL-COURSE-1.
             MOVE EXCF-COURSE-2     TO WS-CL-COURSE-2.
             MOVE WS-CONFL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'EXAMSCHD RUN CONTROL TOTALS'.
             DISPLAY 'TERM ........................ ' WS-TERM-TEXT.
             DISPLAY 'EXAM BLOCKS LOADED .......... ' WS-CT-BLOCKS.
             DISPLAY 'ACTIVE COURSES READ ......... ' WS-CT-COURSES.
             DISPLAY 'COURSES SCHEDULED ........... '
                     WS-CT-SCHEDULED.
             DISPLAY 'COURSES NOT SCHEDULED ....... ' WS-CT-UNSCHED.
             DISPLAY 'ENROLLMENTS CHECKED ......... ' WS-CT-ENROLL.
             DISPLAY 'STUDENTS CHECKED ............ ' WS-CT-STUDENTS.
             DISPLAY 'SAME-BLOCK CONFLICTS ........ '
                     WS-CT-BLK-CONFL.
             DISPLAY 'EXAMS-PER-DAY CONFLICTS ..... '
                     WS-CT-DAY-CONFL.
             DISPLAY 'STUDENTS WITH CONFLICTS ..... '
                     WS-CT-CONFL-STU.
             DISPLAY 'TABLE OVERFLOW .............. ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-OVERFLOW > ZERO
                   MOVE 8 TO RETURN-CODE
                ELSE
                   IF WS-CT-UNSCHED > ZERO
                      MOVE 4 TO RETURN-CODE
                   ELSE
                      MOVE 0 TO RETURN-CODE
                   END-IF
                END-IF
             END-IF.

       PRINT-LINE-PARA.
             IF WS-LINE-COUNT >= 60
                PERFORM NEW-PAGE-PARA
                MOVE WS-COLUMN-HEADING TO PRT-LINE
                WRITE PRINT-REC
                ADD 1 TO WS-LINE-COUNT
             END-IF.
             MOVE SPACE TO PRT-CC.
             MOVE WS-PRINT-WORK TO PRT-LINE.
             WRITE PRINT-REC.
             ADD 1 TO WS-LINE-COUNT.

       NEW-PAGE-PARA.
             ADD 1 TO WS-PAGE-COUNTER.
             MOVE WS-PAGE-COUNTER TO RH-PAGE-NO.
             MOVE '1' TO PRT-CC.
             MOVE WS-REPORT-HEADER TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE SPACE TO PRT-CC.
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE 2 TO WS-LINE-COUNT.
