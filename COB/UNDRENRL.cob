       01 WS-COURSE-LINE.
           05 FILLER          PIC X(08) VALUE 'COURSE '.
           05 WS-CL-COURSE    PIC X(08).
           05 FILLER          PIC X(10) VALUE '  SECTION '.
           05 WS-CL-SECTION   PIC X(03).
           05 FILLER          PIC X(11) VALUE '  ENROLLED '.
           05 WS-CL-COUNT     PIC ZZZ9.
           05 FILLER          PIC X(12) VALUE '  MINIMUM   '.
           05 WS-CL-MIN       PIC ZZ9.
           05 FILLER          PIC X(73) VALUE SPACES.

       01 WS-STUD-LINE.
           05 FILLER          PIC X(08) VALUE SPACES.

       01 WS-SEL-TERM         PIC X(06).
       01 WS-CRS-COURSE       PIC X(08).
       01 WS-CRS-SECTION      PIC X(03).
       01 WS-CRS-COUNT        PIC S9(9) USAGE COMP.
       01 WS-STU-ID           PIC S9(9) USAGE COMP.
       01 WS-STU-NAME         PIC X(30).

            EXEC SQL
               DECLARE CNTCSR CURSOR FOR
               SELECT COURSE_CODE, SECTION, COUNT(*)
                 FROM STUD_ENROLL
                WHERE TERM = :WS-SEL-TERM
                  AND GRADE NOT = 'W '
                GROUP BY COURSE_CODE, SECTION
                ORDER BY COURSE_CODE, SECTION
            END-EXEC.

            EXEC SQL
                WHERE E.STUD_ID = S.STUD_ID
                  AND E.TERM = :WS-SEL-TERM
                  AND E.COURSE_CODE = :WS-CRS-COURSE
                  AND E.SECTION = :WS-CRS-SECTION
                  AND E.GRADE NOT = 'W '
                ORDER BY E.STUD_ID
            END-EXEC.

       A000-FETCH-PARA.
             EXEC SQL
                  FETCH CNTCSR
                   INTO :WS-CRS-COURSE, :WS-CRS-SECTION,
                        :WS-CRS-COUNT
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE

       A000-CANDIDATE-PARA.
             ADD 1 TO WS-CT-CANDIDATE.
             MOVE WS-CRS-COURSE  TO WS-CL-COURSE.
             MOVE WS-CRS-SECTION TO WS-CL-SECTION.
             MOVE WS-CRS-COUNT  TO WS-CL-COUNT.
             MOVE WS-MIN-ENROLL TO WS-CL-MIN.
             MOVE WS-COURSE-LINE TO WS-PRINT-WORK.
             DISPLAY 'UNDRENRL RUN CONTROL TOTALS'.
             DISPLAY 'TERM REPORTED ............... ' WS-SEL-TERM.
             DISPLAY 'MINIMUM ENROLLMENT .......... ' WS-MIN-ENROLL.
             DISPLAY 'SECTIONS TALLIED ............ ' WS-CT-COURSES.
             DISPLAY 'CANCELLATION CANDIDATES ..... '
                     WS-CT-CANDIDATE.
             DISPLAY '-------------------------------------------'.
