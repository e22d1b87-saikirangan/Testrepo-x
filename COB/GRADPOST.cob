       01 WS-GRADE-GPA-SW     PIC X(01) VALUE 'N'.
           88 WS-GRADE-IN-GPA     VALUE 'Y'.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.
       01 WS-REPEAT-SW        PIC X(01) VALUE 'N'.
           88 WS-ATTEMPT-REPLACED VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-REJECTED  PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-PROBATION PIC 9(07) VALUE ZERO.
           05 WS-CT-REPEATS   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-PASS-FAIL PIC 9(07) VALUE ZERO.
           05 WS-CT-AUDIT     PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-GRADE             PIC X(02).
           10 WS-ENR-BASIS             PIC X(01).

       01 WS-NEW-STATUS       PIC X(10).
       01 WS-LATER-LIVE       PIC S9(9) USAGE COMP.
       01 WS-LATER-HIST       PIC S9(9) USAGE COMP.

       PROCEDURE DIVISION.

                   MOVE ZERO TO WS-STUD-HOURS
                   MOVE ZERO TO WS-STUD-POINTS
                END-IF
                PERFORM A000-BASIS-FETCH-PARA
             END-IF.

       A000-BASIS-FETCH-PARA.
             MOVE GF-STUD-ID TO WS-ENR-STUD-ID.
             MOVE GF-COURSE  TO WS-ENR-COURSE.
             MOVE GF-TERM    TO WS-ENR-TERM.
             EXEC SQL
                  SELECT GRADE_BASIS
                    INTO :WS-ENR-BASIS
                    FROM STUD_ENROLL
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM = :WS-ENR-TERM
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  PERFORM A000-GRADE-EDIT-PARA
             WHEN 100
                  MOVE 'ENROLLMENT NOT ON FILE' TO GREJ-REASON
                  PERFORM A000-REJECT-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'GRADPOST: GRADING BASIS READ FAILED - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
                  MOVE 16 TO RETURN-CODE
             END-EVALUATE.

       A000-GRADE-EDIT-PARA.
             MOVE 'N' TO WS-GRADE-GPA-SW.
             MOVE ZERO TO WS-GRADE-POINTS.
             EVALUATE WS-ENR-BASIS
             WHEN 'P'
                  PERFORM A000-PASS-FAIL-EDIT-PARA
             WHEN 'A'
                  PERFORM A000-AUDIT-EDIT-PARA
             WHEN OTHER
                  PERFORM A000-LETTER-EDIT-PARA
             END-EVALUATE.
             IF GF-GRADE NOT = SPACES
                PERFORM A000-UPDATE-ENROLL-PARA
             END-IF.

       A000-PASS-FAIL-EDIT-PARA.
             EVALUATE GF-GRADE
             WHEN 'P '
             WHEN 'NP'
                  ADD 1 TO WS-CT-PASS-FAIL
             WHEN 'W '
             WHEN 'I '
                  CONTINUE
             WHEN OTHER
                  MOVE 'GRADE INVALID FOR PASS/FAIL BASIS'
                    TO GREJ-REASON
                  PERFORM A000-REJECT-PARA
                  MOVE SPACES TO GF-GRADE
             END-EVALUATE.

       A000-AUDIT-EDIT-PARA.
             EVALUATE GF-GRADE
             WHEN 'AU'
                  ADD 1 TO WS-CT-AUDIT
             WHEN 'W '
                  CONTINUE
             WHEN OTHER
                  MOVE 'GRADE INVALID FOR AUDIT BASIS' TO GREJ-REASON
                  PERFORM A000-REJECT-PARA
                  MOVE SPACES TO GF-GRADE
             END-EVALUATE.

       A000-LETTER-EDIT-PARA.
             EVALUATE GF-GRADE
             WHEN 'A '
                  MOVE 4.00 TO WS-GRADE-POINTS
                  PERFORM A000-REJECT-PARA
                  MOVE SPACES TO GF-GRADE
             END-EVALUATE.

       A000-UPDATE-ENROLL-PARA.
             MOVE GF-GRADE   TO WS-ENR-GRADE.
             EXEC SQL
                  UPDATE STUD_ENROLL
             END-EVALUATE.

       A000-TALLY-GPA-PARA.
             PERFORM A000-REPEAT-CHECK-PARA.
             IF WS-ATTEMPT-REPLACED
                ADD 1 TO WS-CT-REPEATS
             ELSE
                PERFORM A000-ADD-HOURS-PARA
             END-IF.

       A000-REPEAT-CHECK-PARA.
             MOVE 'N' TO WS-REPEAT-SW.
             MOVE ZERO TO WS-LATER-LIVE.
             MOVE ZERO TO WS-LATER-HIST.
             EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-LATER-LIVE
                    FROM STUD_ENROLL
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM > :WS-ENR-TERM
                     AND GRADE NOT IN ('W ', 'I ', 'AU', '  ')
             END-EXEC.
             EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-LATER-HIST
                    FROM STUD_ENRLHIST
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM > :WS-ENR-TERM
                     AND GRADE NOT IN ('W ', 'I ', 'AU', '  ')
             END-EXEC.
             IF WS-LATER-LIVE > ZERO OR WS-LATER-HIST > ZERO
                SET WS-ATTEMPT-REPLACED TO TRUE
             END-IF.

       A000-ADD-HOURS-PARA.
             MOVE ZERO TO WS-COURSE-HOURS.
             MOVE GF-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
             DISPLAY 'STUDENTS GRADED ............. ' WS-CT-STUDENTS.
             DISPLAY 'STUDENTS ON PROBATION ....... '
                     WS-CT-PROBATION.
             DISPLAY 'REPEATS NOT IN GPA .......... ' WS-CT-REPEATS.
             DISPLAY 'PASS/FAIL GRADES POSTED ..... '
                     WS-CT-PASS-FAIL.
             DISPLAY 'AUDIT GRADES POSTED ......... ' WS-CT-AUDIT.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
