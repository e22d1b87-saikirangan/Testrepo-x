       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT MIDFEED ASSIGN TO MIDFEED
                ORGANIZATION IS SEQUENTIAL.
                SELECT MIDREJ ASSIGN TO MIDREJ
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MIDFEED
            RECORDING MODE IS F.
       01 MID-REC.
          05 MF-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 MF-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 MF-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 MF-GRADE        PIC X(02).
          05 FILLER          PIC X(52).
       FD MIDREJ
            RECORDING MODE IS F.
       01 MREJ-REC.
          05 MREJ-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 MREJ-COURSE     PIC X(08).
          05 FILLER          PIC X(01).
          05 MREJ-TERM       PIC X(06).
          05 FILLER          PIC X(01).
          05 MREJ-GRADE      PIC X(02).
          05 FILLER          PIC X(01).
          05 MREJ-REASON     PIC X(40).
          05 FILLER          PIC X(11).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-GRADE-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-GRADE-VALID      VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-REPLACED  PIC 9(07) VALUE ZERO.
           05 WS-CT-DEFICIENT PIC 9(07) VALUE ZERO.
           05 WS-CT-REJECTED  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLENROLL.
           10 WS-ENR-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-GRADE             PIC X(02).
           10 WS-ENR-BASIS             PIC X(01).

       01 WS-MID-GRADE        PIC X(02).

       PROCEDURE DIVISION.

            OPEN INPUT MIDFEED.
            OPEN OUTPUT MIDREJ.

            PERFORM UNTIL WS-EOF = 'Y'

               READ MIDFEED
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-POST-MIDTERM-PARA
               END-READ

            END-PERFORM.

            CLOSE MIDFEED.
            CLOSE MIDREJ.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-POST-MIDTERM-PARA.
             IF MF-STUD-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO MREJ-REASON
                PERFORM A000-REJECT-PARA
             ELSE
                PERFORM A000-ENROLL-FETCH-PARA
             END-IF.

       A000-ENROLL-FETCH-PARA.
             MOVE MF-STUD-ID TO WS-ENR-STUD-ID.
             MOVE MF-COURSE  TO WS-ENR-COURSE.
             MOVE MF-TERM    TO WS-ENR-TERM.
             EXEC SQL
                  SELECT GRADE, GRADE_BASIS
                    INTO :WS-ENR-GRADE, :WS-ENR-BASIS
                    FROM STUD_ENROLL
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM = :WS-ENR-TERM
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  IF WS-ENR-GRADE = 'W '
                     MOVE 'ENROLLMENT WITHDRAWN' TO MREJ-REASON
                     PERFORM A000-REJECT-PARA
                  ELSE
                     PERFORM A000-GRADE-EDIT-PARA
                  END-IF
             WHEN 100
                  MOVE 'ENROLLMENT NOT ON FILE' TO MREJ-REASON
                  PERFORM A000-REJECT-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'MIDPOST: ENROLLMENT READ FAILED - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
                  MOVE 16 TO RETURN-CODE
             END-EVALUATE.

       A000-GRADE-EDIT-PARA.
             MOVE 'N' TO WS-GRADE-OK-SW.
             EVALUATE WS-ENR-BASIS
             WHEN 'A'
                  MOVE 'NO MID-TERM GRADE FOR AUDIT BASIS'
                    TO MREJ-REASON
             WHEN 'P'
                  IF MF-GRADE = 'S ' OR MF-GRADE = 'U '
                     SET WS-GRADE-VALID TO TRUE
                  ELSE
                     MOVE 'MID-TERM GRADE MUST BE S OR U'
                       TO MREJ-REASON
                  END-IF
             WHEN OTHER
                  EVALUATE MF-GRADE
                  WHEN 'S '
                  WHEN 'U '
                  WHEN 'A '
                  WHEN 'B '
                  WHEN 'C '
                  WHEN 'D '
                  WHEN 'F '
                       SET WS-GRADE-VALID TO TRUE
                  WHEN OTHER
                       MOVE 'INVALID MID-TERM GRADE CODE'
                         TO MREJ-REASON
                  END-EVALUATE
             END-EVALUATE.
             IF WS-GRADE-VALID
                PERFORM A000-UPDATE-MIDTERM-PARA
             ELSE
                PERFORM A000-REJECT-PARA
             END-IF.

       A000-UPDATE-MIDTERM-PARA.
             MOVE MF-GRADE TO WS-MID-GRADE.
             EXEC SQL
                  UPDATE STUD_MIDTERM
                     SET MID_GRADE = :WS-MID-GRADE,
                         POST_DATE = CURRENT DATE
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM = :WS-ENR-TERM
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-REPLACED
                  PERFORM A000-DEFICIENT-TALLY-PARA
             WHEN 100
                  PERFORM A000-INSERT-MIDTERM-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'MIDPOST: MID-TERM UPDATE FAILED - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
                  MOVE 16 TO RETURN-CODE
             END-EVALUATE.

       A000-INSERT-MIDTERM-PARA.
             EXEC SQL
                  INSERT INTO STUD_MIDTERM
                         (STUD_ID, COURSE_CODE, TERM, MID_GRADE,
                          POST_DATE)
                  VALUES (:WS-ENR-STUD-ID, :WS-ENR-COURSE,
                          :WS-ENR-TERM, :WS-MID-GRADE, CURRENT DATE)
             END-EXEC.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-ADDED
                PERFORM A000-DEFICIENT-TALLY-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'MIDPOST: MID-TERM INSERT FAILED - '
                        'SQLCODE ' WS-SQLCODE-DISPLAY
                MOVE 16 TO RETURN-CODE
             END-IF.

       A000-DEFICIENT-TALLY-PARA.
             IF WS-MID-GRADE = 'U ' OR WS-MID-GRADE = 'D '
                OR WS-MID-GRADE = 'F '
                ADD 1 TO WS-CT-DEFICIENT
             END-IF.

       A000-REJECT-PARA.
             ADD 1 TO WS-CT-REJECTED.
             MOVE MF-STUD-ID TO MREJ-STUD-ID.
             MOVE MF-COURSE  TO MREJ-COURSE.
             MOVE MF-TERM    TO MREJ-TERM.
             MOVE MF-GRADE   TO MREJ-GRADE.
             WRITE MREJ-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'MIDPOST RUN CONTROL TOTALS'.
             DISPLAY 'MID-TERM RECORDS READ ....... ' WS-CT-READ.
             DISPLAY 'MID-TERM GRADES ADDED ....... ' WS-CT-ADDED.
             DISPLAY 'MID-TERM GRADES REPLACED .... ' WS-CT-REPLACED.
             DISPLAY 'DEFICIENT GRADES POSTED ..... '
                     WS-CT-DEFICIENT.
             DISPLAY 'MID-TERM GRADES REJECTED .... ' WS-CT-REJECTED.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
                IF WS-CT-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
