       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT GCHGTRAN ASSIGN TO GCHGTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT GCHGREJ ASSIGN TO GCHGREJ
                ORGANIZATION IS SEQUENTIAL.
                SELECT GCHGJRNL ASSIGN TO GCHGJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
                SELECT GPAPARM ASSIGN TO GPAPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
       DATA DIVISION.
       FILE SECTION.
       FD GCHGTRAN
            RECORDING MODE IS F.
       01 GCHG-REC.
          05 GC-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 GC-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 GC-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 GC-OLD-GRADE    PIC X(02).
          05 FILLER          PIC X(01).
          05 GC-NEW-GRADE    PIC X(02).
          05 FILLER          PIC X(01).
          05 GC-REASON       PIC X(02).
              88 GC-REASON-VALID VALUE 'CE' 'AP' 'IC' 'AD' 'IL'.
          05 FILLER          PIC X(01).
          05 GC-OPER-ID      PIC X(08).
          05 FILLER          PIC X(37).
       FD GCHGREJ
            RECORDING MODE IS F.
       01 GCREJ-REC.
          05 GCREJ-STUD-ID   PIC X(09).
          05 FILLER          PIC X(01).
          05 GCREJ-COURSE    PIC X(08).
          05 FILLER          PIC X(01).
          05 GCREJ-TERM      PIC X(06).
          05 FILLER          PIC X(01).
          05 GCREJ-OLD-GRADE PIC X(02).
          05 FILLER          PIC X(01).
          05 GCREJ-NEW-GRADE PIC X(02).
          05 FILLER          PIC X(01).
          05 GCREJ-REASON    PIC X(40).
          05 FILLER          PIC X(08).
       FD GCHGJRNL
            RECORDING MODE IS F.
       01 GJRNL-REC.
          05 GJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 GJ-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 GJ-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 GJ-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 GJ-TABLE        PIC X(01).
          05 FILLER          PIC X(01).
          05 GJ-BEF-GRADE    PIC X(02).
          05 FILLER          PIC X(01).
          05 GJ-AFT-GRADE    PIC X(02).
          05 FILLER          PIC X(01).
          05 GJ-REASON       PIC X(02).
          05 FILLER          PIC X(01).
          05 GJ-OPER-ID      PIC X(08).
          05 FILLER          PIC X(01).
          05 GJ-TERM-GPA     PIC 9.99.
          05 FILLER          PIC X(01).
          05 GJ-STANDING     PIC X(10).
          05 FILLER          PIC X(02).
       FD GPAPARM
            RECORDING MODE IS F.
       01 GPARM-REC.
          05 GPARM-THRESHOLD PIC 9V99.
          05 FILLER          PIC X(77).
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
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-GPA-THRESHOLD    PIC 9V99 VALUE 2.00.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.
       01 WS-FOUND-TABLE      PIC X(01) VALUE SPACE.
           88 WS-FOUND-LIVE       VALUE 'E'.
           88 WS-FOUND-HIST       VALUE 'H'.
           88 WS-NOT-FOUND        VALUE SPACE.

       01 WS-GRADE-CHECK      PIC X(02).
           88 WS-GRADE-VALID      VALUE 'A ' 'B ' 'C ' 'D ' 'F '
                                        'W ' 'I ' 'P ' 'NP' 'AU'.
           88 WS-GRADE-PASS-FAIL  VALUE 'P ' 'NP' 'W ' 'I '.
           88 WS-GRADE-AUDIT      VALUE 'AU' 'W '.
           88 WS-GRADE-LETTER     VALUE 'A ' 'B ' 'C ' 'D ' 'F '
                                        'W ' 'I '.

       01 WS-GPACSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-GPACSR-DONE      VALUE 'Y'.
       01 WS-STUD-HOURS       PIC 9(03) VALUE ZERO.
       01 WS-STUD-POINTS      PIC 9(05)V99 VALUE ZERO.
       01 WS-TERM-GPA         PIC 9V99 VALUE ZERO.
       01 WS-GRADE-POINTS     PIC 9V99 VALUE ZERO.
       01 WS-GRADE-GPA-SW     PIC X(01) VALUE 'N'.
           88 WS-GRADE-IN-GPA     VALUE 'Y'.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.
       01 WS-STANDING         PIC X(10) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-HIST-CHG  PIC 9(07) VALUE ZERO.
           05 WS-CT-REJECTED  PIC 9(07) VALUE ZERO.
           05 WS-CT-PROBATION PIC 9(07) VALUE ZERO.
           05 WS-CT-RESTORED  PIC 9(07) VALUE ZERO.
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

       01 WS-CURR-GRADE       PIC X(02).
       01 WS-CURR-BASIS       PIC X(01).
       01 WS-GPA-COURSE       PIC X(08).
       01 WS-GPA-GRADE        PIC X(02).
       01 WS-NEW-STATUS       PIC X(10).
       01 WS-CURR-STATUS      PIC X(10).

            EXEC SQL
               DECLARE GPACSR CURSOR FOR
               SELECT E.COURSE_CODE, E.GRADE
                 FROM STUD_ENROLL E
                WHERE E.STUD_ID = :WS-ENR-STUD-ID
                  AND E.TERM = :WS-ENR-TERM
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENROLL R
                        WHERE R.STUD_ID = E.STUD_ID
                          AND R.COURSE_CODE = E.COURSE_CODE
                          AND R.TERM > E.TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENRLHIST R
                        WHERE R.STUD_ID = E.STUD_ID
                          AND R.COURSE_CODE = E.COURSE_CODE
                          AND R.TERM > E.TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
               UNION ALL
               SELECT H.COURSE_CODE, H.GRADE
                 FROM STUD_ENRLHIST H
                WHERE H.STUD_ID = :WS-ENR-STUD-ID
                  AND H.TERM = :WS-ENR-TERM
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENROLL R
                        WHERE R.STUD_ID = H.STUD_ID
                          AND R.COURSE_CODE = H.COURSE_CODE
                          AND R.TERM > H.TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENRLHIST R
                        WHERE R.STUD_ID = H.STUD_ID
                          AND R.COURSE_CODE = H.COURSE_CODE
                          AND R.TERM > H.TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
            END-EXEC.

       PROCEDURE DIVISION.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT GCHGTRAN.
            OPEN OUTPUT GCHGREJ.
            PERFORM A000-OPEN-JRNL-PARA.
            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'GRADCHG: CRSETAB NOT AVAILABLE - CANNOT '
                       'RECOMPUTE TERM GPA'
               MOVE 16 TO RETURN-CODE
               CLOSE GCHGTRAN
               CLOSE GCHGREJ
               CLOSE GCHGJRNL
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ GCHGTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE GCHGTRAN.
            CLOSE GCHGREJ.
            CLOSE GCHGJRNL.
            CLOSE CRSETAB.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT GPAPARM.
             IF WS-PARM-OK
                READ GPAPARM
                    NOT AT END
                         IF GPARM-REC(1:3) IS NUMERIC
                            MOVE GPARM-THRESHOLD TO WS-GPA-THRESHOLD
                         END-IF
                END-READ
                CLOSE GPAPARM
             ELSE
                DISPLAY 'GRADCHG: NO GPAPARM FOUND - USING 2.00 '
                        'PROBATION THRESHOLD'
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT GCHGJRNL.
             IF WS-JRNL-FOUND
                CLOSE GCHGJRNL
                OPEN EXTEND GCHGJRNL
             ELSE
                OPEN OUTPUT GCHGJRNL
             END-IF.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-PASSED
                PERFORM A000-FETCH-GRADE-PARA
             END-IF.
             IF WS-EDIT-PASSED
                PERFORM A000-APPLY-PARA
             END-IF.
             IF WS-EDIT-PASSED
                PERFORM A000-TERM-GPA-PARA
                PERFORM A000-JOURNAL-PARA
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF GC-STUD-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO GCREJ-REASON
                PERFORM A000-REJECT-PARA
             END-IF.
             IF WS-EDIT-PASSED
                AND (GC-COURSE = SPACES OR GC-TERM = SPACES)
                MOVE 'BLANK COURSE OR TERM' TO GCREJ-REASON
                PERFORM A000-REJECT-PARA
             END-IF.
             IF WS-EDIT-PASSED
                MOVE GC-NEW-GRADE TO WS-GRADE-CHECK
                IF NOT WS-GRADE-VALID
                   MOVE 'INVALID NEW GRADE CODE' TO GCREJ-REASON
                   PERFORM A000-REJECT-PARA
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND GC-NEW-GRADE = GC-OLD-GRADE
                MOVE 'NEW GRADE SAME AS OLD GRADE' TO GCREJ-REASON
                PERFORM A000-REJECT-PARA
             END-IF.
             IF WS-EDIT-PASSED AND NOT GC-REASON-VALID
                MOVE 'INVALID REASON CODE' TO GCREJ-REASON
                PERFORM A000-REJECT-PARA
             END-IF.
             IF WS-EDIT-PASSED AND GC-OPER-ID = SPACES
                MOVE 'NO AUTHORIZING OPERATOR' TO GCREJ-REASON
                PERFORM A000-REJECT-PARA
             END-IF.

       A000-FETCH-GRADE-PARA.
             SET WS-NOT-FOUND TO TRUE.
             MOVE GC-STUD-ID TO WS-ENR-STUD-ID.
             MOVE GC-COURSE  TO WS-ENR-COURSE.
             MOVE GC-TERM    TO WS-ENR-TERM.
             EXEC SQL
                  SELECT GRADE, GRADE_BASIS
                    INTO :WS-CURR-GRADE, :WS-CURR-BASIS
                    FROM STUD_ENROLL
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM = :WS-ENR-TERM
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  SET WS-FOUND-LIVE TO TRUE
             WHEN 100
                  EXEC SQL
                       SELECT GRADE, GRADE_BASIS
                         INTO :WS-CURR-GRADE, :WS-CURR-BASIS
                         FROM STUD_ENRLHIST
                        WHERE STUD_ID = :WS-ENR-STUD-ID
                          AND COURSE_CODE = :WS-ENR-COURSE
                          AND TERM = :WS-ENR-TERM
                  END-EXEC
                  IF SQLCODE = 0
                     SET WS-FOUND-HIST TO TRUE
                  END-IF
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.
             IF WS-NOT-FOUND
                IF SQLCODE = 100
                   MOVE 'ENROLLMENT NOT ON FILE' TO GCREJ-REASON
                ELSE
                   ADD 1 TO WS-CT-FAILED
                   MOVE 'DB2 ERROR READING CURRENT GRADE'
                     TO GCREJ-REASON
                END-IF
                PERFORM A000-REJECT-PARA
             ELSE
                IF WS-CURR-GRADE NOT = GC-OLD-GRADE
                   MOVE SPACES TO GCREJ-REASON
                   STRING 'OLD GRADE DOES NOT MATCH FILE ('
                          WS-CURR-GRADE ')'
                          DELIMITED BY SIZE
                          INTO GCREJ-REASON
                   END-STRING
                   PERFORM A000-REJECT-PARA
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                PERFORM A000-BASIS-CHECK-PARA
             END-IF.

       A000-BASIS-CHECK-PARA.
             MOVE GC-NEW-GRADE TO WS-GRADE-CHECK.
             EVALUATE WS-CURR-BASIS
             WHEN 'P'
                  IF NOT WS-GRADE-PASS-FAIL
                     MOVE 'GRADE INVALID FOR PASS/FAIL BASIS'
                       TO GCREJ-REASON
                     PERFORM A000-REJECT-PARA
                  END-IF
             WHEN 'A'
                  IF NOT WS-GRADE-AUDIT
                     MOVE 'GRADE INVALID FOR AUDIT BASIS'
                       TO GCREJ-REASON
                     PERFORM A000-REJECT-PARA
                  END-IF
             WHEN OTHER
                  IF NOT WS-GRADE-LETTER
                     MOVE 'GRADE INVALID FOR LETTER BASIS'
                       TO GCREJ-REASON
                     PERFORM A000-REJECT-PARA
                  END-IF
             END-EVALUATE.

       A000-APPLY-PARA.
             MOVE GC-NEW-GRADE TO WS-ENR-GRADE.
             IF WS-FOUND-LIVE
                EXEC SQL
                     UPDATE STUD_ENROLL
                        SET GRADE = :WS-ENR-GRADE
                      WHERE STUD_ID = :WS-ENR-STUD-ID
                        AND COURSE_CODE = :WS-ENR-COURSE
                        AND TERM = :WS-ENR-TERM
                        AND GRADE = :WS-CURR-GRADE
                END-EXEC
             ELSE
                EXEC SQL
                     UPDATE STUD_ENRLHIST
                        SET GRADE = :WS-ENR-GRADE
                      WHERE STUD_ID = :WS-ENR-STUD-ID
                        AND COURSE_CODE = :WS-ENR-COURSE
                        AND TERM = :WS-ENR-TERM
                        AND GRADE = :WS-CURR-GRADE
                END-EXEC
             END-IF.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-CHANGED
                IF WS-FOUND-HIST
                   ADD 1 TO WS-CT-HIST-CHG
                END-IF
             ELSE
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'GRADCHG: GRADE UPDATE FAILED FOR STUD-ID '
                        GC-STUD-ID ' COURSE ' GC-COURSE
                        ' SQLCODE ' WS-SQLCODE-DISPLAY
                MOVE 'GRADE UPDATE FAILED' TO GCREJ-REASON
                PERFORM A000-REJECT-PARA
             END-IF.

       A000-TERM-GPA-PARA.
             MOVE ZERO TO WS-STUD-HOURS.
             MOVE ZERO TO WS-STUD-POINTS.
             MOVE ZERO TO WS-TERM-GPA.
             MOVE 'N' TO WS-GPACSR-DONE-SW.
             EXEC SQL
                  OPEN GPACSR
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-GPACSR-DONE TO TRUE
                ADD 1 TO WS-CT-FAILED
             END-IF.
             PERFORM UNTIL WS-GPACSR-DONE
                EXEC SQL
                     FETCH GPACSR
                      INTO :WS-GPA-COURSE, :WS-GPA-GRADE
                END-EXEC
                IF SQLCODE NOT = 0
                   SET WS-GPACSR-DONE TO TRUE
                ELSE
                   PERFORM A000-GRADE-POINTS-PARA
                   IF WS-GRADE-IN-GPA
                      PERFORM A000-TALLY-GPA-PARA
                   END-IF
                END-IF
             END-PERFORM.
             EXEC SQL
                  CLOSE GPACSR
             END-EXEC.
             IF WS-STUD-HOURS > ZERO
                COMPUTE WS-TERM-GPA ROUNDED =
                        WS-STUD-POINTS / WS-STUD-HOURS
             END-IF.
             IF WS-STUD-HOURS > ZERO
                AND WS-TERM-GPA < WS-GPA-THRESHOLD
                MOVE 'PROBATION' TO WS-STANDING
                PERFORM A000-PROBATION-PARA
             ELSE
                MOVE 'GOOD' TO WS-STANDING
                PERFORM A000-RESTORE-PARA
             END-IF.

       A000-GRADE-POINTS-PARA.
             MOVE 'N' TO WS-GRADE-GPA-SW.
             MOVE ZERO TO WS-GRADE-POINTS.
             EVALUATE WS-GPA-GRADE
             WHEN 'A '
                  MOVE 4.00 TO WS-GRADE-POINTS
                  SET WS-GRADE-IN-GPA TO TRUE
             WHEN 'B '
                  MOVE 3.00 TO WS-GRADE-POINTS
                  SET WS-GRADE-IN-GPA TO TRUE
             WHEN 'C '
                  MOVE 2.00 TO WS-GRADE-POINTS
                  SET WS-GRADE-IN-GPA TO TRUE
             WHEN 'D '
                  MOVE 1.00 TO WS-GRADE-POINTS
                  SET WS-GRADE-IN-GPA TO TRUE
             WHEN 'F '
                  MOVE 0.00 TO WS-GRADE-POINTS
                  SET WS-GRADE-IN-GPA TO TRUE
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

       A000-TALLY-GPA-PARA.
             MOVE ZERO TO WS-COURSE-HOURS.
             MOVE WS-GPA-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     IF CR-CREDIT-HRS IS NUMERIC
                        MOVE CR-CREDIT-HRS TO WS-COURSE-HOURS
                     END-IF
             END-READ.
             ADD WS-COURSE-HOURS TO WS-STUD-HOURS.
             COMPUTE WS-STUD-POINTS = WS-STUD-POINTS
                     + (WS-GRADE-POINTS * WS-COURSE-HOURS).

       A000-PROBATION-PARA.
             ADD 1 TO WS-CT-PROBATION.
             MOVE 'PROBATION' TO WS-NEW-STATUS.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET STUD_STATUS = :WS-NEW-STATUS,
                         STUD_STATUS_DATE = CURRENT DATE
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND STUD_STATUS = 'ACTIVE'
             END-EXEC.
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'GRADCHG: PROBATION STATUS FAILED FOR '
                        'STUD-ID ' GC-STUD-ID ' SQLCODE '
                        SQLCODE
             END-IF.

       A000-RESTORE-PARA.
             MOVE 'ACTIVE' TO WS-NEW-STATUS.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET STUD_STATUS = :WS-NEW-STATUS,
                         STUD_STATUS_DATE = CURRENT DATE
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND STUD_STATUS = 'PROBATION'
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-RESTORED
             WHEN 100
                  CONTINUE
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  DISPLAY 'GRADCHG: PROBATION RELEASE FAILED FOR '
                          'STUD-ID ' GC-STUD-ID ' SQLCODE '
                          SQLCODE
             END-EVALUATE.

       A000-JOURNAL-PARA.
             MOVE SPACES TO GJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO GJ-TIMESTAMP.
             MOVE GC-STUD-ID     TO GJ-STUD-ID.
             MOVE GC-COURSE      TO GJ-COURSE.
             MOVE GC-TERM        TO GJ-TERM.
             MOVE WS-FOUND-TABLE TO GJ-TABLE.
             MOVE WS-CURR-GRADE  TO GJ-BEF-GRADE.
             MOVE GC-NEW-GRADE   TO GJ-AFT-GRADE.
             MOVE GC-REASON      TO GJ-REASON.
             MOVE GC-OPER-ID     TO GJ-OPER-ID.
             MOVE WS-TERM-GPA    TO GJ-TERM-GPA.
             MOVE WS-STANDING    TO GJ-STANDING.
             WRITE GJRNL-REC.

       A000-REJECT-PARA.
             SET WS-EDIT-FAILED TO TRUE.
             ADD 1 TO WS-CT-REJECTED.
             MOVE GC-STUD-ID   TO GCREJ-STUD-ID.
             MOVE GC-COURSE    TO GCREJ-COURSE.
             MOVE GC-TERM      TO GCREJ-TERM.
             MOVE GC-OLD-GRADE TO GCREJ-OLD-GRADE.
             MOVE GC-NEW-GRADE TO GCREJ-NEW-GRADE.
             WRITE GCREJ-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'GRADCHG RUN CONTROL TOTALS'.
             DISPLAY 'CHANGE RECORDS READ ......... ' WS-CT-READ.
             DISPLAY 'GRADES CHANGED .............. ' WS-CT-CHANGED.
             DISPLAY '  OF WHICH ARCHIVED TERMS ... ' WS-CT-HIST-CHG.
             DISPLAY 'CHANGES REJECTED ............ ' WS-CT-REJECTED.
             DISPLAY 'STUDENTS ON PROBATION ....... '
                     WS-CT-PROBATION.
             DISPLAY 'PROBATION RELEASED .......... '
                     WS-CT-RESTORED.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
