       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT STNDPARM ASSIGN TO STNDPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STNDPARM
            RECORDING MODE IS F.
       01 SPARM-REC.
          05 SPARM-SOPH-HRS  PIC 9(03).
          05 FILLER          PIC X(01).
          05 SPARM-JUNR-HRS  PIC 9(03).
          05 FILLER          PIC X(01).
          05 SPARM-SENR-HRS  PIC 9(03).
          05 FILLER          PIC X(69).
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
       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.

       01 WS-SOPH-HRS         PIC 9(03) VALUE 030.
       01 WS-JUNR-HRS         PIC 9(03) VALUE 060.
       01 WS-SENR-HRS         PIC 9(03) VALUE 090.

       01 WS-STUCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-STUCSR-DONE      VALUE 'Y'.
       01 WS-EARNCSR-DONE-SW  PIC X(01) VALUE 'N'.
           88 WS-EARNCSR-DONE     VALUE 'Y'.

       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.
       01 WS-EARNED-WORK      PIC 9(03) VALUE ZERO.
       01 WS-UNCOMMITTED      PIC 9(05) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FRESHMAN  PIC 9(07) VALUE ZERO.
           05 WS-CT-SOPHOMORE PIC 9(07) VALUE ZERO.
           05 WS-CT-JUNIOR    PIC 9(07) VALUE ZERO.
           05 WS-CT-SENIOR    PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COURSE PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-STANDING         PIC X(10).
           10 WS-STUD-EARNED-HRS       PIC S9(4) USAGE COMP.

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).

       01 WS-NEW-STANDING     PIC X(10).
       01 WS-NEW-EARNED-HRS   PIC S9(4) USAGE COMP.

            EXEC SQL
               DECLARE STUCSR CURSOR WITH HOLD FOR
               SELECT STUD_ID,
                      COALESCE(CLASS_STANDING, ' '),
                      COALESCE(EARNED_HOURS, 0)
                 FROM STUD_STUDENT
                ORDER BY STUD_ID
            END-EXEC.

            EXEC SQL
               DECLARE EARNCSR CURSOR FOR
               SELECT E.COURSE_CODE
                 FROM STUD_ENROLL E
                WHERE E.STUD_ID = :WS-STUD-ID
                  AND (E.GRADE IN ('A ', 'B ', 'C ', 'D ', 'P ')
                       OR (E.XFER_FLAG = 'Y'
                           AND E.GRADE NOT IN ('F ', 'W ', 'I ')))
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
               SELECT H.COURSE_CODE
                 FROM STUD_ENRLHIST H
                WHERE H.STUD_ID = :WS-STUD-ID
                  AND (H.GRADE IN ('A ', 'B ', 'C ', 'D ', 'P ')
                       OR (H.XFER_FLAG = 'Y'
                           AND H.GRADE NOT IN ('F ', 'W ', 'I ')))
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

            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'STNDCALC: CRSETAB NOT AVAILABLE - CANNOT '
                       'COUNT CREDIT HOURS'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            EXEC SQL
                 OPEN STUCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'STNDCALC: STUDENT CURSOR OPEN FAILED - '
                       'SQLCODE ' WS-SQLCODE-DISPLAY
               CLOSE CRSETAB
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM UNTIL WS-STUCSR-DONE
               PERFORM A000-FETCH-STUDENT-PARA
            END-PERFORM.

            EXEC SQL
                 CLOSE STUCSR
            END-EXEC.
            EXEC SQL
                 COMMIT
            END-EXEC.

            CLOSE CRSETAB.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT STNDPARM.
             IF WS-PARM-OK
                READ STNDPARM
                    NOT AT END
                         IF SPARM-SOPH-HRS IS NUMERIC
                            AND SPARM-JUNR-HRS IS NUMERIC
                            AND SPARM-SENR-HRS IS NUMERIC
                            MOVE SPARM-SOPH-HRS TO WS-SOPH-HRS
                            MOVE SPARM-JUNR-HRS TO WS-JUNR-HRS
                            MOVE SPARM-SENR-HRS TO WS-SENR-HRS
                         END-IF
                END-READ
                CLOSE STNDPARM
             ELSE
                DISPLAY 'STNDCALC: NO STNDPARM FOUND - USING 30/60/90 '
                        'HOUR THRESHOLDS'
             END-IF.

       A000-FETCH-STUDENT-PARA.
             EXEC SQL
                  FETCH STUCSR
                   INTO :WS-STUD-ID, :WS-STUD-STANDING,
                        :WS-STUD-EARNED-HRS
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-STUCSR-DONE TO TRUE
             ELSE
                ADD 1 TO WS-CT-STUDENTS
                PERFORM A000-EARNED-HOURS-PARA
                PERFORM A000-STANDING-PARA
                IF WS-NEW-STANDING NOT = WS-STUD-STANDING
                   OR WS-NEW-EARNED-HRS NOT = WS-STUD-EARNED-HRS
                   PERFORM A000-UPDATE-PARA
                END-IF
             END-IF.

       A000-EARNED-HOURS-PARA.
             MOVE ZERO TO WS-EARNED-WORK.
             MOVE 'N' TO WS-EARNCSR-DONE-SW.
             EXEC SQL
                  OPEN EARNCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-EARNCSR-DONE TO TRUE
                ADD 1 TO WS-CT-FAILED
             END-IF.
             PERFORM UNTIL WS-EARNCSR-DONE
                EXEC SQL
                     FETCH EARNCSR
                      INTO :WS-ENR-COURSE
                END-EXEC
                IF SQLCODE NOT = 0
                   SET WS-EARNCSR-DONE TO TRUE
                ELSE
                   PERFORM A000-COURSE-HOURS-PARA
                   ADD WS-COURSE-HOURS TO WS-EARNED-WORK
                END-IF
             END-PERFORM.
             EXEC SQL
                  CLOSE EARNCSR
             END-EXEC.
             MOVE WS-EARNED-WORK TO WS-NEW-EARNED-HRS.

       A000-COURSE-HOURS-PARA.
             MOVE ZERO TO WS-COURSE-HOURS.
             MOVE WS-ENR-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     ADD 1 TO WS-CT-NO-COURSE
                NOT INVALID KEY
                     IF CR-CREDIT-HRS IS NUMERIC
                        MOVE CR-CREDIT-HRS TO WS-COURSE-HOURS
                     END-IF
             END-READ.

       A000-STANDING-PARA.
             EVALUATE TRUE
             WHEN WS-EARNED-WORK >= WS-SENR-HRS
                  MOVE 'SENIOR' TO WS-NEW-STANDING
                  ADD 1 TO WS-CT-SENIOR
             WHEN WS-EARNED-WORK >= WS-JUNR-HRS
                  MOVE 'JUNIOR' TO WS-NEW-STANDING
                  ADD 1 TO WS-CT-JUNIOR
             WHEN WS-EARNED-WORK >= WS-SOPH-HRS
                  MOVE 'SOPHOMORE' TO WS-NEW-STANDING
                  ADD 1 TO WS-CT-SOPHOMORE
             WHEN OTHER
                  MOVE 'FRESHMAN' TO WS-NEW-STANDING
                  ADD 1 TO WS-CT-FRESHMAN
             END-EVALUATE.

       A000-UPDATE-PARA.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET CLASS_STANDING = :WS-NEW-STANDING,
                         EARNED_HOURS = :WS-NEW-EARNED-HRS,
                         STANDING_DATE = CURRENT DATE
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-CHANGED
                ADD 1 TO WS-UNCOMMITTED
                IF WS-UNCOMMITTED >= 500
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   MOVE ZERO TO WS-UNCOMMITTED
                END-IF
             ELSE
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'STNDCALC: STANDING UPDATE FAILED FOR '
                        'STUD-ID ' WS-STUD-ID ' SQLCODE '
                        WS-SQLCODE-DISPLAY
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'STNDCALC RUN CONTROL TOTALS'.
             DISPLAY 'STUDENTS EVALUATED .......... ' WS-CT-STUDENTS.
             DISPLAY 'STANDINGS UPDATED ........... ' WS-CT-CHANGED.
             DISPLAY 'FRESHMEN .................... ' WS-CT-FRESHMAN.
             DISPLAY 'SOPHOMORES .................. '
                     WS-CT-SOPHOMORE.
             DISPLAY 'JUNIORS ..................... ' WS-CT-JUNIOR.
             DISPLAY 'SENIORS ..................... ' WS-CT-SENIOR.
             DISPLAY 'COURSES NOT IN CATALOG ...... '
                     WS-CT-NO-COURSE.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
