       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADHONR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT HONRREQ ASSIGN TO HONRREQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REQ-FS.
                SELECT HONRPARM ASSIGN TO HONRPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT HONRFILE ASSIGN TO HONRFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT HONRLTR ASSIGN TO HONRLTR
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HONRREQ
            RECORDING MODE IS F.
       01 HREQ-REC.
          05 HREQ-STUD-ID    PIC X(09).
          05 FILLER          PIC X(71).
       FD HONRPARM
            RECORDING MODE IS F.
       01 HPARM-REC.
          05 HPARM-CUM-LAUDE PIC 9V99.
          05 FILLER          PIC X(01).
          05 HPARM-MAGNA     PIC 9V99.
          05 FILLER          PIC X(01).
          05 HPARM-SUMMA     PIC 9V99.
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
       FD HONRFILE
            RECORDING MODE IS F.
       01 HONR-REC.
          05 HN-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 HN-STUD-NAME    PIC X(30).
          05 FILLER          PIC X(01).
          05 HN-STUD-DEPT    PIC X(10).
          05 FILLER          PIC X(01).
          05 HN-CUM-HOURS    PIC 9(04).
          05 FILLER          PIC X(01).
          05 HN-CUM-GPA      PIC 9.99.
          05 FILLER          PIC X(01).
          05 HN-HONORS       PIC X(15).
          05 FILLER          PIC X(03).
       FD HONRLTR
            RECORDING MODE IS F.
       01 DLT-REC.
          05 DLT-ACTION     PIC X(01).
          05 FILLER         PIC X(01).
          05 DLT-STUD-ID    PIC 9(09).
          05 FILLER         PIC X(01).
          05 DLT-STUD-NAME  PIC X(30).
          05 FILLER         PIC X(01).
          05 DLT-STUD-DEPT  PIC X(10).
          05 FILLER         PIC X(27).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-EOF         PIC A VALUE SPACE.

       01 WS-REQ-FS           PIC X(02) VALUE SPACES.
           88 WS-REQ-OK           VALUE '00'.
       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.

       01 WS-CUM-LAUDE-GPA    PIC 9V99 VALUE 3.50.
       01 WS-MAGNA-GPA        PIC 9V99 VALUE 3.70.
       01 WS-SUMMA-GPA        PIC 9V99 VALUE 3.90.

       01 WS-CUM-HOURS        PIC 9(04) VALUE ZERO.
       01 WS-CUM-POINTS       PIC 9(06)V99 VALUE ZERO.
       01 WS-CUM-GPA          PIC 9V99 VALUE ZERO.
       01 WS-GRADE-POINTS     PIC 9V99 VALUE ZERO.
       01 WS-GRADE-GPA-SW     PIC X(01) VALUE 'N'.
           88 WS-GRADE-IN-GPA     VALUE 'Y'.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.
       01 WS-HONORS           PIC X(15) VALUE SPACES.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-DETAIL-LINE.
           05 WS-DL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DEPT      PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-HOURS     PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-GPA       PIC 9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-HONORS    PIC X(15).
           05 FILLER          PIC X(49) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(12) VALUE 'DEPARTMENT'.
           05 FILLER PIC X(06) VALUE 'HOURS'.
           05 FILLER PIC X(07) VALUE ' GPA'.
           05 FILLER PIC X(15) VALUE 'HONORS'.
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-REQUESTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-CUM-LAUDE PIC 9(07) VALUE ZERO.
           05 WS-CT-MAGNA     PIC 9(07) VALUE ZERO.
           05 WS-CT-SUMMA     PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-HONORS PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-DEPT             PIC X(10).

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-GRADE             PIC X(02).

            EXEC SQL
               DECLARE CUMCSR CURSOR FOR
               SELECT E.COURSE_CODE, E.GRADE
                 FROM STUD_ENROLL E
                WHERE E.STUD_ID = :WS-STUD-ID
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
                WHERE H.STUD_ID = :WS-STUD-ID
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

            MOVE 'GRADHONR' TO RH-PROGRAM-ID.
            MOVE 'GRADUATION HONORS FROM CUMULATIVE GPA'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT HONRREQ.
            IF NOT WS-REQ-OK
               DISPLAY 'GRADHONR: HONRREQ NOT AVAILABLE - NO '
                       'GRADUATES TO EVALUATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'GRADHONR: CRSETAB NOT AVAILABLE - CANNOT '
                       'PRICE CREDIT HOURS'
               MOVE 16 TO RETURN-CODE
               CLOSE HONRREQ
               GOBACK
            END-IF.
            OPEN OUTPUT HONRFILE.
            OPEN OUTPUT HONRLTR.
            OPEN OUTPUT RPTFILE.

            PERFORM UNTIL WS-EOF = 'Y'

               READ HONRREQ
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-REQUESTS
                 PERFORM A000-REQUEST-PARA
               END-READ

            END-PERFORM.

            CLOSE HONRREQ.
            CLOSE CRSETAB.
            CLOSE HONRFILE.
            CLOSE HONRLTR.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT HONRPARM.
             IF WS-PARM-OK
                READ HONRPARM
                    NOT AT END
                         IF HPARM-CUM-LAUDE IS NUMERIC
                            MOVE HPARM-CUM-LAUDE TO WS-CUM-LAUDE-GPA
                         END-IF
                         IF HPARM-MAGNA IS NUMERIC
                            MOVE HPARM-MAGNA TO WS-MAGNA-GPA
                         END-IF
                         IF HPARM-SUMMA IS NUMERIC
                            MOVE HPARM-SUMMA TO WS-SUMMA-GPA
                         END-IF
                END-READ
                CLOSE HONRPARM
             ELSE
                DISPLAY 'GRADHONR: NO HONRPARM FOUND - USING 3.50 / '
                        '3.70 / 3.90'
             END-IF.

       A000-REQUEST-PARA.
             IF HREQ-STUD-ID IS NOT NUMERIC
                ADD 1 TO WS-CT-INVALID
                DISPLAY 'GRADHONR: NON-NUMERIC STUD-ID ON REQUEST '
                        'FILE: ' HREQ-STUD-ID
             ELSE
                COMPUTE WS-STUD-ID = FUNCTION NUMVAL(HREQ-STUD-ID)
                PERFORM A000-SELECT-STUDENT-PARA
             END-IF.

       A000-SELECT-STUDENT-PARA.
             EXEC SQL
                  SELECT  STUD_NAME, STUD_DEPT
                    INTO  :WS-STUD-NAME, :WS-STUD-DEPT
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  PERFORM A000-CUM-GPA-PARA
                  PERFORM A000-HONORS-PARA
             WHEN 100
                  ADD 1 TO WS-CT-NOTFOUND
                  DISPLAY 'GRADHONR: STUD-ID ' HREQ-STUD-ID
                          ' NOT ON STUD_STUDENT'
             WHEN OTHER
                  DISPLAY 'GRADHONR: DB2 ERROR ON STUD_STUDENT - '
                          'SQLCODE ' SQLCODE
                  MOVE 16 TO RETURN-CODE
                  MOVE 'Y' TO WS-EOF
             END-EVALUATE.

       A000-CUM-GPA-PARA.
             MOVE ZERO TO WS-CUM-HOURS.
             MOVE ZERO TO WS-CUM-POINTS.
             MOVE ZERO TO WS-CUM-GPA.
             MOVE 'N' TO WS-CSR-DONE-SW.
             EXEC SQL
                  OPEN CUMCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
             END-IF.
             PERFORM A000-CUM-FETCH-PARA UNTIL WS-CSR-DONE.
             EXEC SQL
                  CLOSE CUMCSR
             END-EXEC.
             IF WS-CUM-HOURS > ZERO
                COMPUTE WS-CUM-GPA ROUNDED =
                        WS-CUM-POINTS / WS-CUM-HOURS
             END-IF.

       A000-CUM-FETCH-PARA.
             EXEC SQL
                  FETCH CUMCSR
                   INTO :WS-ENR-COURSE, :WS-ENR-GRADE
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
             ELSE
                PERFORM A000-GRADE-POINTS-PARA
                IF WS-GRADE-IN-GPA
                   PERFORM A000-TALLY-GPA-PARA
                END-IF
             END-IF.

       A000-GRADE-POINTS-PARA.
             MOVE 'N' TO WS-GRADE-GPA-SW.
             MOVE ZERO TO WS-GRADE-POINTS.
             EVALUATE WS-ENR-GRADE
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
             MOVE WS-ENR-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     IF CR-CREDIT-HRS IS NUMERIC
                        MOVE CR-CREDIT-HRS TO WS-COURSE-HOURS
                     END-IF
             END-READ.
             ADD WS-COURSE-HOURS TO WS-CUM-HOURS.
             COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
                     + (WS-GRADE-POINTS * WS-COURSE-HOURS).

       A000-HONORS-PARA.
             EVALUATE TRUE
             WHEN WS-CUM-HOURS = ZERO
                  MOVE SPACES TO WS-HONORS
                  ADD 1 TO WS-CT-NO-HONORS
             WHEN WS-CUM-GPA >= WS-SUMMA-GPA
                  MOVE 'SUMMA CUM LAUDE' TO WS-HONORS
                  ADD 1 TO WS-CT-SUMMA
             WHEN WS-CUM-GPA >= WS-MAGNA-GPA
                  MOVE 'MAGNA CUM LAUDE' TO WS-HONORS
                  ADD 1 TO WS-CT-MAGNA
             WHEN WS-CUM-GPA >= WS-CUM-LAUDE-GPA
                  MOVE 'CUM LAUDE' TO WS-HONORS
                  ADD 1 TO WS-CT-CUM-LAUDE
             WHEN OTHER
                  MOVE SPACES TO WS-HONORS
                  ADD 1 TO WS-CT-NO-HONORS
             END-EVALUATE.
             MOVE SPACES        TO HONR-REC.
             MOVE WS-STUD-ID    TO HN-STUD-ID.
             MOVE WS-STUD-NAME  TO HN-STUD-NAME.
             MOVE WS-STUD-DEPT  TO HN-STUD-DEPT.
             MOVE WS-CUM-HOURS  TO HN-CUM-HOURS.
             MOVE WS-CUM-GPA    TO HN-CUM-GPA.
             MOVE WS-HONORS     TO HN-HONORS.
             WRITE HONR-REC.
             IF WS-HONORS NOT = SPACES
                MOVE SPACES        TO DLT-REC
                MOVE 'H'           TO DLT-ACTION
                MOVE WS-STUD-ID    TO DLT-STUD-ID
                MOVE WS-STUD-NAME  TO DLT-STUD-NAME
                MOVE WS-STUD-DEPT  TO DLT-STUD-DEPT
                WRITE DLT-REC
             END-IF.
             MOVE WS-STUD-ID    TO WS-DL-STUD-ID.
             MOVE WS-STUD-NAME  TO WS-DL-NAME.
             MOVE WS-STUD-DEPT  TO WS-DL-DEPT.
             MOVE WS-CUM-HOURS  TO WS-DL-HOURS.
             MOVE WS-CUM-GPA    TO WS-DL-GPA.
             MOVE WS-HONORS     TO WS-DL-HONORS.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'GRADHONR RUN CONTROL TOTALS'.
             DISPLAY 'GRADUATES READ .............. ' WS-CT-REQUESTS.
             DISPLAY 'SUMMA CUM LAUDE ............. ' WS-CT-SUMMA.
             DISPLAY 'MAGNA CUM LAUDE ............. ' WS-CT-MAGNA.
             DISPLAY 'CUM LAUDE ................... ' WS-CT-CUM-LAUDE.
             DISPLAY 'NO HONORS ................... ' WS-CT-NO-HONORS.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'INVALID REQUESTS ............ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
                AND (WS-CT-NOTFOUND > ZERO OR WS-CT-INVALID > ZERO)
                MOVE 4 TO RETURN-CODE
             END-IF.

       PRINT-LINE-PARA.
             IF WS-LINE-COUNT >= 60
                PERFORM NEW-PAGE-PARA
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
             MOVE WS-COLUMN-HEADING TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.
             ADD 2 TO WS-LINE-COUNT.
