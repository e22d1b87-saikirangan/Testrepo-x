       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAPEVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT AIDLIST ASSIGN TO AIDLIST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AID-FS.
                SELECT SAPPARM ASSIGN TO SAPPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT SAPPRIOR ASSIGN TO SAPPRIOR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PRIOR-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT SAPSTAT ASSIGN TO SAPSTAT
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AIDLIST
            RECORDING MODE IS F.
       01 AID-REC.
          05 AID-STUD-ID     PIC X(09).
          05 FILLER          PIC X(01).
          05 AID-PROG-HOURS  PIC X(03).
          05 FILLER          PIC X(67).
       FD SAPPARM
            RECORDING MODE IS F.
       01 SPARM-REC.
          05 SPARM-MIN-GPA   PIC 9V99.
          05 FILLER          PIC X(01).
          05 SPARM-MIN-PACE  PIC 9(03).
          05 FILLER          PIC X(01).
          05 SPARM-MAX-PCT   PIC 9(03).
          05 FILLER          PIC X(01).
          05 SPARM-PROG-HRS  PIC 9(03).
          05 FILLER          PIC X(65).
       FD SAPPRIOR
            RECORDING MODE IS F.
       01 SPR-REC.
          05 SPR-STUD-ID     PIC 9(09).
          05 FILLER          PIC X(01).
          05 SPR-TERM        PIC X(06).
          05 FILLER          PIC X(01).
          05 SPR-STATUS      PIC X(01).
          05 FILLER          PIC X(01).
          05 SPR-PRIOR-STATUS PIC X(01).
          05 FILLER          PIC X(60).
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
       FD SAPSTAT
            RECORDING MODE IS F.
       01 SAP-REC.
          05 SAP-STUD-ID     PIC 9(09).
          05 FILLER          PIC X(01).
          05 SAP-TERM        PIC X(06).
          05 FILLER          PIC X(01).
          05 SAP-STATUS      PIC X(01).
          05 FILLER          PIC X(01).
          05 SAP-PRIOR-STATUS PIC X(01).
          05 FILLER          PIC X(01).
          05 SAP-CUM-GPA     PIC 9V99.
          05 FILLER          PIC X(01).
          05 SAP-ATTEMPTED   PIC 9(04).
          05 FILLER          PIC X(01).
          05 SAP-EARNED      PIC 9(04).
          05 FILLER          PIC X(01).
          05 SAP-PACE-PCT    PIC 9(03).
          05 FILLER          PIC X(01).
          05 SAP-MAX-HOURS   PIC 9(04).
          05 FILLER          PIC X(01).
          05 SAP-GPA-FAIL    PIC X(01).
          05 SAP-PACE-FAIL   PIC X(01).
          05 SAP-MAX-FAIL    PIC X(01).
          05 FILLER          PIC X(33).
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

       01 WS-AID-FS           PIC X(02) VALUE SPACES.
           88 WS-AID-OK           VALUE '00'.
       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-PRIOR-FS         PIC X(02) VALUE SPACES.
           88 WS-PRIOR-OK         VALUE '00'.
       01 WS-PRIOR-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-PRIOR-EOF        VALUE 'Y'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

       01 WS-MIN-GPA          PIC 9V99 VALUE 2.00.
       01 WS-MIN-PACE         PIC 9(03) VALUE 67.
       01 WS-MAX-PCT          PIC 9(03) VALUE 150.
       01 WS-PROG-HOURS       PIC 9(03) VALUE 120.
       01 WS-STUD-PROG-HOURS  PIC 9(03) VALUE ZERO.

      *    LAST TERM'S SAP RESULT FOR EACH STUDENT, FROM THE PRIOR
      *    GENERATION OF SAPSTAT.
       01 WS-PRIOR-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-PRIOR-COUNT
                 INDEXED BY WS-PRIOR-IDX.
               10 WS-PR-STUD-ID   PIC 9(09).
               10 WS-PR-STATUS    PIC X(01).

       01 WS-ATTEMPTED        PIC 9(04) VALUE ZERO.
       01 WS-EARNED           PIC 9(04) VALUE ZERO.
       01 WS-PACE-PCT         PIC 9(03) VALUE ZERO.
       01 WS-MAX-HOURS        PIC 9(04) VALUE ZERO.
       01 WS-CUM-HOURS        PIC 9(04) VALUE ZERO.
       01 WS-CUM-POINTS       PIC 9(06)V99 VALUE ZERO.
       01 WS-CUM-GPA          PIC 9V99 VALUE ZERO.
       01 WS-GRADE-POINTS     PIC 9V99 VALUE ZERO.
       01 WS-GRADE-GPA-SW     PIC X(01) VALUE 'N'.
           88 WS-GRADE-IN-GPA     VALUE 'Y'.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.

       01 WS-PRIOR-STATUS     PIC X(01) VALUE SPACE.
       01 WS-LOAD-STATUS      PIC X(01) VALUE SPACE.
       01 WS-SAP-STATUS       PIC X(01) VALUE SPACE.
           88 WS-SAP-MEETS        VALUE 'M'.
           88 WS-SAP-WARNING      VALUE 'W'.
           88 WS-SAP-SUSPENDED    VALUE 'S'.
       01 WS-GPA-FAIL-SW      PIC X(01) VALUE 'N'.
           88 WS-GPA-FAIL         VALUE 'Y'.
       01 WS-PACE-FAIL-SW     PIC X(01) VALUE 'N'.
           88 WS-PACE-FAIL        VALUE 'Y'.
       01 WS-MAX-FAIL-SW      PIC X(01) VALUE 'N'.
           88 WS-MAX-FAIL         VALUE 'Y'.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-DETAIL-LINE.
           05 WS-DL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-GPA       PIC 9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-ATTEMPTED PIC ZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-EARNED    PIC ZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-PACE      PIC ZZ9.
           05 FILLER          PIC X(01) VALUE '%'.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-MAX       PIC ZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-PRIOR     PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-STATUS    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-REASON    PIC X(18).
           05 FILLER          PIC X(12) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(07) VALUE ' GPA'.
           05 FILLER PIC X(07) VALUE 'ATTMPT'.
           05 FILLER PIC X(07) VALUE 'EARNED'.
           05 FILLER PIC X(07) VALUE ' PACE'.
           05 FILLER PIC X(07) VALUE ' MAX'.
           05 FILLER PIC X(12) VALUE 'PRIOR'.
           05 FILLER PIC X(12) VALUE 'STATUS'.
           05 FILLER PIC X(30) VALUE 'NOT MET'.

       01 WS-NAME-CODE        PIC X(01).
       01 WS-STATUS-NAME      PIC X(10).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-EVALUATED PIC 9(07) VALUE ZERO.
           05 WS-CT-MEETS     PIC 9(07) VALUE ZERO.
           05 WS-CT-WARNING   PIC 9(07) VALUE ZERO.
           05 WS-CT-SUSPENDED PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-PRIOR  PIC 9(07) VALUE ZERO.
           05 WS-CT-PRIOR-RD  PIC 9(07) VALUE ZERO.
           05 WS-CT-PRIOR-SKP PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COURSE PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-GRADE             PIC X(02).
           10 WS-ENR-XFER              PIC X(01).

       01 WS-EVAL-TERM        PIC X(06).

      *    EVERY GRADED ATTEMPT THROUGH THE TERM, REPEATS AND TRANSFER
      *    ROWS INCLUDED. AUDITS AND UNGRADED ROWS ARE NOT ATTEMPTS.
            EXEC SQL
               DECLARE ATTCSR CURSOR FOR
               SELECT COURSE_CODE, GRADE, XFER_FLAG
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-STUD-ID
                  AND TERM <= :WS-EVAL-TERM
                  AND GRADE NOT IN ('  ', 'AU')
               UNION ALL
               SELECT COURSE_CODE, GRADE, XFER_FLAG
                 FROM STUD_ENRLHIST
                WHERE STUD_ID = :WS-STUD-ID
                  AND TERM <= :WS-EVAL-TERM
                  AND GRADE NOT IN ('  ', 'AU')
            END-EXEC.

      *    CUMULATIVE GPA ON THE LATEST ATTEMPT OF EACH COURSE, AS ON
      *    THE TRANSCRIPT.
            EXEC SQL
               DECLARE CUMCSR CURSOR FOR
               SELECT E.COURSE_CODE, E.GRADE
                 FROM STUD_ENROLL E
                WHERE E.STUD_ID = :WS-STUD-ID
                  AND E.TERM <= :WS-EVAL-TERM
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENROLL R
                        WHERE R.STUD_ID = E.STUD_ID
                          AND R.COURSE_CODE = E.COURSE_CODE
                          AND R.TERM > E.TERM
                          AND R.TERM <= :WS-EVAL-TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENRLHIST R
                        WHERE R.STUD_ID = E.STUD_ID
                          AND R.COURSE_CODE = E.COURSE_CODE
                          AND R.TERM > E.TERM
                          AND R.TERM <= :WS-EVAL-TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
               UNION ALL
               SELECT H.COURSE_CODE, H.GRADE
                 FROM STUD_ENRLHIST H
                WHERE H.STUD_ID = :WS-STUD-ID
                  AND H.TERM <= :WS-EVAL-TERM
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENROLL R
                        WHERE R.STUD_ID = H.STUD_ID
                          AND R.COURSE_CODE = H.COURSE_CODE
                          AND R.TERM > H.TERM
                          AND R.TERM <= :WS-EVAL-TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
                  AND NOT EXISTS
                      (SELECT 1 FROM STUD_ENRLHIST R
                        WHERE R.STUD_ID = H.STUD_ID
                          AND R.COURSE_CODE = H.COURSE_CODE
                          AND R.TERM > H.TERM
                          AND R.TERM <= :WS-EVAL-TERM
                          AND R.GRADE NOT IN ('W ', 'I ', 'AU', '  '))
            END-EXEC.

       LINKAGE SECTION.
       01 LS-PARM-AREA.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LS-PARM-AREA.

            IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-TERM-TEXT
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'SAPEVAL: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-EVAL-TERM.

            MOVE 'SAPEVAL' TO RH-PROGRAM-ID.
            MOVE 'SATISFACTORY ACADEMIC PROGRESS' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT AIDLIST.
            IF NOT WS-AID-OK
               DISPLAY 'SAPEVAL: AIDLIST NOT AVAILABLE - NO AIDED '
                       'STUDENTS TO EVALUATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'SAPEVAL: CRSETAB NOT AVAILABLE - CANNOT '
                       'COUNT CREDIT HOURS'
               MOVE 16 TO RETURN-CODE
               CLOSE AIDLIST
               GOBACK
            END-IF.
            PERFORM A000-LOAD-PRIOR-PARA.

            OPEN OUTPUT SAPSTAT.
            OPEN OUTPUT RPTFILE.

            PERFORM UNTIL WS-EOF = 'Y'

               READ AIDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-AID-PARA
               END-READ

            END-PERFORM.

            CLOSE AIDLIST.
            CLOSE CRSETAB.
            CLOSE SAPSTAT.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT SAPPARM.
             IF WS-PARM-OK
                READ SAPPARM
                    NOT AT END
                         IF SPARM-MIN-GPA IS NUMERIC
                            MOVE SPARM-MIN-GPA TO WS-MIN-GPA
                         END-IF
                         IF SPARM-MIN-PACE IS NUMERIC
                            MOVE SPARM-MIN-PACE TO WS-MIN-PACE
                         END-IF
                         IF SPARM-MAX-PCT IS NUMERIC
                            MOVE SPARM-MAX-PCT TO WS-MAX-PCT
                         END-IF
                         IF SPARM-PROG-HRS IS NUMERIC
                            AND SPARM-PROG-HRS > ZERO
                            MOVE SPARM-PROG-HRS TO WS-PROG-HOURS
                         END-IF
                END-READ
                CLOSE SAPPARM
             ELSE
                DISPLAY 'SAPEVAL: NO SAPPARM FOUND - USING 2.00 GPA, '
                        '67 PERCENT PACE, 150 PERCENT OF 120 HOURS'
             END-IF.

      *    A RESULT FOR AN EARLIER TERM IS THE PRIOR RESULT. ON A RERUN
      *    AGAINST THIS TERM'S OWN OUTPUT THE PRIOR RESULT THAT RUN
      *    USED IS TAKEN INSTEAD, SO THE RERUN NEITHER ESCALATES NOR
      *    DROPS A REPEAT FAILURE BACK TO WARNING.
       A000-LOAD-PRIOR-PARA.
             OPEN INPUT SAPPRIOR.
             IF NOT WS-PRIOR-OK
                DISPLAY 'SAPEVAL: NO SAPPRIOR FOUND - ALL STUDENTS '
                        'EVALUATED WITHOUT A PRIOR RESULT'
             ELSE
                PERFORM UNTIL WS-PRIOR-EOF
                   READ SAPPRIOR
                       AT END SET WS-PRIOR-EOF TO TRUE
                       NOT AT END
                            ADD 1 TO WS-CT-PRIOR-RD
                            EVALUATE TRUE
                            WHEN SPR-TERM < WS-EVAL-TERM
                                 MOVE SPR-STATUS TO WS-LOAD-STATUS
                                 PERFORM A000-ADD-PRIOR-PARA
                            WHEN SPR-TERM = WS-EVAL-TERM
                                 AND SPR-PRIOR-STATUS NOT = SPACE
                                 MOVE SPR-PRIOR-STATUS TO WS-LOAD-STATUS
                                 PERFORM A000-ADD-PRIOR-PARA
                            WHEN OTHER
                                 ADD 1 TO WS-CT-PRIOR-SKP
                            END-EVALUATE
                   END-READ
                END-PERFORM
                CLOSE SAPPRIOR
             END-IF.

       A000-ADD-PRIOR-PARA.
             IF WS-PRIOR-COUNT < 20000
                ADD 1 TO WS-PRIOR-COUNT
                SET WS-PRIOR-IDX TO WS-PRIOR-COUNT
                MOVE SPR-STUD-ID TO WS-PR-STUD-ID(WS-PRIOR-IDX)
                MOVE WS-LOAD-STATUS TO WS-PR-STATUS(WS-PRIOR-IDX)
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-AID-PARA.
             IF AID-STUD-ID IS NOT NUMERIC
                ADD 1 TO WS-CT-INVALID
                DISPLAY 'SAPEVAL: NON-NUMERIC STUD-ID ON AIDLIST: '
                        AID-STUD-ID
             ELSE
                COMPUTE WS-STUD-ID = FUNCTION NUMVAL(AID-STUD-ID)
                IF AID-PROG-HOURS IS NUMERIC
                   AND AID-PROG-HOURS > '000'
                   MOVE AID-PROG-HOURS TO WS-STUD-PROG-HOURS
                ELSE
                   MOVE WS-PROG-HOURS TO WS-STUD-PROG-HOURS
                END-IF
                PERFORM A000-SELECT-STUDENT-PARA
             END-IF.

       A000-SELECT-STUDENT-PARA.
             EXEC SQL
                  SELECT  STUD_NAME
                    INTO  :WS-STUD-NAME
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-EVALUATED
                  PERFORM A000-ATTEMPTS-PARA
                  PERFORM A000-CUM-GPA-PARA
                  PERFORM A000-EVALUATE-PARA
                  PERFORM A000-WRITE-STATUS-PARA
             WHEN 100
                  ADD 1 TO WS-CT-NOTFOUND
                  DISPLAY 'SAPEVAL: STUD-ID ' AID-STUD-ID
                          ' NOT ON STUD_STUDENT'
             WHEN OTHER
                  DISPLAY 'SAPEVAL: DB2 ERROR ON STUD_STUDENT - '
                          'SQLCODE ' SQLCODE
                  MOVE 16 TO RETURN-CODE
                  MOVE 'Y' TO WS-EOF
             END-EVALUATE.

      *    ATTEMPTED HOURS COUNT EVERY GRADED ROW; EARNED HOURS ONLY
      *    PASSING GRADES AND ACCEPTED TRANSFER CREDIT. W, F, I AND NP
      *    ARE ATTEMPTED BUT NOT EARNED.
       A000-ATTEMPTS-PARA.
             MOVE ZERO TO WS-ATTEMPTED.
             MOVE ZERO TO WS-EARNED.
             MOVE 'N' TO WS-CSR-DONE-SW.
             EXEC SQL
                  OPEN ATTCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
             END-IF.
             PERFORM A000-ATT-FETCH-PARA UNTIL WS-CSR-DONE.
             EXEC SQL
                  CLOSE ATTCSR
             END-EXEC.

       A000-ATT-FETCH-PARA.
             EXEC SQL
                  FETCH ATTCSR
                   INTO :WS-ENR-COURSE, :WS-ENR-GRADE, :WS-ENR-XFER
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
             ELSE
                PERFORM A000-COURSE-HOURS-PARA
                ADD WS-COURSE-HOURS TO WS-ATTEMPTED
                EVALUATE TRUE
                WHEN WS-ENR-GRADE = 'A ' OR 'B ' OR 'C ' OR 'D '
                                  OR 'P '
                     ADD WS-COURSE-HOURS TO WS-EARNED
                WHEN WS-ENR-XFER = 'Y'
                     AND WS-ENR-GRADE NOT = 'F ' AND NOT = 'W '
                     AND WS-ENR-GRADE NOT = 'I ' AND NOT = 'NP'
                     ADD WS-COURSE-HOURS TO WS-EARNED
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
             END-IF.

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
                   PERFORM A000-COURSE-HOURS-PARA
                   ADD WS-COURSE-HOURS TO WS-CUM-HOURS
                   COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
                           + (WS-GRADE-POINTS * WS-COURSE-HOURS)
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

      *    A STUDENT MEETING ALL THREE STANDARDS MEETS SAP. A FIRST
      *    FAILURE AFTER MEETING (OR WITH NO PRIOR RESULT) IS A
      *    WARNING; A FAILURE AFTER A WARNING OR SUSPENSION IS A
      *    SUSPENSION. PASSING THE MAXIMUM TIMEFRAME CANNOT BE MADE UP
      *    AND SUSPENDS AT ONCE.
       A000-EVALUATE-PARA.
             MOVE 'N' TO WS-GPA-FAIL-SW.
             MOVE 'N' TO WS-PACE-FAIL-SW.
             MOVE 'N' TO WS-MAX-FAIL-SW.
             IF WS-ATTEMPTED > ZERO
                COMPUTE WS-PACE-PCT =
                        (WS-EARNED * 100) / WS-ATTEMPTED
             ELSE
                MOVE 100 TO WS-PACE-PCT
             END-IF.
             COMPUTE WS-MAX-HOURS =
                     (WS-STUD-PROG-HOURS * WS-MAX-PCT) / 100.
             IF WS-CUM-HOURS > ZERO AND WS-CUM-GPA < WS-MIN-GPA
                SET WS-GPA-FAIL TO TRUE
             END-IF.
             IF WS-PACE-PCT < WS-MIN-PACE
                SET WS-PACE-FAIL TO TRUE
             END-IF.
             IF WS-ATTEMPTED > WS-MAX-HOURS
                SET WS-MAX-FAIL TO TRUE
             END-IF.

             MOVE SPACE TO WS-PRIOR-STATUS.
             SET WS-PRIOR-IDX TO 1.
             SEARCH WS-PRIOR-ENTRY
                AT END
                     ADD 1 TO WS-CT-NO-PRIOR
                WHEN WS-PR-STUD-ID(WS-PRIOR-IDX) = WS-STUD-ID
                     MOVE WS-PR-STATUS(WS-PRIOR-IDX)
                       TO WS-PRIOR-STATUS
             END-SEARCH.

             EVALUATE TRUE
             WHEN WS-MAX-FAIL
                  SET WS-SAP-SUSPENDED TO TRUE
             WHEN NOT WS-GPA-FAIL AND NOT WS-PACE-FAIL
                  SET WS-SAP-MEETS TO TRUE
             WHEN WS-PRIOR-STATUS = 'W' OR WS-PRIOR-STATUS = 'S'
                  SET WS-SAP-SUSPENDED TO TRUE
             WHEN OTHER
                  SET WS-SAP-WARNING TO TRUE
             END-EVALUATE.
             EVALUATE TRUE
             WHEN WS-SAP-MEETS
                  ADD 1 TO WS-CT-MEETS
             WHEN WS-SAP-WARNING
                  ADD 1 TO WS-CT-WARNING
             WHEN OTHER
                  ADD 1 TO WS-CT-SUSPENDED
             END-EVALUATE.

       A000-WRITE-STATUS-PARA.
             MOVE SPACES             TO SAP-REC.
             MOVE WS-STUD-ID         TO SAP-STUD-ID.
             MOVE WS-EVAL-TERM       TO SAP-TERM.
             MOVE WS-SAP-STATUS      TO SAP-STATUS.
             MOVE WS-PRIOR-STATUS    TO SAP-PRIOR-STATUS.
             MOVE WS-CUM-GPA         TO SAP-CUM-GPA.
             MOVE WS-ATTEMPTED       TO SAP-ATTEMPTED.
             MOVE WS-EARNED          TO SAP-EARNED.
             MOVE WS-PACE-PCT        TO SAP-PACE-PCT.
             MOVE WS-MAX-HOURS       TO SAP-MAX-HOURS.
             MOVE WS-GPA-FAIL-SW     TO SAP-GPA-FAIL.
             MOVE WS-PACE-FAIL-SW    TO SAP-PACE-FAIL.
             MOVE WS-MAX-FAIL-SW     TO SAP-MAX-FAIL.
             WRITE SAP-REC.

             MOVE WS-STUD-ID    TO WS-DL-STUD-ID.
             MOVE WS-STUD-NAME  TO WS-DL-NAME.
             MOVE WS-CUM-GPA    TO WS-DL-GPA.
             MOVE WS-ATTEMPTED  TO WS-DL-ATTEMPTED.
             MOVE WS-EARNED     TO WS-DL-EARNED.
             MOVE WS-PACE-PCT   TO WS-DL-PACE.
             MOVE WS-MAX-HOURS  TO WS-DL-MAX.
             MOVE WS-PRIOR-STATUS TO WS-NAME-CODE.
             PERFORM A000-STATUS-NAME-PARA.
             MOVE WS-STATUS-NAME TO WS-DL-PRIOR.
             MOVE WS-SAP-STATUS TO WS-NAME-CODE.
             PERFORM A000-STATUS-NAME-PARA.
             MOVE WS-STATUS-NAME TO WS-DL-STATUS.
             MOVE SPACES TO WS-DL-REASON.
             IF WS-GPA-FAIL
                MOVE 'GPA' TO WS-DL-REASON(1:3)
             END-IF.
             IF WS-PACE-FAIL
                MOVE 'PACE' TO WS-DL-REASON(5:4)
             END-IF.
             IF WS-MAX-FAIL
                MOVE 'MAX TIME' TO WS-DL-REASON(10:8)
             END-IF.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-STATUS-NAME-PARA.
             EVALUATE WS-NAME-CODE
             WHEN 'M'
                  MOVE 'MEETS' TO WS-STATUS-NAME
             WHEN 'W'
                  MOVE 'WARNING' TO WS-STATUS-NAME
             WHEN 'S'
                  MOVE 'SUSPENSION' TO WS-STATUS-NAME
             WHEN OTHER
                  MOVE 'NONE' TO WS-STATUS-NAME
             END-EVALUATE.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'SAPEVAL RUN CONTROL TOTALS'.
             DISPLAY 'TERM EVALUATED .............. ' WS-EVAL-TERM.
             DISPLAY 'AIDED STUDENTS READ ......... ' WS-CT-READ.
             DISPLAY 'STUDENTS EVALUATED .......... ' WS-CT-EVALUATED.
             DISPLAY 'MEETS SAP ................... ' WS-CT-MEETS.
             DISPLAY 'SAP WARNING ................. ' WS-CT-WARNING.
             DISPLAY 'SAP SUSPENSION .............. ' WS-CT-SUSPENDED.
             DISPLAY 'NO PRIOR RESULT ............. ' WS-CT-NO-PRIOR.
             DISPLAY 'PRIOR RESULTS READ .......... ' WS-CT-PRIOR-RD.
             DISPLAY 'PRIOR RESULTS NOT USED ...... ' WS-CT-PRIOR-SKP.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'INVALID AIDLIST RECORDS ..... ' WS-CT-INVALID.
             DISPLAY 'COURSES NOT ON CRSETAB ...... ' WS-CT-NO-COURSE.
             DISPLAY 'PRIOR TABLE OVERFLOW ........ ' WS-CT-OVERFLOW.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
                AND (WS-CT-NOTFOUND > ZERO OR WS-CT-INVALID > ZERO
                     OR WS-CT-NO-COURSE > ZERO
                     OR WS-CT-OVERFLOW > ZERO)
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
