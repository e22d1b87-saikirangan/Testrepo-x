       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT DFWPARM ASSIGN TO DFWPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT DEPTTAB ASSIGN TO DEPTTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DT-DEPT-CODE
                FILE STATUS IS WS-DEPTTAB-FS.
                SELECT COLLTAB ASSIGN TO COLLTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-COLL-CODE
                FILE STATUS IS WS-COLLTAB-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DFWPARM
            RECORDING MODE IS F.
       01 DFWP-REC.
          05 DFWP-MAX-RATE   PIC 9(03)V9.
          05 FILLER          PIC X(01).
          05 DFWP-MAX-RISE   PIC 9(03)V9.
          05 FILLER          PIC X(71).
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
       FD DEPTTAB
            RECORDING MODE IS F.
       01 DEPT-REC.
          05 DT-DEPT-CODE    PIC X(03).
          05 DT-DEPT-DESC    PIC X(20).
          05 DT-MAX-ENROLL   PIC 9(05).
          05 DT-COLL-CODE    PIC X(03).
          05 FILLER          PIC X(49).
       FD COLLTAB
            RECORDING MODE IS F.
       01 COLL-REC.
          05 CO-COLL-CODE    PIC X(03).
          05 CO-COLL-DESC    PIC X(30).
          05 FILLER          PIC X(47).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-DEPTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-DEPTTAB-OK       VALUE '00'.
       01 WS-DEPTTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DEPTTAB-AVAILABLE VALUE 'Y'.
       01 WS-COLLTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-COLLTAB-OK       VALUE '00'.
       01 WS-COLLTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-COLLTAB-AVAILABLE VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08).
       01 WS-TERM-FOUND-FLAG  PIC X(01).

       01 WS-MAX-RATE         PIC 9(03)V9 VALUE 30.0.
       01 WS-MAX-RISE         PIC 9(03)V9 VALUE 15.0.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-PREV-COURSE      PIC X(08) VALUE SPACES.
       01 WS-DEPT-CODE        PIC X(03).
       01 WS-COLL-CODE        PIC X(03).
       01 WS-GRD-IDX          PIC 9(01) VALUE ZERO.
       01 WS-CUR-RATE         PIC 9(03)V9 VALUE ZERO.
       01 WS-RATE-RISE        PIC S9(03)V9 VALUE ZERO.
       01 WS-DFW-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-BASE-COUNT       PIC 9(07) VALUE ZERO.
       01 WS-PCT              PIC 9(03) VALUE ZERO.

      *    GRADE COUNTERS ARE KEPT IN THE ORDER A B C D F W I, THEN
      *    EVERYTHING ELSE (P, NP, AU, BLANK) IN THE OTHER BUCKET.
       01 WS-WORK-COUNTS.
           05 WS-WK-GRADE     PIC 9(07) OCCURS 7 TIMES.
           05 WS-WK-OTHER     PIC 9(07).
           05 WS-WK-AUDIT     PIC 9(07).
           05 WS-WK-TOTAL     PIC 9(07).

       01 WS-CRS-COUNT PIC 9(04) VALUE ZERO.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-CRS-COUNT
                 INDEXED BY WS-CRS-IDX.
               10 WS-CE-COURSE    PIC X(08).
               10 WS-CE-DEPT      PIC X(03).
               10 WS-CE-COLL      PIC X(03).
               10 WS-CE-GRADE     PIC 9(05) OCCURS 7 TIMES.
               10 WS-CE-OTHER     PIC 9(05).
               10 WS-CE-AUDIT     PIC 9(05).
               10 WS-CE-TOTAL     PIC 9(05).
               10 WS-CE-PRIOR-RATE PIC 9(03)V9.
               10 WS-CE-PRIOR-SW  PIC X(01).
               10 WS-CE-FLAG      PIC X(12).

       01 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY WS-DEPT-IDX.
               10 WS-DE-DEPT      PIC X(03).
               10 WS-DE-COLL      PIC X(03).

       01 WS-COLL-COUNT PIC 9(03) VALUE ZERO.
       01 WS-COLL-TABLE.
           05 WS-COLL-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-COLL-COUNT
                 INDEXED BY WS-COLL-IDX.
               10 WS-CO-COLL      PIC X(03).

       01 WS-DEPT-TOTALS.
           05 WS-DX-GRADE     PIC 9(07) OCCURS 7 TIMES.
           05 WS-DX-OTHER     PIC 9(07).
           05 WS-DX-AUDIT     PIC 9(07).
           05 WS-DX-TOTAL     PIC 9(07).
       01 WS-COLL-TOTALS.
           05 WS-CX-GRADE     PIC 9(07) OCCURS 7 TIMES.
           05 WS-CX-OTHER     PIC 9(07).
           05 WS-CX-AUDIT     PIC 9(07).
           05 WS-CX-TOTAL     PIC 9(07).
       01 WS-GRAND-TOTALS.
           05 WS-GX-GRADE     PIC 9(07) OCCURS 7 TIMES.
           05 WS-GX-OTHER     PIC 9(07).
           05 WS-GX-AUDIT     PIC 9(07).
           05 WS-GX-TOTAL     PIC 9(07).

       01 WS-COLL-HEADING.
           05 FILLER          PIC X(09) VALUE 'COLLEGE: '.
           05 WS-CH-COLL      PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CH-DESC      PIC X(30).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 WS-CH-TERM      PIC X(06).
           05 FILLER          PIC X(73) VALUE SPACES.

       01 WS-DEPT-HEADING.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05 WS-DH-DEPT      PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DH-DESC      PIC X(20).
           05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(09) VALUE '   A    %'.
           05 FILLER PIC X(09) VALUE '   B    %'.
           05 FILLER PIC X(09) VALUE '   C    %'.
           05 FILLER PIC X(09) VALUE '   D    %'.
           05 FILLER PIC X(09) VALUE '   F    %'.
           05 FILLER PIC X(09) VALUE '   W    %'.
           05 FILLER PIC X(09) VALUE '   I    %'.
           05 FILLER PIC X(06) VALUE ' OTHR'.
           05 FILLER PIC X(07) VALUE ' TOTAL'.
           05 FILLER PIC X(07) VALUE '  DFW%'.
           05 FILLER PIC X(07) VALUE ' PRIOR'.
           05 FILLER PIC X(12) VALUE 'FLAG'.
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-LABEL     PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-GRD OCCURS 7 TIMES.
               10 WS-DL-COUNT PIC ZZZ9.
               10 FILLER      PIC X(01).
               10 WS-DL-PCT   PIC ZZ9.
               10 FILLER      PIC X(01).
           05 WS-DL-OTHER     PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-TOTAL     PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-DFW       PIC ZZ9.9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-PRIOR     PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-FLAG      PIC X(12).
           05 FILLER          PIC X(20) VALUE SPACES.

       01 WS-PRIOR-EDIT       PIC ZZ9.9.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-ROWS      PIC 9(07) VALUE ZERO.
           05 WS-CT-COURSES   PIC 9(07) VALUE ZERO.
           05 WS-CT-HIGH-DFW  PIC 9(07) VALUE ZERO.
           05 WS-CT-DFW-RISE  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COURSE PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COLL   PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-GRADE             PIC X(02).

       01 WS-PRIOR-ENRL       PIC S9(9) USAGE COMP.
       01 WS-PRIOR-DFW        PIC S9(9) USAGE COMP.

            EXEC SQL
               DECLARE DISTCSR CURSOR FOR
               SELECT COURSE_CODE, GRADE
                 FROM STUD_ENROLL
                WHERE TERM = :WS-ENR-TERM
               UNION ALL
               SELECT COURSE_CODE, GRADE
                 FROM STUD_ENRLHIST
                WHERE TERM = :WS-ENR-TERM
                ORDER BY 1
            END-EXEC.

       LINKAGE SECTION.
       01 LG-PARM-AREA.
           05 LG-PARM-LEN  PIC S9(4) COMP.
           05 LG-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LG-PARM-AREA.

            IF LG-PARM-LEN > ZERO
               MOVE LG-PARM-TEXT(1:LG-PARM-LEN) TO WS-TERM-TEXT
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'GRADDIST: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-ENR-TERM.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'GRADDIST: CRSETAB NOT AVAILABLE - CANNOT '
                       'MAP COURSES TO DEPARTMENTS'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT DEPTTAB.
            IF WS-DEPTTAB-OK
               SET WS-DEPTTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'GRADDIST: DEPTTAB NOT AVAILABLE - NO '
                       'COLLEGE SUBTOTALS'
            END-IF.
            OPEN INPUT COLLTAB.
            IF WS-COLLTAB-OK
               SET WS-COLLTAB-AVAILABLE TO TRUE
            END-IF.

            MOVE 'GRADDIST' TO RH-PROGRAM-ID.
            MOVE 'GRADE DISTRIBUTION AND DFW RATES'
              TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT RPTFILE.

            INITIALIZE WS-WORK-COUNTS.
            INITIALIZE WS-GRAND-TOTALS.
            PERFORM A000-LOAD-DIST-PARA.

            IF WS-CT-FAILED = ZERO
               PERFORM A000-REPORT-PARA
            END-IF.

            CLOSE CRSETAB.
            IF WS-DEPTTAB-AVAILABLE
               CLOSE DEPTTAB
            END-IF.
            IF WS-COLLTAB-AVAILABLE
               CLOSE COLLTAB
            END-IF.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT DFWPARM.
             IF WS-PARM-OK
                READ DFWPARM
                    NOT AT END
                         IF DFWP-MAX-RATE IS NUMERIC
                            MOVE DFWP-MAX-RATE TO WS-MAX-RATE
                         END-IF
                         IF DFWP-MAX-RISE IS NUMERIC
                            MOVE DFWP-MAX-RISE TO WS-MAX-RISE
                         END-IF
                END-READ
                CLOSE DFWPARM
             ELSE
                DISPLAY 'GRADDIST: NO DFWPARM FOUND - USING 30.0 '
                        'PERCENT DFW AND 15.0 POINT RISE'
             END-IF.

       A000-LOAD-DIST-PARA.
             MOVE 'N' TO WS-CSR-DONE-SW.
             EXEC SQL
                  OPEN DISTCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'GRADDIST: OPEN DISTCSR FAILED - SQLCODE '
                        WS-SQLCODE-DISPLAY
                SET WS-CSR-DONE TO TRUE
             END-IF.
             PERFORM A000-DIST-FETCH-PARA UNTIL WS-CSR-DONE.
             EXEC SQL
                  CLOSE DISTCSR
             END-EXEC.
             IF WS-PREV-COURSE NOT = SPACES
                PERFORM A000-COURSE-BREAK-PARA
             END-IF.

       A000-DIST-FETCH-PARA.
             EXEC SQL
                  FETCH DISTCSR
                   INTO :WS-ENR-COURSE, :WS-ENR-GRADE
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-ROWS
                  IF WS-ENR-COURSE NOT = WS-PREV-COURSE
                     IF WS-PREV-COURSE NOT = SPACES
                        PERFORM A000-COURSE-BREAK-PARA
                     END-IF
                     MOVE WS-ENR-COURSE TO WS-PREV-COURSE
                     INITIALIZE WS-WORK-COUNTS
                  END-IF
                  PERFORM A000-TALLY-GRADE-PARA
             WHEN 100
                  SET WS-CSR-DONE TO TRUE
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'GRADDIST: FETCH DISTCSR FAILED - SQLCODE '
                          WS-SQLCODE-DISPLAY
                  SET WS-CSR-DONE TO TRUE
             END-EVALUATE.

       A000-TALLY-GRADE-PARA.
             ADD 1 TO WS-WK-TOTAL.
             EVALUATE WS-ENR-GRADE
             WHEN 'A '
                  ADD 1 TO WS-WK-GRADE(1)
             WHEN 'B '
                  ADD 1 TO WS-WK-GRADE(2)
             WHEN 'C '
                  ADD 1 TO WS-WK-GRADE(3)
             WHEN 'D '
                  ADD 1 TO WS-WK-GRADE(4)
             WHEN 'F '
                  ADD 1 TO WS-WK-GRADE(5)
             WHEN 'W '
                  ADD 1 TO WS-WK-GRADE(6)
             WHEN 'I '
                  ADD 1 TO WS-WK-GRADE(7)
             WHEN 'AU'
                  ADD 1 TO WS-WK-AUDIT
                  ADD 1 TO WS-WK-OTHER
             WHEN OTHER
                  ADD 1 TO WS-WK-OTHER
             END-EVALUATE.

       A000-COURSE-BREAK-PARA.
             ADD 1 TO WS-CT-COURSES.
             IF WS-CRS-COUNT NOT < 5000
                ADD 1 TO WS-CT-OVERFLOW
             ELSE
                ADD 1 TO WS-CRS-COUNT
                SET WS-CRS-IDX TO WS-CRS-COUNT
                MOVE WS-PREV-COURSE TO WS-CE-COURSE(WS-CRS-IDX)
                PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                        UNTIL WS-GRD-IDX > 7
                   MOVE WS-WK-GRADE(WS-GRD-IDX)
                     TO WS-CE-GRADE(WS-CRS-IDX, WS-GRD-IDX)
                END-PERFORM
                MOVE WS-WK-OTHER TO WS-CE-OTHER(WS-CRS-IDX)
                MOVE WS-WK-AUDIT TO WS-CE-AUDIT(WS-CRS-IDX)
                MOVE WS-WK-TOTAL TO WS-CE-TOTAL(WS-CRS-IDX)
                PERFORM A000-COURSE-ORG-PARA
                PERFORM A000-PRIOR-RATE-PARA
                PERFORM A000-FLAG-PARA
             END-IF.

       A000-COURSE-ORG-PARA.
             MOVE SPACES TO WS-DEPT-CODE.
             MOVE SPACES TO WS-COLL-CODE.
             MOVE WS-PREV-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     ADD 1 TO WS-CT-NO-COURSE
                NOT INVALID KEY
                     MOVE CR-DEPT-CODE TO WS-DEPT-CODE
             END-READ.
             IF WS-DEPT-CODE NOT = SPACES AND WS-DEPTTAB-AVAILABLE
                MOVE WS-DEPT-CODE TO DT-DEPT-CODE
                READ DEPTTAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE DT-COLL-CODE TO WS-COLL-CODE
                END-READ
             END-IF.
             IF WS-COLL-CODE = SPACES
                ADD 1 TO WS-CT-NO-COLL
             END-IF.
             MOVE WS-DEPT-CODE TO WS-CE-DEPT(WS-CRS-IDX).
             MOVE WS-COLL-CODE TO WS-CE-COLL(WS-CRS-IDX).
             SET WS-DEPT-IDX TO 1.
             SEARCH WS-DEPT-ENTRY
                AT END
                     IF WS-DEPT-COUNT < 500
                        ADD 1 TO WS-DEPT-COUNT
                        SET WS-DEPT-IDX TO WS-DEPT-COUNT
                        MOVE WS-DEPT-CODE TO WS-DE-DEPT(WS-DEPT-IDX)
                        MOVE WS-COLL-CODE TO WS-DE-COLL(WS-DEPT-IDX)
                     END-IF
                WHEN WS-DE-DEPT(WS-DEPT-IDX) = WS-DEPT-CODE
                     CONTINUE
             END-SEARCH.
             SET WS-COLL-IDX TO 1.
             SEARCH WS-COLL-ENTRY
                AT END
                     IF WS-COLL-COUNT < 100
                        ADD 1 TO WS-COLL-COUNT
                        SET WS-COLL-IDX TO WS-COLL-COUNT
                        MOVE WS-COLL-CODE TO WS-CO-COLL(WS-COLL-IDX)
                     END-IF
                WHEN WS-CO-COLL(WS-COLL-IDX) = WS-COLL-CODE
                     CONTINUE
             END-SEARCH.

       A000-PRIOR-RATE-PARA.
             MOVE 'N' TO WS-CE-PRIOR-SW(WS-CRS-IDX).
             MOVE ZERO TO WS-CE-PRIOR-RATE(WS-CRS-IDX).
             MOVE WS-PREV-COURSE TO WS-ENR-COURSE.
             MOVE ZERO TO WS-PRIOR-ENRL.
             MOVE ZERO TO WS-PRIOR-DFW.
             EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(SUM(CASE WHEN GRADE IN
                                  ('D ', 'F ', 'W ') THEN 1
                                  ELSE 0 END), 0)
                    INTO :WS-PRIOR-ENRL, :WS-PRIOR-DFW
                    FROM STUD_ENRLHIST
                   WHERE COURSE_CODE = :WS-ENR-COURSE
                     AND TERM < :WS-ENR-TERM
                     AND GRADE <> 'AU'
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'GRADDIST: PRIOR-TERM READ FAILED FOR '
                        WS-PREV-COURSE ' SQLCODE ' WS-SQLCODE-DISPLAY
             ELSE
                IF WS-PRIOR-ENRL > ZERO
                   MOVE 'Y' TO WS-CE-PRIOR-SW(WS-CRS-IDX)
                   COMPUTE WS-CE-PRIOR-RATE(WS-CRS-IDX) ROUNDED =
                           WS-PRIOR-DFW * 100 / WS-PRIOR-ENRL
                END-IF
             END-IF.

       A000-FLAG-PARA.
             MOVE SPACES TO WS-CE-FLAG(WS-CRS-IDX).
             COMPUTE WS-DFW-COUNT = WS-WK-GRADE(4) + WS-WK-GRADE(5)
                                  + WS-WK-GRADE(6).
             COMPUTE WS-BASE-COUNT = WS-WK-TOTAL - WS-WK-AUDIT.
             PERFORM A000-DFW-RATE-PARA.
             IF WS-CUR-RATE > WS-MAX-RATE
                MOVE 'HIGH DFW' TO WS-CE-FLAG(WS-CRS-IDX)
                ADD 1 TO WS-CT-HIGH-DFW
             END-IF.
             IF WS-CE-PRIOR-SW(WS-CRS-IDX) = 'Y'
                COMPUTE WS-RATE-RISE = WS-CUR-RATE
                        - WS-CE-PRIOR-RATE(WS-CRS-IDX)
                IF WS-RATE-RISE > WS-MAX-RISE
                   ADD 1 TO WS-CT-DFW-RISE
                   IF WS-CE-FLAG(WS-CRS-IDX) = SPACES
                      MOVE 'DFW RISE' TO WS-CE-FLAG(WS-CRS-IDX)
                   ELSE
                      MOVE 'HIGH+RISE' TO WS-CE-FLAG(WS-CRS-IDX)
                   END-IF
                END-IF
             END-IF.

       A000-DFW-RATE-PARA.
             MOVE ZERO TO WS-CUR-RATE.
             IF WS-BASE-COUNT > ZERO
                COMPUTE WS-CUR-RATE ROUNDED =
                        WS-DFW-COUNT * 100 / WS-BASE-COUNT
             END-IF.

       A000-REPORT-PARA.
             IF WS-CRS-COUNT = ZERO
                MOVE 'NO ENROLLMENTS FOUND FOR THE TERM'
                  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                     UNTIL WS-COLL-IDX > WS-COLL-COUNT
                PERFORM A000-COLL-GROUP-PARA
             END-PERFORM.
             IF WS-CRS-COUNT > ZERO
                MOVE SPACES TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE WS-GRAND-TOTALS TO WS-WORK-COUNTS
                MOVE 'ALL' TO WS-DL-LABEL
                PERFORM A000-TOTAL-LINE-PARA
             END-IF.

       A000-COLL-GROUP-PARA.
             INITIALIZE WS-COLL-TOTALS.
             MOVE WS-CO-COLL(WS-COLL-IDX) TO WS-CH-COLL.
             MOVE SPACES TO WS-CH-DESC.
             IF WS-CO-COLL(WS-COLL-IDX) = SPACES
                MOVE 'NO COLLEGE ON DEPTTAB' TO WS-CH-DESC
             ELSE
                IF WS-COLLTAB-AVAILABLE
                   MOVE WS-CO-COLL(WS-COLL-IDX) TO CO-COLL-CODE
                   READ COLLTAB RECORD
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE CO-COLL-DESC TO WS-CH-DESC
                   END-READ
                END-IF
             END-IF.
             MOVE WS-ENR-TERM TO WS-CH-TERM.
             MOVE 99 TO WS-LINE-COUNT.
             MOVE WS-COLL-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                IF WS-DE-COLL(WS-DEPT-IDX) = WS-CO-COLL(WS-COLL-IDX)
                   PERFORM A000-DEPT-GROUP-PARA
                END-IF
             END-PERFORM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLL-TOTALS TO WS-WORK-COUNTS.
             MOVE 'COLLEGE' TO WS-DL-LABEL.
             PERFORM A000-TOTAL-LINE-PARA.
             PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                     UNTIL WS-GRD-IDX > 7
                ADD WS-CX-GRADE(WS-GRD-IDX)
                  TO WS-GX-GRADE(WS-GRD-IDX)
             END-PERFORM.
             ADD WS-CX-OTHER TO WS-GX-OTHER.
             ADD WS-CX-AUDIT TO WS-GX-AUDIT.
             ADD WS-CX-TOTAL TO WS-GX-TOTAL.

       A000-DEPT-GROUP-PARA.
             INITIALIZE WS-DEPT-TOTALS.
             MOVE WS-DE-DEPT(WS-DEPT-IDX) TO WS-DH-DEPT.
             MOVE SPACES TO WS-DH-DESC.
             IF WS-DE-DEPT(WS-DEPT-IDX) = SPACES
                MOVE 'COURSE NOT ON CRSETAB' TO WS-DH-DESC
             ELSE
                IF WS-DEPTTAB-AVAILABLE
                   MOVE WS-DE-DEPT(WS-DEPT-IDX) TO DT-DEPT-CODE
                   READ DEPTTAB RECORD
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE DT-DEPT-DESC TO WS-DH-DESC
                   END-READ
                END-IF
             END-IF.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-DEPT-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                     UNTIL WS-CRS-IDX > WS-CRS-COUNT
                IF WS-CE-DEPT(WS-CRS-IDX) = WS-DE-DEPT(WS-DEPT-IDX)
                   PERFORM A000-COURSE-LINE-PARA
                END-IF
             END-PERFORM.
             MOVE WS-DEPT-TOTALS TO WS-WORK-COUNTS.
             MOVE 'DEPT' TO WS-DL-LABEL.
             PERFORM A000-TOTAL-LINE-PARA.
             PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                     UNTIL WS-GRD-IDX > 7
                ADD WS-DX-GRADE(WS-GRD-IDX)
                  TO WS-CX-GRADE(WS-GRD-IDX)
             END-PERFORM.
             ADD WS-DX-OTHER TO WS-CX-OTHER.
             ADD WS-DX-AUDIT TO WS-CX-AUDIT.
             ADD WS-DX-TOTAL TO WS-CX-TOTAL.

       A000-COURSE-LINE-PARA.
             PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                     UNTIL WS-GRD-IDX > 7
                MOVE WS-CE-GRADE(WS-CRS-IDX, WS-GRD-IDX)
                  TO WS-WK-GRADE(WS-GRD-IDX)
                ADD WS-CE-GRADE(WS-CRS-IDX, WS-GRD-IDX)
                  TO WS-DX-GRADE(WS-GRD-IDX)
             END-PERFORM.
             MOVE WS-CE-OTHER(WS-CRS-IDX) TO WS-WK-OTHER.
             MOVE WS-CE-AUDIT(WS-CRS-IDX) TO WS-WK-AUDIT.
             MOVE WS-CE-TOTAL(WS-CRS-IDX) TO WS-WK-TOTAL.
             ADD WS-CE-OTHER(WS-CRS-IDX) TO WS-DX-OTHER.
             ADD WS-CE-AUDIT(WS-CRS-IDX) TO WS-DX-AUDIT.
             ADD WS-CE-TOTAL(WS-CRS-IDX) TO WS-DX-TOTAL.
             MOVE WS-CE-COURSE(WS-CRS-IDX) TO WS-DL-LABEL.
             PERFORM A000-COUNT-COLUMNS-PARA.
             IF WS-CE-PRIOR-SW(WS-CRS-IDX) = 'Y'
                MOVE WS-CE-PRIOR-RATE(WS-CRS-IDX) TO WS-PRIOR-EDIT
                MOVE WS-PRIOR-EDIT TO WS-DL-PRIOR
             ELSE
                MOVE '  N/A' TO WS-DL-PRIOR
             END-IF.
             MOVE WS-CE-FLAG(WS-CRS-IDX) TO WS-DL-FLAG.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-TOTAL-LINE-PARA.
             PERFORM A000-COUNT-COLUMNS-PARA.
             MOVE SPACES TO WS-DL-PRIOR.
             MOVE SPACES TO WS-DL-FLAG.
             IF WS-CUR-RATE > WS-MAX-RATE
                MOVE 'HIGH DFW' TO WS-DL-FLAG
             END-IF.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-COUNT-COLUMNS-PARA.
             PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                     UNTIL WS-GRD-IDX > 7
                MOVE WS-WK-GRADE(WS-GRD-IDX)
                  TO WS-DL-COUNT(WS-GRD-IDX)
                MOVE ZERO TO WS-PCT
                IF WS-WK-TOTAL > ZERO
                   COMPUTE WS-PCT ROUNDED =
                           WS-WK-GRADE(WS-GRD-IDX) * 100 / WS-WK-TOTAL
                END-IF
                MOVE WS-PCT TO WS-DL-PCT(WS-GRD-IDX)
             END-PERFORM.
             MOVE WS-WK-OTHER TO WS-DL-OTHER.
             MOVE WS-WK-TOTAL TO WS-DL-TOTAL.
             COMPUTE WS-DFW-COUNT = WS-WK-GRADE(4) + WS-WK-GRADE(5)
                                  + WS-WK-GRADE(6).
             COMPUTE WS-BASE-COUNT = WS-WK-TOTAL - WS-WK-AUDIT.
             PERFORM A000-DFW-RATE-PARA.
             MOVE WS-CUR-RATE TO WS-DL-DFW.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'GRADDIST RUN CONTROL TOTALS'.
             DISPLAY 'TERM ........................ ' WS-ENR-TERM.
             DISPLAY 'DFW RATE THRESHOLD .......... ' WS-MAX-RATE.
             DISPLAY 'DFW RISE THRESHOLD .......... ' WS-MAX-RISE.
             DISPLAY 'ENROLLMENT ROWS READ ........ ' WS-CT-ROWS.
             DISPLAY 'COURSES REPORTED ............ ' WS-CT-COURSES.
             DISPLAY 'COURSES OVER DFW THRESHOLD .. ' WS-CT-HIGH-DFW.
             DISPLAY 'COURSES WITH DFW RISE ....... ' WS-CT-DFW-RISE.
             DISPLAY 'COURSES NOT ON CRSETAB ...... ' WS-CT-NO-COURSE.
             DISPLAY 'NO COLLEGE FOR DEPARTMENT ... ' WS-CT-NO-COLL.
             DISPLAY 'REPORT TABLE OVERFLOW ....... ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-NO-COURSE > ZERO OR WS-CT-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
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
