       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSGRADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT GRDWGT ASSIGN TO GRDWGT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WGT-FS.
                SELECT SCORFILE ASSIGN TO SCORFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-SCOR-FS.
                SELECT GRADFEED ASSIGN TO GRADFEED
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    W LINES GIVE EACH ASSIGNMENT OF A COURSE ITS WEIGHT, C LINES
      *    THE LOWEST WEIGHTED SCORE FOR EACH LETTER GRADE. A COURSE
      *    WITH NO C LINES USES 90/80/70/60.
       FD GRDWGT
            RECORDING MODE IS F.
       01 GWGT-REC.
          05 GW-REC-TYPE       PIC X(01).
          05 FILLER            PIC X(01).
          05 GW-COURSE         PIC X(08).
          05 FILLER            PIC X(01).
          05 GW-ASSIGN         PIC X(04).
          05 FILLER            PIC X(01).
          05 GW-WEIGHT         PIC 9(03).
          05 FILLER            PIC X(61).
       01 GWGT-CUT-REC REDEFINES GWGT-REC.
          05 FILLER            PIC X(11).
          05 GW-LETTER         PIC X(02).
          05 FILLER            PIC X(03).
          05 GW-MIN-SCORE      PIC 9(03).
          05 FILLER            PIC X(61).
       FD SCORFILE
            RECORDING MODE IS F.
       01 SCOR-REC.
          05 SC-KEY.
             10 SC-COURSE      PIC X(08).
             10 SC-TERM        PIC X(06).
             10 SC-STUD-ID     PIC X(09).
             10 SC-ASSIGN      PIC X(04).
          05 SC-SCORE          PIC 9(03).
          05 SC-ANSWERED       PIC 9(05).
          05 SC-CORRECT        PIC 9(05).
          05 SC-SCORED-DATE    PIC X(08).
          05 FILLER            PIC X(32).
       FD GRADFEED
            RECORDING MODE IS F.
       01 GRAD-REC.
          05 GF-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 GF-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 GF-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 GF-GRADE        PIC X(02).
          05 FILLER          PIC X(52).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-WGT-FS           PIC X(02) VALUE SPACES.
           88 WS-WGT-OK           VALUE '00'.
       01 WS-SCOR-FS          PIC X(02) VALUE SPACES.
           88 WS-SCOR-OK          VALUE '00'.
       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

      *    Z IN PARM COLUMN 8 SCORES A MISSING ASSIGNMENT AS ZERO, SO
      *    THE FEED CAN BE RELEASED ONCE THE INSTRUCTORS HAVE REVIEWED
      *    THE EXCEPTIONS.
       01 WS-ZERO-SW          PIC X(01) VALUE 'N'.
           88 WS-ZERO-MISSING     VALUE 'Y'.

       01 WS-WGT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-WGT-TABLE.
           05 WS-WGT-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-WGT-COUNT
                 INDEXED BY WS-WGT-IDX.
               10 WS-WT-COURSE   PIC X(08).
               10 WS-WT-ASSIGN   PIC X(04).
               10 WS-WT-WEIGHT   PIC 9(03).

       01 WS-CUT-COUNT PIC 9(03) VALUE ZERO.
       01 WS-CUT-TABLE.
           05 WS-CUT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-CUT-COUNT
                 INDEXED BY WS-CUT-IDX.
               10 WS-CU-COURSE   PIC X(08).
               10 WS-CU-LETTER   PIC X(02).
               10 WS-CU-MIN      PIC 9(03).

       01 WS-DFLT-CUTOFFS.
           05 FILLER PIC X(05) VALUE 'A 090'.
           05 FILLER PIC X(05) VALUE 'B 080'.
           05 FILLER PIC X(05) VALUE 'C 070'.
           05 FILLER PIC X(05) VALUE 'D 060'.
           05 FILLER PIC X(05) VALUE 'F 000'.
       01 WS-DFLT-TABLE REDEFINES WS-DFLT-CUTOFFS.
           05 WS-DFLT-ENTRY OCCURS 5 TIMES
                 INDEXED BY WS-DFLT-IDX.
               10 WS-DC-LETTER   PIC X(02).
               10 WS-DC-MIN      PIC 9(03).

      *    THE WEIGHTED ASSIGNMENTS OF THE COURSE BEING GRADED.
       01 WS-CA-COUNT PIC 9(02) VALUE ZERO.
       01 WS-CA-TABLE.
           05 WS-CA-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-CA-IDX.
               10 WS-CA-ASSIGN   PIC X(04).
               10 WS-CA-WEIGHT   PIC 9(03).
       01 WS-CA-WEIGHT-SUM    PIC 9(05) VALUE ZERO.
       01 WS-CA-CUTS-SW       PIC X(01) VALUE 'N'.
           88 WS-CA-HAS-CUTS      VALUE 'Y'.

       01 WS-PREV-COURSE      PIC X(08) VALUE SPACES.
       01 WS-STUD-ID-DISP     PIC 9(09).
       01 WS-WTD-POINTS       PIC 9(07) VALUE ZERO.
       01 WS-WTD-SCORE        PIC 9(03)V9 VALUE ZERO.
       01 WS-MISSING          PIC 9(02) VALUE ZERO.
       01 WS-LETTER           PIC X(02).
       01 WS-BEST-MIN         PIC 9(03).
       01 WS-BEST-SW          PIC X(01) VALUE 'N'.
           88 WS-BEST-FOUND       VALUE 'Y'.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(11) VALUE 'STUD-ID'.
           05 FILLER PIC X(08) VALUE 'ASSIGN'.
           05 FILLER PIC X(40) VALUE 'EXCEPTION'.
           05 FILLER PIC X(63) VALUE SPACES.

       01 WS-EXCP-LINE.
           05 WS-EL-COURSE    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-EL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-EL-ASSIGN    PIC X(04).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-EL-TEXT      PIC X(40).
           05 FILLER          PIC X(63) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-ENROLL    PIC 9(07) VALUE ZERO.
           05 WS-CT-UNWEIGHTED PIC 9(07) VALUE ZERO.
           05 WS-CT-AUDIT     PIC 9(07) VALUE ZERO.
           05 WS-CT-GRADED    PIC 9(07) VALUE ZERO.
           05 WS-CT-WITHHELD  PIC 9(07) VALUE ZERO.
           05 WS-CT-ZEROED    PIC 9(07) VALUE ZERO.
           05 WS-CT-MISSING   PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-SEL-TERM         PIC X(06).
       01  DCLGRADE.
           10 WS-GR-STUD-ID            PIC S9(9) USAGE COMP.
           10 WS-GR-COURSE             PIC X(08).
           10 WS-GR-BASIS              PIC X(01).

            EXEC SQL
               DECLARE GRDCSR CURSOR FOR
               SELECT STUD_ID, COURSE_CODE, GRADE_BASIS
                 FROM STUD_ENROLL
                WHERE TERM = :WS-SEL-TERM
                  AND GRADE NOT = 'W '
                ORDER BY COURSE_CODE, STUD_ID
            END-EXEC.

       LINKAGE SECTION.
       01 LE-PARM-AREA.
           05 LE-PARM-LEN  PIC S9(4) COMP.
           05 LE-PARM-TEXT PIC X(08).

       PROCEDURE DIVISION USING LE-PARM-AREA.

            IF LE-PARM-LEN >= 6
               AND LE-PARM-TEXT(1:6) NOT = SPACES
               MOVE LE-PARM-TEXT(1:6) TO WS-TERM-TEXT
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'CRSGRADE: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            IF LE-PARM-LEN >= 8 AND LE-PARM-TEXT(8:1) = 'Z'
               SET WS-ZERO-MISSING TO TRUE
            END-IF.
            MOVE WS-TERM-TEXT TO WS-SEL-TERM.

            PERFORM A000-LOAD-WEIGHTS-PARA.
            IF WS-WGT-COUNT = ZERO
               DISPLAY 'CRSGRADE: NO ASSIGNMENT WEIGHTS LOADED FROM '
                       'GRDWGT - NOTHING TO GRADE'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN INPUT SCORFILE.
            IF NOT WS-SCOR-OK
               DISPLAY 'CRSGRADE: SCORFILE NOT AVAILABLE - STATUS '
                       WS-SCOR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT GRADFEED.
            OPEN OUTPUT RPTFILE.

            MOVE 'CRSGRADE' TO RH-PROGRAM-ID.
            MOVE SPACES TO RH-REPORT-TITLE.
            STRING 'MISSING ASSIGNMENTS - TERM ' WS-TERM-TEXT
                   DELIMITED BY SIZE INTO RH-REPORT-TITLE
            END-STRING.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            EXEC SQL
                 OPEN GRDCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               ADD 1 TO WS-CT-FAILED
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'CRSGRADE: ENROLLMENT CURSOR OPEN FAILED - '
                       'SQLCODE ' WS-SQLCODE-DISPLAY
               SET WS-CSR-DONE TO TRUE
            END-IF.
            PERFORM A000-GRADE-FETCH-PARA UNTIL WS-CSR-DONE.
            EXEC SQL
                 CLOSE GRDCSR
            END-EXEC.

            IF WS-CT-MISSING = ZERO
               MOVE 'NO MISSING ASSIGNMENTS' TO WS-PRINT-WORK
               PERFORM PRINT-LINE-PARA
            END-IF.

            CLOSE SCORFILE.
            CLOSE GRADFEED.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-LOAD-WEIGHTS-PARA.
             OPEN INPUT GRDWGT.
             IF WS-WGT-OK
                PERFORM UNTIL WS-EOF = 'Y'
                   READ GRDWGT
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          EVALUATE GW-REC-TYPE
                          WHEN 'W'
                               PERFORM A000-KEEP-WEIGHT-PARA
                          WHEN 'C'
                               PERFORM A000-KEEP-CUTOFF-PARA
                          END-EVALUATE
                   END-READ
                END-PERFORM
                CLOSE GRDWGT
             ELSE
                DISPLAY 'CRSGRADE: GRDWGT NOT AVAILABLE - STATUS '
                        WS-WGT-FS
             END-IF.
             MOVE SPACE TO WS-EOF.

       A000-KEEP-WEIGHT-PARA.
             IF GW-WEIGHT IS NUMERIC AND GW-WEIGHT > ZERO
                AND GW-ASSIGN NOT = SPACES
                IF WS-WGT-COUNT < 2000
                   ADD 1 TO WS-WGT-COUNT
                   SET WS-WGT-IDX TO WS-WGT-COUNT
                   MOVE GW-COURSE TO WS-WT-COURSE(WS-WGT-IDX)
                   MOVE GW-ASSIGN TO WS-WT-ASSIGN(WS-WGT-IDX)
                   MOVE GW-WEIGHT TO WS-WT-WEIGHT(WS-WGT-IDX)
                ELSE
                   ADD 1 TO WS-CT-OVERFLOW
                END-IF
             ELSE
                DISPLAY 'CRSGRADE: INVALID WEIGHT LINE FOR '
                        GW-COURSE ' ' GW-ASSIGN ' IGNORED'
             END-IF.

       A000-KEEP-CUTOFF-PARA.
             IF GW-MIN-SCORE IS NUMERIC AND GW-LETTER NOT = SPACES
                IF WS-CUT-COUNT < 500
                   ADD 1 TO WS-CUT-COUNT
                   SET WS-CUT-IDX TO WS-CUT-COUNT
                   MOVE GW-COURSE    TO WS-CU-COURSE(WS-CUT-IDX)
                   MOVE GW-LETTER    TO WS-CU-LETTER(WS-CUT-IDX)
                   MOVE GW-MIN-SCORE TO WS-CU-MIN(WS-CUT-IDX)
                ELSE
                   ADD 1 TO WS-CT-OVERFLOW
                END-IF
             ELSE
                DISPLAY 'CRSGRADE: INVALID CUTOFF LINE FOR '
                        GW-COURSE ' IGNORED'
             END-IF.

       A000-GRADE-FETCH-PARA.
             EXEC SQL
                  FETCH GRDCSR
                   INTO :WS-GR-STUD-ID, :WS-GR-COURSE,
                        :WS-GR-BASIS
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-ENROLL
                  IF WS-GR-COURSE NOT = WS-PREV-COURSE
                     MOVE WS-GR-COURSE TO WS-PREV-COURSE
                     PERFORM A000-COURSE-SETUP-PARA
                  END-IF
                  EVALUATE TRUE
                  WHEN WS-CA-WEIGHT-SUM = ZERO
                       ADD 1 TO WS-CT-UNWEIGHTED
                  WHEN WS-GR-BASIS = 'A'
                       ADD 1 TO WS-CT-AUDIT
                  WHEN OTHER
                       PERFORM A000-STUDENT-PARA
                  END-EVALUATE
             WHEN 100
                  SET WS-CSR-DONE TO TRUE
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'CRSGRADE: ENROLLMENT FETCH FAILED - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
                  SET WS-CSR-DONE TO TRUE
             END-EVALUATE.

       A000-COURSE-SETUP-PARA.
             MOVE ZERO TO WS-CA-COUNT.
             MOVE ZERO TO WS-CA-WEIGHT-SUM.
             MOVE 'N' TO WS-CA-CUTS-SW.
             PERFORM VARYING WS-WGT-IDX FROM 1 BY 1
                     UNTIL WS-WGT-IDX > WS-WGT-COUNT
                IF WS-WT-COURSE(WS-WGT-IDX) = WS-PREV-COURSE
                   IF WS-CA-COUNT < 50
                      ADD 1 TO WS-CA-COUNT
                      SET WS-CA-IDX TO WS-CA-COUNT
                      MOVE WS-WT-ASSIGN(WS-WGT-IDX)
                        TO WS-CA-ASSIGN(WS-CA-IDX)
                      MOVE WS-WT-WEIGHT(WS-WGT-IDX)
                        TO WS-CA-WEIGHT(WS-CA-IDX)
                      ADD WS-WT-WEIGHT(WS-WGT-IDX)
                        TO WS-CA-WEIGHT-SUM
                   ELSE
                      ADD 1 TO WS-CT-OVERFLOW
                   END-IF
                END-IF
             END-PERFORM.
             PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
                     UNTIL WS-CUT-IDX > WS-CUT-COUNT
                IF WS-CU-COURSE(WS-CUT-IDX) = WS-PREV-COURSE
                   SET WS-CA-HAS-CUTS TO TRUE
                END-IF
             END-PERFORM.

      *    A STUDENT MISSING ANY WEIGHTED ASSIGNMENT IS LISTED FOR THE
      *    INSTRUCTOR AND GETS NO GRADE UNLESS MISSING WORK IS BEING
      *    SCORED AS ZERO.
       A000-STUDENT-PARA.
             MOVE WS-GR-STUD-ID TO WS-STUD-ID-DISP.
             MOVE ZERO TO WS-WTD-POINTS.
             MOVE ZERO TO WS-MISSING.
             PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                     UNTIL WS-CA-IDX > WS-CA-COUNT
                MOVE WS-GR-COURSE    TO SC-COURSE
                MOVE WS-SEL-TERM     TO SC-TERM
                MOVE WS-STUD-ID-DISP TO SC-STUD-ID
                MOVE WS-CA-ASSIGN(WS-CA-IDX) TO SC-ASSIGN
                READ SCORFILE RECORD
                   INVALID KEY
                        ADD 1 TO WS-MISSING
                        PERFORM A000-EXCEPTION-PARA
                   NOT INVALID KEY
                        COMPUTE WS-WTD-POINTS = WS-WTD-POINTS
                                + SC-SCORE * WS-CA-WEIGHT(WS-CA-IDX)
                END-READ
             END-PERFORM.
             IF WS-MISSING > ZERO AND NOT WS-ZERO-MISSING
                ADD 1 TO WS-CT-WITHHELD
             ELSE
                IF WS-MISSING > ZERO
                   ADD 1 TO WS-CT-ZEROED
                END-IF
                COMPUTE WS-WTD-SCORE ROUNDED =
                        WS-WTD-POINTS / WS-CA-WEIGHT-SUM
                PERFORM A000-LETTER-PARA
                PERFORM A000-FEED-PARA
             END-IF.

       A000-EXCEPTION-PARA.
             ADD 1 TO WS-CT-MISSING.
             MOVE WS-GR-COURSE    TO WS-EL-COURSE.
             MOVE WS-STUD-ID-DISP TO WS-EL-STUD-ID.
             MOVE WS-CA-ASSIGN(WS-CA-IDX) TO WS-EL-ASSIGN.
             IF WS-ZERO-MISSING
                MOVE 'NO SCORE - COUNTED AS ZERO' TO WS-EL-TEXT
             ELSE
                MOVE 'NO SCORE - COURSE GRADE WITHHELD'
                  TO WS-EL-TEXT
             END-IF.
             MOVE WS-EXCP-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

      *    THE LETTER IS THE ONE WITH THE HIGHEST CUTOFF THE WEIGHTED
      *    SCORE REACHES.
       A000-LETTER-PARA.
             MOVE 'F ' TO WS-LETTER.
             MOVE ZERO TO WS-BEST-MIN.
             MOVE 'N' TO WS-BEST-SW.
             IF WS-CA-HAS-CUTS
                PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
                        UNTIL WS-CUT-IDX > WS-CUT-COUNT
                   IF WS-CU-COURSE(WS-CUT-IDX) = WS-GR-COURSE
                      AND WS-WTD-SCORE >= WS-CU-MIN(WS-CUT-IDX)
                      AND (NOT WS-BEST-FOUND
                           OR WS-CU-MIN(WS-CUT-IDX) > WS-BEST-MIN)
                      MOVE WS-CU-LETTER(WS-CUT-IDX) TO WS-LETTER
                      MOVE WS-CU-MIN(WS-CUT-IDX) TO WS-BEST-MIN
                      SET WS-BEST-FOUND TO TRUE
                   END-IF
                END-PERFORM
             ELSE
                PERFORM VARYING WS-DFLT-IDX FROM 1 BY 1
                        UNTIL WS-DFLT-IDX > 5
                   IF WS-WTD-SCORE >= WS-DC-MIN(WS-DFLT-IDX)
                      AND (NOT WS-BEST-FOUND
                           OR WS-DC-MIN(WS-DFLT-IDX) > WS-BEST-MIN)
                      MOVE WS-DC-LETTER(WS-DFLT-IDX) TO WS-LETTER
                      MOVE WS-DC-MIN(WS-DFLT-IDX) TO WS-BEST-MIN
                      SET WS-BEST-FOUND TO TRUE
                   END-IF
                END-PERFORM
             END-IF.
             IF WS-GR-BASIS = 'P'
                IF WS-LETTER = 'F '
                   MOVE 'NP' TO WS-LETTER
                ELSE
                   MOVE 'P ' TO WS-LETTER
                END-IF
             END-IF.

       A000-FEED-PARA.
             MOVE SPACES          TO GRAD-REC.
             MOVE WS-STUD-ID-DISP TO GF-STUD-ID.
             MOVE WS-GR-COURSE    TO GF-COURSE.
             MOVE WS-SEL-TERM     TO GF-TERM.
             MOVE WS-LETTER       TO GF-GRADE.
             WRITE GRAD-REC.
             ADD 1 TO WS-CT-GRADED.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CRSGRADE RUN CONTROL TOTALS'.
             DISPLAY 'TERM ........................ ' WS-TERM-TEXT.
             DISPLAY 'ENROLLMENTS READ ............ ' WS-CT-ENROLL.
             DISPLAY 'COURSE NOT WEIGHTED ......... '
                     WS-CT-UNWEIGHTED.
             DISPLAY 'AUDIT - NOT GRADED .......... ' WS-CT-AUDIT.
             DISPLAY 'GRADES WRITTEN TO GRADFEED .. ' WS-CT-GRADED.
             DISPLAY 'GRADES WITHHELD ............. '
                     WS-CT-WITHHELD.
             DISPLAY 'GRADED WITH MISSING AS ZERO . ' WS-CT-ZEROED.
             DISPLAY 'MISSING ASSIGNMENTS ......... ' WS-CT-MISSING.
             DISPLAY 'TABLE OVERFLOW .............. ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-WITHHELD > ZERO OR WS-CT-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
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
