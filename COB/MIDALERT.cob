       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDALERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT MIDPARM ASSIGN TO MIDPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT ADVASGN ASSIGN TO ADVASGN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AV-STUD-ID
                FILE STATUS IS WS-ADVASGN-FS.
                SELECT INSTMAST ASSIGN TO INSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTR-ID
                FILE STATUS IS WS-INSTMAST-FS.
                SELECT MIDLTR ASSIGN TO MIDLTR
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MIDPARM
            RECORDING MODE IS F.
       01 MPARM-REC.
          05 MPARM-MIN-DEFICIENT PIC 9(02).
          05 FILLER              PIC X(78).
       FD ADVASGN
            RECORDING MODE IS F.
       01 ADVA-REC.
          05 AV-STUD-ID      PIC X(09).
          05 AV-ADVISOR-ID   PIC X(09).
          05 AV-ASSIGN-DATE  PIC X(08).
          05 FILLER          PIC X(54).
       FD INSTMAST
            RECORDING MODE IS F.
       01 INST-REC.
          05 IN-INSTR-ID     PIC X(09).
          05 IN-INSTR-NAME   PIC X(30).
          05 IN-DEPT-CODE    PIC X(03).
          05 IN-CONTRACT-HRS PIC 9(02).
          05 IN-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
       FD MIDLTR
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

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-ADVASGN-FS       PIC X(02) VALUE SPACES.
           88 WS-ADVASGN-OK       VALUE '00'.
       01 WS-ADVASGN-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-ADVASGN-AVAILABLE VALUE 'Y'.
       01 WS-INSTMAST-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTMAST-OK      VALUE '00'.
       01 WS-INSTMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-INSTMAST-AVAILABLE VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08).
       01 WS-TERM-FOUND-FLAG  PIC X(01).

       01 WS-MIN-DEFICIENT    PIC 9(02) VALUE 2.
       01 WS-ADVISOR-ID       PIC X(09).
       01 WS-ADVISOR-NAME     PIC X(30).
       01 WS-STUD-KEY         PIC 9(09).

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.
       01 WS-DEF-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-DEF-DONE         VALUE 'Y'.

       01 WS-ALRT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-ALRT-TABLE.
           05 WS-ALRT-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-ALRT-COUNT
                 INDEXED BY WS-ALRT-IDX.
               10 WS-AL-ADVISOR-ID PIC X(09).
               10 WS-AL-STUD-ID    PIC 9(09).
               10 WS-AL-NAME       PIC X(30).
               10 WS-AL-DEPT       PIC X(10).
               10 WS-AL-DEFICIENT  PIC 9(02).
               10 WS-AL-CRS-COUNT  PIC 9(01).
               10 WS-AL-CRS OCCURS 5 TIMES.
                   15 WS-AL-COURSE PIC X(08).
                   15 WS-AL-GRADE  PIC X(02).

       01 WS-CRS-IDX          PIC 9(01) VALUE ZERO.

       01 WS-ADV-COUNT PIC 9(04) VALUE ZERO.
       01 WS-ADV-TABLE.
           05 WS-ADV-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-ADV-COUNT
                 INDEXED BY WS-ADV-IDX.
               10 WS-AT-ADVISOR-ID PIC X(09).
               10 WS-AT-STUDENTS   PIC 9(05).

       01 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY WS-DEPT-IDX.
               10 WS-DE-DEPT       PIC X(10).
               10 WS-DE-STUDENTS   PIC 9(05).

       01 WS-ADVISOR-HEADING.
           05 FILLER          PIC X(09) VALUE 'ADVISOR: '.
           05 WS-AH-ADVISOR-ID PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-AH-NAME      PIC X(30).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 WS-AH-TERM      PIC X(06).
           05 FILLER          PIC X(67) VALUE SPACES.

       01 WS-DEPT-HEADING.
           05 FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05 WS-DH-DEPT      PIC X(10).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 WS-DH-TERM      PIC X(06).
           05 FILLER          PIC X(95) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(12) VALUE 'DEPARTMENT'.
           05 FILLER PIC X(06) VALUE 'DEF'.
           05 FILLER PIC X(28) VALUE 'DEFICIENT MID-TERM GRADES'.
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DEPT      PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DEFICIENT PIC Z9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-DL-CRS OCCURS 5 TIMES.
               10 WS-DL-COURSE PIC X(08).
               10 FILLER       PIC X(01).
               10 WS-DL-GRADE  PIC X(02).
               10 FILLER       PIC X(02).
           05 FILLER          PIC X(06) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-TL-LABEL     PIC X(30).
           05 WS-TL-VALUE     PIC Z(06)9.
           05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-LETTERS   PIC 9(07) VALUE ZERO.
           05 WS-CT-ADVISORS  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-ADVISOR PIC 9(07) VALUE ZERO.
           05 WS-CT-DEPTS     PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-DEPT             PIC X(10).

       01  DCLMIDTERM.
           10 WS-MID-TERM              PIC X(06).
           10 WS-MID-COURSE            PIC X(08).
           10 WS-MID-GRADE             PIC X(02).

       01 WS-DEF-COUNT        PIC S9(9) USAGE COMP.
       01 WS-MIN-COUNT        PIC S9(9) USAGE COMP.

            EXEC SQL
               DECLARE ALRTCSR CURSOR FOR
               SELECT M.STUD_ID, S.STUD_NAME, S.STUD_DEPT, COUNT(*)
                 FROM STUD_MIDTERM M, STUD_STUDENT S, STUD_ENROLL E
                WHERE M.TERM = :WS-MID-TERM
                  AND M.MID_GRADE IN ('U ', 'D ', 'F ')
                  AND S.STUD_ID = M.STUD_ID
                  AND E.STUD_ID = M.STUD_ID
                  AND E.COURSE_CODE = M.COURSE_CODE
                  AND E.TERM = M.TERM
                  AND E.GRADE <> 'W '
                GROUP BY M.STUD_ID, S.STUD_NAME, S.STUD_DEPT
               HAVING COUNT(*) >= :WS-MIN-COUNT
                ORDER BY M.STUD_ID
            END-EXEC.

            EXEC SQL
               DECLARE DEFCSR CURSOR FOR
               SELECT M.COURSE_CODE, M.MID_GRADE
                 FROM STUD_MIDTERM M, STUD_ENROLL E
                WHERE M.STUD_ID = :WS-STUD-ID
                  AND M.TERM = :WS-MID-TERM
                  AND M.MID_GRADE IN ('U ', 'D ', 'F ')
                  AND E.STUD_ID = M.STUD_ID
                  AND E.COURSE_CODE = M.COURSE_CODE
                  AND E.TERM = M.TERM
                  AND E.GRADE <> 'W '
                ORDER BY M.COURSE_CODE
            END-EXEC.

       LINKAGE SECTION.
       01 LM-PARM-AREA.
           05 LM-PARM-LEN  PIC S9(4) COMP.
           05 LM-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LM-PARM-AREA.

            IF LM-PARM-LEN > ZERO
               MOVE LM-PARM-TEXT(1:LM-PARM-LEN) TO WS-TERM-TEXT
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'MIDALERT: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-MID-TERM.

            PERFORM A000-INIT-PARM-PARA.
            MOVE WS-MIN-DEFICIENT TO WS-MIN-COUNT.

            OPEN INPUT ADVASGN.
            IF WS-ADVASGN-OK
               SET WS-ADVASGN-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'MIDALERT: ADVASGN NOT AVAILABLE - ALL '
                       'STUDENTS LISTED WITHOUT AN ADVISOR'
            END-IF.
            OPEN INPUT INSTMAST.
            IF WS-INSTMAST-OK
               SET WS-INSTMAST-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'MIDALERT: INSTMAST NOT AVAILABLE - ADVISOR '
                       'NAMES LEFT BLANK'
            END-IF.

            MOVE 'MIDALERT' TO RH-PROGRAM-ID.
            MOVE 'MID-TERM EARLY ALERT BY ADVISOR' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT MIDLTR.
            OPEN OUTPUT RPTFILE.

            PERFORM A000-LOAD-ALERTS-PARA.

            IF WS-CT-FAILED = ZERO
               PERFORM A000-REPORT-PARA
            END-IF.

            IF WS-ADVASGN-AVAILABLE
               CLOSE ADVASGN
            END-IF.
            IF WS-INSTMAST-AVAILABLE
               CLOSE INSTMAST
            END-IF.
            CLOSE MIDLTR.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT MIDPARM.
             IF WS-PARM-OK
                READ MIDPARM
                    NOT AT END
                         IF MPARM-MIN-DEFICIENT IS NUMERIC
                            AND MPARM-MIN-DEFICIENT > ZERO
                            MOVE MPARM-MIN-DEFICIENT
                              TO WS-MIN-DEFICIENT
                         END-IF
                END-READ
                CLOSE MIDPARM
             ELSE
                DISPLAY 'MIDALERT: NO MIDPARM FOUND - ALERTING AT '
                        '2 DEFICIENT GRADES'
             END-IF.

       A000-LOAD-ALERTS-PARA.
             MOVE 'N' TO WS-CSR-DONE-SW.
             EXEC SQL
                  OPEN ALRTCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'MIDALERT: OPEN ALRTCSR FAILED - SQLCODE '
                        WS-SQLCODE-DISPLAY
                SET WS-CSR-DONE TO TRUE
             END-IF.
             PERFORM A000-ALERT-FETCH-PARA UNTIL WS-CSR-DONE.
             EXEC SQL
                  CLOSE ALRTCSR
             END-EXEC.

       A000-ALERT-FETCH-PARA.
             EXEC SQL
                  FETCH ALRTCSR
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,
                        :WS-DEF-COUNT
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  PERFORM A000-ADD-ALERT-PARA
             WHEN 100
                  SET WS-CSR-DONE TO TRUE
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'MIDALERT: FETCH ALRTCSR FAILED - SQLCODE '
                          WS-SQLCODE-DISPLAY
                  SET WS-CSR-DONE TO TRUE
             END-EVALUATE.

       A000-ADD-ALERT-PARA.
             ADD 1 TO WS-CT-STUDENTS.
             MOVE WS-STUD-ID TO WS-STUD-KEY.
             PERFORM A000-ADVISOR-LOOKUP-PARA.
             MOVE SPACES        TO DLT-REC.
             MOVE 'M'           TO DLT-ACTION.
             MOVE WS-STUD-KEY   TO DLT-STUD-ID.
             MOVE WS-STUD-NAME  TO DLT-STUD-NAME.
             MOVE WS-STUD-DEPT  TO DLT-STUD-DEPT.
             WRITE DLT-REC.
             ADD 1 TO WS-CT-LETTERS.
             IF WS-ALRT-COUNT < 5000
                ADD 1 TO WS-ALRT-COUNT
                SET WS-ALRT-IDX TO WS-ALRT-COUNT
                MOVE WS-ADVISOR-ID TO WS-AL-ADVISOR-ID(WS-ALRT-IDX)
                MOVE WS-STUD-KEY   TO WS-AL-STUD-ID(WS-ALRT-IDX)
                MOVE WS-STUD-NAME  TO WS-AL-NAME(WS-ALRT-IDX)
                MOVE WS-STUD-DEPT  TO WS-AL-DEPT(WS-ALRT-IDX)
                MOVE WS-DEF-COUNT  TO WS-AL-DEFICIENT(WS-ALRT-IDX)
                MOVE ZERO          TO WS-AL-CRS-COUNT(WS-ALRT-IDX)
                PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                        UNTIL WS-CRS-IDX > 5
                   MOVE SPACES TO WS-AL-CRS(WS-ALRT-IDX, WS-CRS-IDX)
                END-PERFORM
                PERFORM A000-LOAD-COURSES-PARA
                PERFORM A000-ADVISOR-TALLY-PARA
                PERFORM A000-DEPT-TALLY-PARA
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-ADVISOR-LOOKUP-PARA.
             MOVE SPACES TO WS-ADVISOR-ID.
             IF WS-ADVASGN-AVAILABLE
                MOVE WS-STUD-KEY TO AV-STUD-ID
                READ ADVASGN RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE AV-ADVISOR-ID TO WS-ADVISOR-ID
                END-READ
             END-IF.
             IF WS-ADVISOR-ID = SPACES
                ADD 1 TO WS-CT-NO-ADVISOR
             END-IF.

       A000-LOAD-COURSES-PARA.
             MOVE 'N' TO WS-DEF-DONE-SW.
             EXEC SQL
                  OPEN DEFCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'MIDALERT: OPEN DEFCSR FAILED - SQLCODE '
                        WS-SQLCODE-DISPLAY
                SET WS-DEF-DONE TO TRUE
             END-IF.
             PERFORM A000-COURSE-FETCH-PARA UNTIL WS-DEF-DONE.
             EXEC SQL
                  CLOSE DEFCSR
             END-EXEC.

       A000-COURSE-FETCH-PARA.
             EXEC SQL
                  FETCH DEFCSR
                   INTO :WS-MID-COURSE, :WS-MID-GRADE
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  IF WS-AL-CRS-COUNT(WS-ALRT-IDX) < 5
                     ADD 1 TO WS-AL-CRS-COUNT(WS-ALRT-IDX)
                     MOVE WS-AL-CRS-COUNT(WS-ALRT-IDX) TO WS-CRS-IDX
                     MOVE WS-MID-COURSE
                       TO WS-AL-COURSE(WS-ALRT-IDX, WS-CRS-IDX)
                     MOVE WS-MID-GRADE
                       TO WS-AL-GRADE(WS-ALRT-IDX, WS-CRS-IDX)
                  END-IF
             WHEN 100
                  SET WS-DEF-DONE TO TRUE
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'MIDALERT: FETCH DEFCSR FAILED - SQLCODE '
                          WS-SQLCODE-DISPLAY
                  SET WS-DEF-DONE TO TRUE
             END-EVALUATE.

       A000-ADVISOR-TALLY-PARA.
             SET WS-ADV-IDX TO 1.
             SEARCH WS-ADV-ENTRY
                AT END
                     IF WS-ADV-COUNT < 2000
                        ADD 1 TO WS-ADV-COUNT
                        SET WS-ADV-IDX TO WS-ADV-COUNT
                        MOVE WS-ADVISOR-ID
                          TO WS-AT-ADVISOR-ID(WS-ADV-IDX)
                        MOVE 1 TO WS-AT-STUDENTS(WS-ADV-IDX)
                     END-IF
                WHEN WS-AT-ADVISOR-ID(WS-ADV-IDX) = WS-ADVISOR-ID
                     ADD 1 TO WS-AT-STUDENTS(WS-ADV-IDX)
             END-SEARCH.

       A000-DEPT-TALLY-PARA.
             SET WS-DEPT-IDX TO 1.
             SEARCH WS-DEPT-ENTRY
                AT END
                     IF WS-DEPT-COUNT < 500
                        ADD 1 TO WS-DEPT-COUNT
                        SET WS-DEPT-IDX TO WS-DEPT-COUNT
                        MOVE WS-STUD-DEPT TO WS-DE-DEPT(WS-DEPT-IDX)
                        MOVE 1 TO WS-DE-STUDENTS(WS-DEPT-IDX)
                     END-IF
                WHEN WS-DE-DEPT(WS-DEPT-IDX) = WS-STUD-DEPT
                     ADD 1 TO WS-DE-STUDENTS(WS-DEPT-IDX)
             END-SEARCH.

       A000-REPORT-PARA.
             IF WS-ALRT-COUNT = ZERO
                MOVE 'NO STUDENTS MET THE MID-TERM ALERT THRESHOLD'
                  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             PERFORM VARYING WS-ADV-IDX FROM 1 BY 1
                     UNTIL WS-ADV-IDX > WS-ADV-COUNT
                PERFORM A000-ADVISOR-GROUP-PARA
             END-PERFORM.
             MOVE 'MID-TERM EARLY ALERT BY DEPARTMENT'
               TO RH-REPORT-TITLE.
             MOVE 99 TO WS-LINE-COUNT.
             PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                PERFORM A000-DEPT-GROUP-PARA
             END-PERFORM.

       A000-ADVISOR-GROUP-PARA.
             ADD 1 TO WS-CT-ADVISORS.
             MOVE WS-AT-ADVISOR-ID(WS-ADV-IDX) TO WS-AH-ADVISOR-ID.
             MOVE SPACES TO WS-ADVISOR-NAME.
             IF WS-AT-ADVISOR-ID(WS-ADV-IDX) = SPACES
                MOVE 'NO ADVISOR ASSIGNED' TO WS-ADVISOR-NAME
             ELSE
                IF WS-INSTMAST-AVAILABLE
                   MOVE WS-AT-ADVISOR-ID(WS-ADV-IDX) TO IN-INSTR-ID
                   READ INSTMAST RECORD
                      INVALID KEY
                           MOVE 'ADVISOR NOT ON INSTMAST'
                             TO WS-ADVISOR-NAME
                      NOT INVALID KEY
                           MOVE IN-INSTR-NAME TO WS-ADVISOR-NAME
                   END-READ
                END-IF
             END-IF.
             MOVE WS-ADVISOR-NAME TO WS-AH-NAME.
             MOVE WS-MID-TERM TO WS-AH-TERM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-ADVISOR-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-ALRT-IDX FROM 1 BY 1
                     UNTIL WS-ALRT-IDX > WS-ALRT-COUNT
                IF WS-AL-ADVISOR-ID(WS-ALRT-IDX)
                   = WS-AT-ADVISOR-ID(WS-ADV-IDX)
                   PERFORM A000-DETAIL-PARA
                END-IF
             END-PERFORM.
             MOVE 'ADVISEES ON EARLY ALERT' TO WS-TL-LABEL.
             MOVE WS-AT-STUDENTS(WS-ADV-IDX) TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-DEPT-GROUP-PARA.
             ADD 1 TO WS-CT-DEPTS.
             MOVE WS-DE-DEPT(WS-DEPT-IDX) TO WS-DH-DEPT.
             MOVE WS-MID-TERM TO WS-DH-TERM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-DEPT-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-ALRT-IDX FROM 1 BY 1
                     UNTIL WS-ALRT-IDX > WS-ALRT-COUNT
                IF WS-AL-DEPT(WS-ALRT-IDX) = WS-DE-DEPT(WS-DEPT-IDX)
                   PERFORM A000-DETAIL-PARA
                END-IF
             END-PERFORM.
             MOVE 'DEPARTMENT EARLY ALERT TOTAL' TO WS-TL-LABEL.
             MOVE WS-DE-STUDENTS(WS-DEPT-IDX) TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-DETAIL-PARA.
             MOVE WS-AL-STUD-ID(WS-ALRT-IDX)   TO WS-DL-STUD-ID.
             MOVE WS-AL-NAME(WS-ALRT-IDX)      TO WS-DL-NAME.
             MOVE WS-AL-DEPT(WS-ALRT-IDX)      TO WS-DL-DEPT.
             MOVE WS-AL-DEFICIENT(WS-ALRT-IDX) TO WS-DL-DEFICIENT.
             PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                     UNTIL WS-CRS-IDX > 5
                MOVE WS-AL-COURSE(WS-ALRT-IDX, WS-CRS-IDX)
                  TO WS-DL-COURSE(WS-CRS-IDX)
                MOVE WS-AL-GRADE(WS-ALRT-IDX, WS-CRS-IDX)
                  TO WS-DL-GRADE(WS-CRS-IDX)
             END-PERFORM.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'MIDALERT RUN CONTROL TOTALS'.
             DISPLAY 'TERM ........................ ' WS-MID-TERM.
             DISPLAY 'MINIMUM DEFICIENT GRADES .... ' WS-MIN-DEFICIENT.
             DISPLAY 'STUDENTS ON EARLY ALERT ..... ' WS-CT-STUDENTS.
             DISPLAY 'ALERT LETTERS WRITTEN ....... ' WS-CT-LETTERS.
             DISPLAY 'ADVISORS REPORTED ........... ' WS-CT-ADVISORS.
             DISPLAY 'STUDENTS WITHOUT ADVISOR .... '
                     WS-CT-NO-ADVISOR.
             DISPLAY 'DEPARTMENTS REPORTED ........ ' WS-CT-DEPTS.
             DISPLAY 'REPORT TABLE OVERFLOW ....... ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-OVERFLOW > ZERO
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
