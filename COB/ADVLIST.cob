       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                SELECT WATCHLST ASSIGN TO WATCHLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-STUD-ID
                FILE STATUS IS WS-WATCH-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD WATCHLST
            RECORDING MODE IS F.
       01 WATCH-REC.
          05 WL-STUD-ID      PIC X(09).
          05 WL-HOLD-REASON  PIC X(30).
          05 WL-EXPIRY-DATE  PIC X(08).
          05 WL-HOLD-TYPE    PIC X(01).
          05 FILLER          PIC X(32).
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
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-ADVASGN-FS       PIC X(02) VALUE SPACES.
           88 WS-ADVASGN-OK       VALUE '00'.
       01 WS-ADVA-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-ADVA-EOF         VALUE 'Y'.
       01 WS-INSTMAST-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTMAST-OK      VALUE '00'.
       01 WS-INSTMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-INSTMAST-AVAILABLE VALUE 'Y'.
       01 WS-WATCH-FS         PIC X(02) VALUE SPACES.
           88 WS-WATCH-OK         VALUE '00'.
       01 WS-WATCH-AVAIL-SW   PIC X(01) VALUE 'N'.
           88 WS-WATCH-AVAILABLE  VALUE 'Y'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08).
       01 WS-TERM-FOUND-FLAG  PIC X(01).

       01 WS-ADV-COUNT PIC 9(04) VALUE ZERO.
       01 WS-ADV-TABLE.
           05 WS-ADV-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-ADV-COUNT
                 INDEXED BY WS-ADV-IDX.
               10 WS-AT-ADVISOR-ID PIC X(09).
               10 WS-AT-ADVISEES   PIC 9(05).

       01 WS-STU-COUNT PIC 9(05) VALUE ZERO.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1 TO 30000 TIMES
                 DEPENDING ON WS-STU-COUNT
                 INDEXED BY WS-STU-IDX.
               10 WS-ST-ADVISOR-ID PIC X(09).
               10 WS-ST-STUD-ID    PIC X(09).

       01 WS-ADVISOR-NAME     PIC X(30).
       01 WS-STANDING         PIC X(09).
       01 WS-HOLD-FLAG        PIC X(08).

       01 WS-CUM-HOURS        PIC 9(04) VALUE ZERO.
       01 WS-CUM-POINTS       PIC 9(06)V99 VALUE ZERO.
       01 WS-CUM-GPA          PIC 9V99 VALUE ZERO.
       01 WS-GRADE-POINTS     PIC 9V99 VALUE ZERO.
       01 WS-GRADE-GPA-SW     PIC X(01) VALUE 'N'.
           88 WS-GRADE-IN-GPA     VALUE 'Y'.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-ADVISOR-HEADING.
           05 FILLER          PIC X(09) VALUE 'ADVISOR: '.
           05 WS-AH-ADVISOR-ID PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-AH-NAME      PIC X(30).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 WS-AH-TERM      PIC X(06).
           05 FILLER          PIC X(67) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(12) VALUE 'CLASS'.
           05 FILLER PIC X(08) VALUE 'COURSES'.
           05 FILLER PIC X(07) VALUE ' GPA'.
           05 FILLER PIC X(11) VALUE 'STANDING'.
           05 FILLER PIC X(08) VALUE 'HOLD'.
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-STUD-ID   PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-CLASS     PIC X(10).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-DL-COURSES   PIC ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-GPA       PIC 9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-STANDING  PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-HOLD      PIC X(08).
           05 FILLER          PIC X(43) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(20) VALUE 'ADVISEES ..........'.
           05 WS-TL-ADVISEES  PIC ZZ,ZZ9.
           05 FILLER          PIC X(05) VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'NOT ENROLLED ......'.
           05 WS-TL-NOT-ENRL  PIC ZZ,ZZ9.
           05 FILLER          PIC X(05) VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'ON PROBATION ......'.
           05 WS-TL-PROBATION PIC ZZ,ZZ9.
           05 FILLER          PIC X(44) VALUE SPACES.

       01 WS-ADV-NOT-ENRL     PIC 9(05) VALUE ZERO.
       01 WS-ADV-PROBATION    PIC 9(05) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-ASSIGNMENTS PIC 9(07) VALUE ZERO.
           05 WS-CT-ADVISORS  PIC 9(07) VALUE ZERO.
           05 WS-CT-LISTED    PIC 9(07) VALUE ZERO.
           05 WS-CT-NOT-ENRL  PIC 9(07) VALUE ZERO.
           05 WS-CT-PROBATION PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLDS     PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-STATUS           PIC X(10).
           10 WS-CLASS-STANDING        PIC X(10).

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-GRADE             PIC X(02).
           10 WS-ENR-TERM              PIC X(06).

       01 WS-ENRL-COUNT       PIC S9(9) USAGE COMP.

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

       LINKAGE SECTION.
       01 LV-PARM-AREA.
           05 LV-PARM-LEN  PIC S9(4) COMP.
           05 LV-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LV-PARM-AREA.

            IF LV-PARM-LEN > ZERO
               MOVE LV-PARM-TEXT(1:LV-PARM-LEN) TO WS-TERM-TEXT
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'ADVLIST: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-ENR-TERM.

            OPEN INPUT ADVASGN.
            IF NOT WS-ADVASGN-OK
               DISPLAY 'ADVLIST: ADVASGN NOT AVAILABLE - NO ADVISEE '
                       'LISTS PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'ADVLIST: CRSETAB NOT AVAILABLE - CANNOT '
                       'PRICE CREDIT HOURS'
               MOVE 16 TO RETURN-CODE
               CLOSE ADVASGN
               GOBACK
            END-IF.
            OPEN INPUT INSTMAST.
            IF WS-INSTMAST-OK
               SET WS-INSTMAST-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ADVLIST: INSTMAST NOT AVAILABLE - ADVISOR '
                       'NAMES LEFT BLANK'
            END-IF.
            OPEN INPUT WATCHLST.
            IF WS-WATCH-OK
               SET WS-WATCH-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ADVLIST: WATCHLST NOT AVAILABLE - HOLD '
                       'COLUMN LEFT BLANK'
            END-IF.

            MOVE 'ADVLIST' TO RH-PROGRAM-ID.
            MOVE 'ADVISEE LIST BY ADVISOR' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT RPTFILE.

            PERFORM A000-LOAD-ASSIGN-PARA.

            PERFORM VARYING WS-ADV-IDX FROM 1 BY 1
                    UNTIL WS-ADV-IDX > WS-ADV-COUNT
               PERFORM A000-ADVISOR-GROUP-PARA
            END-PERFORM.

            CLOSE ADVASGN.
            CLOSE CRSETAB.
            IF WS-INSTMAST-AVAILABLE
               CLOSE INSTMAST
            END-IF.
            IF WS-WATCH-AVAILABLE
               CLOSE WATCHLST
            END-IF.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-LOAD-ASSIGN-PARA.
             MOVE LOW-VALUES TO AV-STUD-ID.
             START ADVASGN KEY IS GREATER THAN AV-STUD-ID
                 INVALID KEY SET WS-ADVA-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-ADVA-EOF
                READ ADVASGN NEXT RECORD
                    AT END SET WS-ADVA-EOF TO TRUE
                    NOT AT END
                         ADD 1 TO WS-CT-ASSIGNMENTS
                         PERFORM A000-KEEP-ASSIGN-PARA
                END-READ
             END-PERFORM.

       A000-KEEP-ASSIGN-PARA.
             IF WS-STU-COUNT < 30000
                ADD 1 TO WS-STU-COUNT
                SET WS-STU-IDX TO WS-STU-COUNT
                MOVE AV-ADVISOR-ID TO WS-ST-ADVISOR-ID(WS-STU-IDX)
                MOVE AV-STUD-ID    TO WS-ST-STUD-ID(WS-STU-IDX)
                SET WS-ADV-IDX TO 1
                SEARCH WS-ADV-ENTRY
                   AT END
                        IF WS-ADV-COUNT < 2000
                           ADD 1 TO WS-ADV-COUNT
                           SET WS-ADV-IDX TO WS-ADV-COUNT
                           MOVE AV-ADVISOR-ID
                             TO WS-AT-ADVISOR-ID(WS-ADV-IDX)
                           MOVE 1 TO WS-AT-ADVISEES(WS-ADV-IDX)
                        ELSE
                           ADD 1 TO WS-CT-OVERFLOW
                        END-IF
                   WHEN WS-AT-ADVISOR-ID(WS-ADV-IDX) = AV-ADVISOR-ID
                        ADD 1 TO WS-AT-ADVISEES(WS-ADV-IDX)
                END-SEARCH
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-ADVISOR-GROUP-PARA.
             ADD 1 TO WS-CT-ADVISORS.
             MOVE ZERO TO WS-ADV-NOT-ENRL.
             MOVE ZERO TO WS-ADV-PROBATION.
             MOVE SPACES TO WS-ADVISOR-NAME.
             IF WS-INSTMAST-AVAILABLE
                MOVE WS-AT-ADVISOR-ID(WS-ADV-IDX) TO IN-INSTR-ID
                READ INSTMAST RECORD
                   INVALID KEY
                        MOVE '** NOT ON INSTRUCTOR MASTER **'
                          TO WS-ADVISOR-NAME
                   NOT INVALID KEY
                        MOVE IN-INSTR-NAME TO WS-ADVISOR-NAME
                END-READ
             END-IF.
             PERFORM NEW-PAGE-PARA.
             MOVE WS-AT-ADVISOR-ID(WS-ADV-IDX) TO WS-AH-ADVISOR-ID.
             MOVE WS-ADVISOR-NAME TO WS-AH-NAME.
             MOVE WS-TERM-TEXT    TO WS-AH-TERM.
             MOVE WS-ADVISOR-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                     UNTIL WS-STU-IDX > WS-STU-COUNT
                IF WS-ST-ADVISOR-ID(WS-STU-IDX) =
                   WS-AT-ADVISOR-ID(WS-ADV-IDX)
                   PERFORM A000-ADVISEE-PARA
                END-IF
             END-PERFORM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-AT-ADVISEES(WS-ADV-IDX) TO WS-TL-ADVISEES.
             MOVE WS-ADV-NOT-ENRL  TO WS-TL-NOT-ENRL.
             MOVE WS-ADV-PROBATION TO WS-TL-PROBATION.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-ADVISEE-PARA.
             IF WS-ST-STUD-ID(WS-STU-IDX) IS NOT NUMERIC
                ADD 1 TO WS-CT-NOTFOUND
             ELSE
                COMPUTE WS-STUD-ID =
                        FUNCTION NUMVAL(WS-ST-STUD-ID(WS-STU-IDX))
                EXEC SQL
                     SELECT  STUD_NAME, STUD_STATUS, CLASS_STANDING
                       INTO  :WS-STUD-NAME, :WS-STUD-STATUS,
                             :WS-CLASS-STANDING
                       FROM STUD_STUDENT
                      WHERE STUD_ID = :WS-STUD-ID
                END-EXEC
                EVALUATE SQLCODE
                WHEN 0
                     PERFORM A000-ADVISEE-LINE-PARA
                WHEN 100
                     ADD 1 TO WS-CT-NOTFOUND
                     DISPLAY 'ADVLIST: STUD-ID '
                             WS-ST-STUD-ID(WS-STU-IDX)
                             ' NOT ON STUD_STUDENT'
                WHEN OTHER
                     ADD 1 TO WS-CT-FAILED
                     MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                     DISPLAY 'ADVLIST: DB2 ERROR ON STUD_STUDENT - '
                             'SQLCODE ' WS-SQLCODE-DISPLAY
                END-EVALUATE
             END-IF.

       A000-ADVISEE-LINE-PARA.
             ADD 1 TO WS-CT-LISTED.
             EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-ENRL-COUNT
                    FROM STUD_ENROLL
                   WHERE STUD_ID = :WS-STUD-ID
                     AND TERM = :WS-ENR-TERM
             END-EXEC.
             IF SQLCODE NOT = 0
                MOVE ZERO TO WS-ENRL-COUNT
             END-IF.
             IF WS-ENRL-COUNT = ZERO
                ADD 1 TO WS-ADV-NOT-ENRL
                ADD 1 TO WS-CT-NOT-ENRL
             END-IF.
             PERFORM A000-CUM-GPA-PARA.
             IF WS-STUD-STATUS = 'PROBATION'
                MOVE 'PROBATION' TO WS-STANDING
                ADD 1 TO WS-ADV-PROBATION
                ADD 1 TO WS-CT-PROBATION
             ELSE
                MOVE 'GOOD' TO WS-STANDING
             END-IF.
             MOVE SPACES TO WS-HOLD-FLAG.
             IF WS-WATCH-AVAILABLE
                MOVE WS-ST-STUD-ID(WS-STU-IDX) TO WL-STUD-ID
                READ WATCHLST RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF WL-HOLD-TYPE = 'V'
                           MOVE 'ADVISING' TO WS-HOLD-FLAG
                           ADD 1 TO WS-CT-HOLDS
                        ELSE
                           MOVE 'OTHER' TO WS-HOLD-FLAG
                        END-IF
                END-READ
             END-IF.
             MOVE WS-ST-STUD-ID(WS-STU-IDX) TO WS-DL-STUD-ID.
             MOVE WS-STUD-NAME      TO WS-DL-NAME.
             MOVE WS-CLASS-STANDING TO WS-DL-CLASS.
             MOVE WS-ENRL-COUNT     TO WS-DL-COURSES.
             MOVE WS-CUM-GPA        TO WS-DL-GPA.
             MOVE WS-STANDING       TO WS-DL-STANDING.
             MOVE WS-HOLD-FLAG      TO WS-DL-HOLD.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

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

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ADVLIST RUN CONTROL TOTALS'.
             DISPLAY 'TERM ........................ ' WS-TERM-TEXT.
             DISPLAY 'ASSIGNMENTS READ ............ '
                     WS-CT-ASSIGNMENTS.
             DISPLAY 'ADVISORS LISTED ............. ' WS-CT-ADVISORS.
             DISPLAY 'ADVISEES LISTED ............. ' WS-CT-LISTED.
             DISPLAY 'ADVISEES NOT ENROLLED ....... ' WS-CT-NOT-ENRL.
             DISPLAY 'ADVISEES ON PROBATION ....... '
                     WS-CT-PROBATION.
             DISPLAY 'ADVISING HOLDS OUTSTANDING .. ' WS-CT-HOLDS.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'TABLE OVERFLOW .............. ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-OVERFLOW > ZERO
                   MOVE 8 TO RETURN-CODE
                ELSE
                   IF WS-CT-NOTFOUND > ZERO
                      MOVE 4 TO RETURN-CODE
                   ELSE
                      MOVE 0 TO RETURN-CODE
                   END-IF
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
