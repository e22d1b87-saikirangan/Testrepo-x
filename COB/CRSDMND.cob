       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSDMND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT WAITFILE ASSIGN TO WAITFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WAIT-FS.
                SELECT DARSLT ASSIGN TO DARSLT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RSLT-FS.
                SELECT FCSTPARM ASSIGN TO FCSTPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD TERMTAB
            RECORDING MODE IS F.
       01 TERM-REC.
          05 TM-TERM-CODE    PIC X(06).
          05 TM-START-DATE   PIC X(08).
          05 TM-END-DATE     PIC X(08).
          05 TM-CENSUS-DATE  PIC X(08).
          05 TM-STATUS       PIC X(01).
          05 TM-MAX-HOURS    PIC 9(02).
          05 TM-LAST-ADD-DATE  PIC X(08).
          05 TM-LAST-DROP-DATE PIC X(08).
          05 FILLER          PIC X(31).
       FD WAITFILE
            RECORDING MODE IS F.
       01 WAIT-REC.
          05 WT-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 WT-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 WT-TERM         PIC X(06).
          05 FILLER          PIC X(55).
       FD DARSLT
            RECORDING MODE IS F.
       01 DARSLT-REC.
          05 RS-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 RS-REC-TYPE     PIC X(01).
          05 FILLER          PIC X(01).
          05 RS-STUD-DEPT    PIC X(10).
          05 FILLER          PIC X(01).
          05 RS-RESULT       PIC X(01).
          05 FILLER          PIC X(01).
          05 RS-TEXT.
             10 RS-REQ-LIT   PIC X(16).
             10 RS-REQ-COURSE PIC X(08).
             10 FILLER       PIC X(26).
          05 FILLER          PIC X(01).
          05 RS-PROG-TYPE    PIC X(01).
          05 FILLER          PIC X(03).
      *    AUDIT SHARE IS THE PERCENT OF STUDENTS STILL NEEDING A
      *    REQUIRED COURSE EXPECTED TO TAKE IT IN THE TARGET TERM;
      *    TOLERANCE IS THE PERCENT EITHER SIDE OF CR-MAX-SEATS WITHIN
      *    WHICH NO CHANGE IS RECOMMENDED.
       FD FCSTPARM
            RECORDING MODE IS F.
       01 FPARM-REC.
          05 FPARM-AUDIT-PCT PIC 9(03).
          05 FILLER          PIC X(01).
          05 FPARM-TOL-PCT   PIC 9(03).
          05 FILLER          PIC X(73).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).
       01 WS-COLUMN-HEADING PIC X(132) VALUE SPACES.

       01 WS-EOF         PIC A VALUE SPACE.

       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSE-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-CRSE-EOF         VALUE 'Y'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-TERMTAB-EOF-SW   PIC X(01) VALUE 'N'.
           88 WS-TERMTAB-EOF      VALUE 'Y'.
       01 WS-WAIT-FS          PIC X(02) VALUE SPACES.
           88 WS-WAIT-OK          VALUE '00'.
       01 WS-RSLT-FS          PIC X(02) VALUE SPACES.
           88 WS-RSLT-OK          VALUE '00'.
       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-CURR-TERM        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08).
       01 WS-TERM-FOUND-FLAG  PIC X(01).
       01 WS-NEXT-START       PIC X(08) VALUE HIGH-VALUES.

      *    TERM CODES ARE THE YEAR FOLLOWED BY A TWO-CHARACTER TERM
      *    TYPE. HISTORY IS THE SAME TERM TYPE IN THE THREE YEARS
      *    BEFORE THE TARGET TERM.
       01 WS-TARGET-TERM.
           05 WS-TGT-YEAR     PIC X(04).
           05 WS-TGT-TYPE     PIC X(02).
       01 WS-TGT-YEAR-NUM     PIC 9(04).
       01 WS-HIST-FROM.
           05 WS-HF-YEAR      PIC 9(04).
           05 WS-HF-TYPE      PIC X(02).
       01 WS-HIST-YEARS       PIC 9(01) VALUE 3.

       01 WS-AUDIT-PCT        PIC 9(03) VALUE 50.
       01 WS-TOL-PCT          PIC 9(03) VALUE 10.

       01 WS-CRS-COUNT PIC 9(04) VALUE ZERO.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-CRS-COUNT
                 ASCENDING KEY IS WS-CE-COURSE
                 INDEXED BY WS-CRS-IDX.
               10 WS-CE-COURSE     PIC X(08).
               10 WS-CE-DEPT       PIC X(03).
               10 WS-CE-TITLE      PIC X(24).
               10 WS-CE-SEATS      PIC 9(04).
               10 WS-CE-HIST-ENRL  PIC 9(07).
               10 WS-CE-HIST-TERMS PIC 9(03).
               10 WS-CE-CURR-ENRL  PIC 9(05).
               10 WS-CE-WAIT       PIC 9(05).
               10 WS-CE-AUDIT      PIC 9(05).
               10 WS-CE-AUDIT-LAST PIC 9(09).

       01 WS-CURR-DEPT        PIC X(03) VALUE LOW-VALUES.
       01 WS-NEXT-DEPT        PIC X(03).
       01 WS-MORE-DEPTS-SW    PIC X(01) VALUE 'Y'.
           88 WS-MORE-DEPTS       VALUE 'Y'.

       01 WS-HIST-AVG         PIC 9(05).
       01 WS-BASE             PIC 9(05).
       01 WS-PROJ             PIC 9(05).
       01 WS-AUDIT-FLOOR      PIC 9(05).
       01 WS-TOL-SEATS        PIC 9(05).
       01 WS-CHANGE           PIC 9(05).

       01 WS-DEPT-TOTALS.
           05 WS-DT-COURSES   PIC 9(05).
           05 WS-DT-SEATS     PIC 9(07).
           05 WS-DT-PROJ      PIC 9(07).
           05 WS-DT-ADD       PIC 9(07).
           05 WS-DT-CUT       PIC 9(07).

       01 WS-FCST-HEADING.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(26) VALUE 'TITLE'.
           05 FILLER PIC X(07) VALUE ' SEATS'.
           05 FILLER PIC X(07) VALUE '  HIST'.
           05 FILLER PIC X(07) VALUE '  CURR'.
           05 FILLER PIC X(07) VALUE '  WAIT'.
           05 FILLER PIC X(07) VALUE ' AUDIT'.
           05 FILLER PIC X(07) VALUE '  PROJ'.
           05 FILLER PIC X(14) VALUE '  RECOMMEND'.
           05 FILLER PIC X(40) VALUE SPACES.

       01 WS-DEPT-LINE.
           05 FILLER           PIC X(11) VALUE 'DEPARTMENT '.
           05 WS-DH-DEPT       PIC X(03).
           05 FILLER           PIC X(118) VALUE SPACES.

       01 WS-FCST-LINE.
           05 WS-FL-COURSE     PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-FL-TITLE      PIC X(24).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-FL-SEATS      PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-FL-HIST       PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-FL-CURR       PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-FL-WAIT       PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-FL-AUDIT      PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-FL-PROJ       PIC Z(05)9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-FL-ACTION     PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-FL-CHANGE     PIC Z(04)9.
           05 FILLER           PIC X(40) VALUE SPACES.

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'DEPT TOTAL'.
           05 WS-DTL-COURSES   PIC Z(04)9.
           05 FILLER           PIC X(09) VALUE ' COURSES '.
           05 WS-DTL-SEATS     PIC Z(06)9.
           05 FILLER           PIC X(29) VALUE SPACES.
           05 WS-DTL-PROJ      PIC Z(06)9.
           05 FILLER           PIC X(07) VALUE '   ADD '.
           05 WS-DTL-ADD       PIC Z(06)9.
           05 FILLER           PIC X(06) VALUE '  CUT '.
           05 WS-DTL-CUT       PIC Z(06)9.
           05 FILLER           PIC X(21) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-COURSES   PIC 9(07) VALUE ZERO.
           05 WS-CT-HIST-ROWS PIC 9(07) VALUE ZERO.
           05 WS-CT-CURR-ROWS PIC 9(07) VALUE ZERO.
           05 WS-CT-WAIT-READ PIC 9(07) VALUE ZERO.
           05 WS-CT-WAIT-USED PIC 9(07) VALUE ZERO.
           05 WS-CT-RSLT-READ PIC 9(07) VALUE ZERO.
           05 WS-CT-RSLT-USED PIC 9(07) VALUE ZERO.
           05 WS-CT-ADD       PIC 9(07) VALUE ZERO.
           05 WS-CT-CUT       PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLD      PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-WARN      PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-SEL-TERM         PIC X(06).
       01 WS-SEL-TYPE         PIC X(02).
       01 WS-SEL-FROM         PIC X(06).
       01 WS-GRP-COURSE       PIC X(08).
       01 WS-GRP-COUNT        PIC S9(9) USAGE COMP.
       01 WS-GRP-TERMS        PIC S9(9) USAGE COMP.
       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

      *    TERMS NOT YET MOVED TO STUD_ENRLHIST ARE STILL ON
      *    STUD_ENROLL, SO BOTH ARE READ FOR THE HISTORY WINDOW.
            EXEC SQL
               DECLARE HSTCSR CURSOR FOR
               SELECT X.COURSE_CODE, COUNT(*), COUNT(DISTINCT X.TERM)
                 FROM (SELECT H.COURSE_CODE, H.TERM
                         FROM STUD_ENRLHIST H
                        WHERE SUBSTR(H.TERM, 5, 2) = :WS-SEL-TYPE
                          AND H.TERM >= :WS-SEL-FROM
                          AND H.TERM <  :WS-SEL-TERM
                          AND H.GRADE <> 'W '
                       UNION ALL
                       SELECT E.COURSE_CODE, E.TERM
                         FROM STUD_ENROLL E
                        WHERE SUBSTR(E.TERM, 5, 2) = :WS-SEL-TYPE
                          AND E.TERM >= :WS-SEL-FROM
                          AND E.TERM <  :WS-SEL-TERM
                          AND E.GRADE <> 'W ') AS X
                GROUP BY X.COURSE_CODE
            END-EXEC.

            EXEC SQL
               DECLARE CURCSR CURSOR FOR
               SELECT COURSE_CODE, COUNT(*)
                 FROM STUD_ENROLL
                WHERE TERM = :WS-CURR-TERM
                  AND GRADE <> 'W '
                GROUP BY COURSE_CODE
            END-EXEC.

       LINKAGE SECTION.
       01 LE-PARM-AREA.
           05 LE-PARM-LEN  PIC S9(4) COMP.
           05 LE-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LE-PARM-AREA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            CALL 'TERMLKUP' USING WS-BUS-DATE, WS-CURR-TERM,
                 WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG.
            IF WS-TERM-FOUND-FLAG NOT = 'Y'
               MOVE SPACES TO WS-CURR-TERM
               DISPLAY 'CRSDMND: NO ACTIVE TERM ON TERMTAB - NO '
                       'CURRENT-TERM ENROLLMENT USED'
               ADD 1 TO WS-CT-WARN
            END-IF.

            MOVE SPACES TO WS-TARGET-TERM.
            IF LE-PARM-LEN > ZERO
               MOVE LE-PARM-TEXT(1:LE-PARM-LEN) TO WS-TARGET-TERM
            ELSE
               PERFORM A000-NEXT-TERM-PARA
            END-IF.
            IF WS-TGT-YEAR IS NOT NUMERIC
               DISPLAY 'CRSDMND: NO VALID TARGET TERM - SUPPLY '
                       'PARM(YYYYTT) OR ADD THE NEXT TERM TO TERMTAB'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-TGT-YEAR TO WS-TGT-YEAR-NUM.
            COMPUTE WS-HF-YEAR = WS-TGT-YEAR-NUM - WS-HIST-YEARS.
            MOVE WS-TGT-TYPE TO WS-HF-TYPE.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'CRSDMND: CRSETAB NOT AVAILABLE - NO COURSES '
                       'TO FORECAST'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM A000-LOAD-COURSES-PARA.
            CLOSE CRSETAB.

            PERFORM A000-HISTORY-PARA.
            IF WS-CURR-TERM NOT = SPACES
               PERFORM A000-CURRENT-PARA
            END-IF.
            PERFORM A000-WAITLIST-PARA.
            PERFORM A000-AUDIT-PARA.

            MOVE 'CRSDMND' TO RH-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            MOVE SPACES TO RH-REPORT-TITLE.
            STRING 'COURSE DEMAND FORECAST - TERM ' WS-TARGET-TERM
                   DELIMITED BY SIZE INTO RH-REPORT-TITLE
            END-STRING.
            MOVE WS-FCST-HEADING TO WS-COLUMN-HEADING.
            OPEN OUTPUT RPTFILE.
            PERFORM A000-NEXT-DEPT-PARA.
            PERFORM UNTIL NOT WS-MORE-DEPTS
               PERFORM A000-PRINT-DEPT-PARA
               PERFORM A000-NEXT-DEPT-PARA
            END-PERFORM.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    WITH NO PARM THE TARGET IS THE TERM ON TERMTAB THAT STARTS
      *    SOONEST AFTER THE BUSINESS DATE.
       A000-NEXT-TERM-PARA.
             OPEN INPUT TERMTAB.
             IF WS-TERMTAB-OK
                MOVE LOW-VALUES TO TM-TERM-CODE
                START TERMTAB KEY IS GREATER THAN TM-TERM-CODE
                    INVALID KEY SET WS-TERMTAB-EOF TO TRUE
                END-START
                PERFORM UNTIL WS-TERMTAB-EOF
                   READ TERMTAB NEXT RECORD
                       AT END SET WS-TERMTAB-EOF TO TRUE
                       NOT AT END
                            IF TM-START-DATE > WS-BUS-DATE
                               AND TM-START-DATE < WS-NEXT-START
                               MOVE TM-START-DATE TO WS-NEXT-START
                               MOVE TM-TERM-CODE  TO WS-TARGET-TERM
                            END-IF
                   END-READ
                END-PERFORM
                CLOSE TERMTAB
             ELSE
                DISPLAY 'CRSDMND: TERMTAB NOT AVAILABLE - STATUS '
                        WS-TERMTAB-FS
             END-IF.

       A000-INIT-PARM-PARA.
             OPEN INPUT FCSTPARM.
             IF WS-PARM-OK
                READ FCSTPARM
                    NOT AT END
                         IF FPARM-AUDIT-PCT IS NUMERIC
                            AND FPARM-AUDIT-PCT NOT > 100
                            MOVE FPARM-AUDIT-PCT TO WS-AUDIT-PCT
                         END-IF
                         IF FPARM-TOL-PCT IS NUMERIC
                            AND FPARM-TOL-PCT NOT > 100
                            MOVE FPARM-TOL-PCT TO WS-TOL-PCT
                         END-IF
                END-READ
                CLOSE FCSTPARM
             ELSE
                DISPLAY 'CRSDMND: NO FCSTPARM FOUND - USING 50 PCT '
                        'AUDIT SHARE, 10 PCT TOLERANCE'
             END-IF.

      *    INACTIVE COURSES ARE NOT SCHEDULED, SO ONLY ACTIVE ONES ARE
      *    FORECAST. CRSETAB IS READ IN KEY ORDER, WHICH KEEPS THE
      *    TABLE IN COURSE ORDER FOR SEARCH ALL.
       A000-LOAD-COURSES-PARA.
             MOVE LOW-VALUES TO CR-COURSE-CODE.
             START CRSETAB KEY IS GREATER THAN CR-COURSE-CODE
                 INVALID KEY SET WS-CRSE-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-CRSE-EOF
                READ CRSETAB NEXT RECORD
                    AT END SET WS-CRSE-EOF TO TRUE
                    NOT AT END
                         IF CR-ACTIVE-FLAG = 'A'
                            PERFORM A000-KEEP-COURSE-PARA
                         END-IF
                END-READ
             END-PERFORM.

       A000-KEEP-COURSE-PARA.
             ADD 1 TO WS-CT-COURSES.
             IF WS-CRS-COUNT < 5000
                ADD 1 TO WS-CRS-COUNT
                SET WS-CRS-IDX TO WS-CRS-COUNT
                MOVE CR-COURSE-CODE TO WS-CE-COURSE(WS-CRS-IDX)
                MOVE CR-DEPT-CODE   TO WS-CE-DEPT(WS-CRS-IDX)
                MOVE CR-TITLE       TO WS-CE-TITLE(WS-CRS-IDX)
                IF CR-MAX-SEATS IS NUMERIC
                   MOVE CR-MAX-SEATS TO WS-CE-SEATS(WS-CRS-IDX)
                ELSE
                   MOVE ZERO TO WS-CE-SEATS(WS-CRS-IDX)
                END-IF
                MOVE ZERO TO WS-CE-HIST-ENRL(WS-CRS-IDX)
                MOVE ZERO TO WS-CE-HIST-TERMS(WS-CRS-IDX)
                MOVE ZERO TO WS-CE-CURR-ENRL(WS-CRS-IDX)
                MOVE ZERO TO WS-CE-WAIT(WS-CRS-IDX)
                MOVE ZERO TO WS-CE-AUDIT(WS-CRS-IDX)
                MOVE ZERO TO WS-CE-AUDIT-LAST(WS-CRS-IDX)
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-HISTORY-PARA.
             MOVE WS-TARGET-TERM TO WS-SEL-TERM.
             MOVE WS-TGT-TYPE    TO WS-SEL-TYPE.
             MOVE WS-HIST-FROM   TO WS-SEL-FROM.
             MOVE 'N' TO WS-CSR-DONE-SW.
             EXEC SQL
                  OPEN HSTCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                PERFORM A000-SQL-ERROR-PARA
             END-IF.
             PERFORM UNTIL WS-CSR-DONE
                EXEC SQL
                     FETCH HSTCSR
                      INTO :WS-GRP-COURSE, :WS-GRP-COUNT, :WS-GRP-TERMS
                END-EXEC
                EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-CT-HIST-ROWS
                     SEARCH ALL WS-CRS-ENTRY
                        AT END
                             CONTINUE
                        WHEN WS-CE-COURSE(WS-CRS-IDX) = WS-GRP-COURSE
                             MOVE WS-GRP-COUNT
                               TO WS-CE-HIST-ENRL(WS-CRS-IDX)
                             MOVE WS-GRP-TERMS
                               TO WS-CE-HIST-TERMS(WS-CRS-IDX)
                     END-SEARCH
                WHEN 100
                     SET WS-CSR-DONE TO TRUE
                WHEN OTHER
                     PERFORM A000-SQL-ERROR-PARA
                END-EVALUATE
             END-PERFORM.
             EXEC SQL
                  CLOSE HSTCSR
             END-EXEC.

       A000-CURRENT-PARA.
             MOVE 'N' TO WS-CSR-DONE-SW.
             EXEC SQL
                  OPEN CURCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                PERFORM A000-SQL-ERROR-PARA
             END-IF.
             PERFORM UNTIL WS-CSR-DONE
                EXEC SQL
                     FETCH CURCSR
                      INTO :WS-GRP-COURSE, :WS-GRP-COUNT
                END-EXEC
                EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-CT-CURR-ROWS
                     SEARCH ALL WS-CRS-ENTRY
                        AT END
                             CONTINUE
                        WHEN WS-CE-COURSE(WS-CRS-IDX) = WS-GRP-COURSE
                             MOVE WS-GRP-COUNT
                               TO WS-CE-CURR-ENRL(WS-CRS-IDX)
                     END-SEARCH
                WHEN 100
                     SET WS-CSR-DONE TO TRUE
                WHEN OTHER
                     PERFORM A000-SQL-ERROR-PARA
                END-EVALUATE
             END-PERFORM.
             EXEC SQL
                  CLOSE CURCSR
             END-EXEC.

      *    WAITFILE HOLDS ONLY REQUESTS WAITPROM COULD NOT SEAT, SO
      *    EVERY ENTRY FOR THE CURRENT OR TARGET TERM IS UNMET DEMAND.
       A000-WAITLIST-PARA.
             OPEN INPUT WAITFILE.
             IF WS-WAIT-OK
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ WAITFILE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                     ADD 1 TO WS-CT-WAIT-READ
                     IF WT-TERM = WS-TARGET-TERM
                        OR (WT-TERM = WS-CURR-TERM
                            AND WS-CURR-TERM NOT = SPACES)
                        PERFORM A000-COUNT-WAIT-PARA
                     END-IF
                   END-READ
                END-PERFORM
                CLOSE WAITFILE
             ELSE
                DISPLAY 'CRSDMND: WAITFILE NOT AVAILABLE - STATUS '
                        WS-WAIT-FS ' - NO WAITLIST DEMAND USED'
                ADD 1 TO WS-CT-WARN
             END-IF.

       A000-COUNT-WAIT-PARA.
             SEARCH ALL WS-CRS-ENTRY
                AT END
                     CONTINUE
                WHEN WS-CE-COURSE(WS-CRS-IDX) = WT-COURSE
                     ADD 1 TO WS-CE-WAIT(WS-CRS-IDX)
                     ADD 1 TO WS-CT-WAIT-USED
             END-SEARCH.

      *    DARSLT IS IN STUDENT ORDER; A STUDENT WHO NEEDS A COURSE FOR
      *    TWO PROGRAMS IS COUNTED ONCE.
       A000-AUDIT-PARA.
             OPEN INPUT DARSLT.
             IF WS-RSLT-OK
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ DARSLT
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                     ADD 1 TO WS-CT-RSLT-READ
                     IF RS-REC-TYPE = 'O'
                        AND RS-REQ-LIT = 'REQUIRED COURSE '
                        PERFORM A000-COUNT-AUDIT-PARA
                     END-IF
                   END-READ
                END-PERFORM
                CLOSE DARSLT
             ELSE
                DISPLAY 'CRSDMND: DARSLT NOT AVAILABLE - STATUS '
                        WS-RSLT-FS ' - NO DEGREE AUDIT DEMAND USED'
                ADD 1 TO WS-CT-WARN
             END-IF.

       A000-COUNT-AUDIT-PARA.
             SEARCH ALL WS-CRS-ENTRY
                AT END
                     CONTINUE
                WHEN WS-CE-COURSE(WS-CRS-IDX) = RS-REQ-COURSE
                     IF WS-CE-AUDIT-LAST(WS-CRS-IDX) NOT = RS-STUD-ID
                        ADD 1 TO WS-CE-AUDIT(WS-CRS-IDX)
                        MOVE RS-STUD-ID
                          TO WS-CE-AUDIT-LAST(WS-CRS-IDX)
                        ADD 1 TO WS-CT-RSLT-USED
                     END-IF
             END-SEARCH.

       A000-NEXT-DEPT-PARA.
             MOVE HIGH-VALUES TO WS-NEXT-DEPT.
             PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                     UNTIL WS-CRS-IDX > WS-CRS-COUNT
                IF WS-CE-DEPT(WS-CRS-IDX) > WS-CURR-DEPT
                   AND WS-CE-DEPT(WS-CRS-IDX) < WS-NEXT-DEPT
                   MOVE WS-CE-DEPT(WS-CRS-IDX) TO WS-NEXT-DEPT
                END-IF
             END-PERFORM.
             IF WS-NEXT-DEPT = HIGH-VALUES
                MOVE 'N' TO WS-MORE-DEPTS-SW
             ELSE
                MOVE WS-NEXT-DEPT TO WS-CURR-DEPT
             END-IF.

       A000-PRINT-DEPT-PARA.
             MOVE ZERO TO WS-DEPT-TOTALS.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-CURR-DEPT TO WS-DH-DEPT.
             MOVE WS-DEPT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                     UNTIL WS-CRS-IDX > WS-CRS-COUNT
                IF WS-CE-DEPT(WS-CRS-IDX) = WS-CURR-DEPT
                   PERFORM A000-PROJECT-PARA
                END-IF
             END-PERFORM.
             MOVE WS-DT-COURSES TO WS-DTL-COURSES.
             MOVE WS-DT-SEATS   TO WS-DTL-SEATS.
             MOVE WS-DT-PROJ    TO WS-DTL-PROJ.
             MOVE WS-DT-ADD     TO WS-DTL-ADD.
             MOVE WS-DT-CUT     TO WS-DTL-CUT.
             MOVE WS-DEPT-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

      *    PROJECTED DEMAND IS THE AVERAGE ENROLLMENT IN THE SAME TERM
      *    TYPE OVER THE HISTORY YEARS (OR THE CURRENT TERM WHEN THE
      *    COURSE HAS NO HISTORY) PLUS THE UNMET WAITLIST, BUT NEVER
      *    LESS THAN THE AUDIT SHARE OF STUDENTS STILL NEEDING IT.
       A000-PROJECT-PARA.
             MOVE ZERO TO WS-HIST-AVG.
             IF WS-CE-HIST-TERMS(WS-CRS-IDX) > ZERO
                COMPUTE WS-HIST-AVG ROUNDED =
                        WS-CE-HIST-ENRL(WS-CRS-IDX) /
                        WS-CE-HIST-TERMS(WS-CRS-IDX)
                MOVE WS-HIST-AVG TO WS-BASE
             ELSE
                MOVE WS-CE-CURR-ENRL(WS-CRS-IDX) TO WS-BASE
             END-IF.
             COMPUTE WS-PROJ = WS-BASE + WS-CE-WAIT(WS-CRS-IDX).
             COMPUTE WS-AUDIT-FLOOR ROUNDED =
                     WS-CE-AUDIT(WS-CRS-IDX) * WS-AUDIT-PCT / 100.
             IF WS-AUDIT-FLOOR > WS-PROJ
                MOVE WS-AUDIT-FLOOR TO WS-PROJ
             END-IF.

             MOVE WS-CE-COURSE(WS-CRS-IDX)    TO WS-FL-COURSE.
             MOVE WS-CE-TITLE(WS-CRS-IDX)     TO WS-FL-TITLE.
             MOVE WS-CE-SEATS(WS-CRS-IDX)     TO WS-FL-SEATS.
             MOVE WS-HIST-AVG                 TO WS-FL-HIST.
             MOVE WS-CE-CURR-ENRL(WS-CRS-IDX) TO WS-FL-CURR.
             MOVE WS-CE-WAIT(WS-CRS-IDX)      TO WS-FL-WAIT.
             MOVE WS-CE-AUDIT(WS-CRS-IDX)     TO WS-FL-AUDIT.
             MOVE WS-PROJ                     TO WS-FL-PROJ.
             MOVE ZERO TO WS-CHANGE.
             COMPUTE WS-TOL-SEATS ROUNDED =
                     WS-CE-SEATS(WS-CRS-IDX) * WS-TOL-PCT / 100.
             EVALUATE TRUE
             WHEN WS-CE-SEATS(WS-CRS-IDX) = ZERO
                  MOVE 'NONE' TO WS-FL-ACTION
                  ADD 1 TO WS-CT-HOLD
             WHEN WS-PROJ > WS-CE-SEATS(WS-CRS-IDX) + WS-TOL-SEATS
                  MOVE 'ADD ' TO WS-FL-ACTION
                  COMPUTE WS-CHANGE =
                          WS-PROJ - WS-CE-SEATS(WS-CRS-IDX)
                  ADD WS-CHANGE TO WS-DT-ADD
                  ADD 1 TO WS-CT-ADD
             WHEN WS-PROJ + WS-TOL-SEATS < WS-CE-SEATS(WS-CRS-IDX)
                  MOVE 'CUT ' TO WS-FL-ACTION
                  COMPUTE WS-CHANGE =
                          WS-CE-SEATS(WS-CRS-IDX) - WS-PROJ
                  ADD WS-CHANGE TO WS-DT-CUT
                  ADD 1 TO WS-CT-CUT
             WHEN OTHER
                  MOVE 'HOLD' TO WS-FL-ACTION
                  ADD 1 TO WS-CT-HOLD
             END-EVALUATE.
             MOVE WS-CHANGE TO WS-FL-CHANGE.
             ADD 1 TO WS-DT-COURSES.
             ADD WS-CE-SEATS(WS-CRS-IDX) TO WS-DT-SEATS.
             ADD WS-PROJ TO WS-DT-PROJ.
             MOVE WS-FCST-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SQL-ERROR-PARA.
             MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
             DISPLAY 'CRSDMND: DB2 ERROR - SQLCODE '
                     WS-SQLCODE-DISPLAY.
             ADD 1 TO WS-CT-FAILED.
             SET WS-CSR-DONE TO TRUE.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CRSDMND RUN CONTROL TOTALS'.
             DISPLAY 'TARGET TERM ................. ' WS-TARGET-TERM.
             DISPLAY 'CURRENT TERM ................ ' WS-CURR-TERM.
             DISPLAY 'HISTORY FROM TERM ........... ' WS-HIST-FROM.
             DISPLAY 'ACTIVE COURSES READ ......... ' WS-CT-COURSES.
             DISPLAY 'COURSES WITH HISTORY ........ '
                     WS-CT-HIST-ROWS.
             DISPLAY 'COURSES WITH CURRENT ENRL ... '
                     WS-CT-CURR-ROWS.
             DISPLAY 'WAITFILE ENTRIES READ ....... '
                     WS-CT-WAIT-READ.
             DISPLAY 'WAITLIST ENTRIES COUNTED .... '
                     WS-CT-WAIT-USED.
             DISPLAY 'DARSLT RECORDS READ ......... '
                     WS-CT-RSLT-READ.
             DISPLAY 'OUTSTANDING COURSE NEEDS .... '
                     WS-CT-RSLT-USED.
             DISPLAY 'COURSES TO ADD SEATS ........ ' WS-CT-ADD.
             DISPLAY 'COURSES TO CUT SEATS ........ ' WS-CT-CUT.
             DISPLAY 'COURSES HELD OR UNLIMITED ... ' WS-CT-HOLD.
             DISPLAY 'TABLE OVERFLOW .............. ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-OVERFLOW > ZERO OR WS-CT-WARN > ZERO
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
