                FILE STATUS IS WS-REQF-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT DARSLT ASSIGN TO DARSLT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RSLT-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT DEGEXCP ASSIGN TO DEGEXCP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DX-KEY
                FILE STATUS IS WS-DEGEXCP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD DEGREQS
          05 DR-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-VALUE        PIC 9(03).
          05 FILLER          PIC X(01).
          05 DR-CAT-TERM     PIC X(06).
          05 FILLER          PIC X(48).
       FD DAREQFIL
            RECORDING MODE IS F.
       01 DAREQ-REC.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
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
          05 RS-TEXT         PIC X(50).
          05 FILLER          PIC X(01).
          05 RS-PROG-TYPE    PIC X(01).
          05 FILLER          PIC X(03).
       FD CRSETAB
            RECORDING MODE IS F.
       01 CRSE-REC.
          05 CR-MEET-START   PIC X(04).
          05 CR-MEET-END     PIC X(04).
          05 FILLER          PIC X(17).
       FD DEGEXCP
            RECORDING MODE IS F.
       01 DEGX-REC.
          05 DX-KEY.
             10 DX-STUD-ID     PIC X(09).
             10 DX-PROG        PIC X(10).
             10 DX-REQ-TYPE    PIC X(01).
             10 DX-REQ-COURSE  PIC X(08).
          05 DX-ACTION         PIC X(01).
          05 DX-SUB-COURSE     PIC X(08).
          05 DX-APPROVER       PIC X(08).
          05 DX-APPR-DATE      PIC X(08).
          05 DX-REASON         PIC X(16).
          05 FILLER            PIC X(11).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-DEGEXCP-FS       PIC X(02) VALUE SPACES.
           88 WS-DEGEXCP-OK       VALUE '00'.
       01 WS-DEGEXCP-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DEGEXCP-AVAILABLE VALUE 'Y'.
       01 WS-EXCP-STUD-ID     PIC 9(09).
       01 WS-EXCP-APPLIED     PIC X(01) VALUE SPACE.
       01 WS-RSLT-FS          PIC X(02) VALUE SPACES.
           88 WS-RSLT-OK          VALUE '00'.
       01 WS-RSLT-AVAIL-SW    PIC X(01) VALUE 'N'.
           88 WS-RSLT-AVAILABLE   VALUE 'Y'.
       01 WS-RSLT-RESULT      PIC X(01) VALUE SPACE.

       01 WS-TARGET-DEPT      PIC X(10) VALUE SPACES.

               10 WS-RQ-TYPE   PIC X(01).
               10 WS-RQ-COURSE PIC X(08).
               10 WS-RQ-VALUE  PIC 9(03).
               10 WS-RQ-CAT-TERM PIC X(06).

       01 WS-DONE-COUNT PIC 9(03) VALUE ZERO.
       01 WS-DONE-TABLE.
               10 WS-DN-DEPT   PIC X(03).
               10 WS-DN-HOURS  PIC 9(02).

       01 WS-PROG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-PROG-TABLE.
           05 WS-PROG-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-PROG-COUNT
                 INDEXED BY WS-PROG-IDX.
               10 WS-PG-CODE   PIC X(10).
               10 WS-PG-TYPE   PIC X(01).
       01 WS-AUD-PROG         PIC X(10) VALUE SPACES.
       01 WS-AUD-TYPE         PIC X(01) VALUE SPACE.
       01 WS-AUD-CAT          PIC X(06) VALUE SPACES.
       01 WS-CAT-TERM         PIC X(06) VALUE SPACES.
       01 WS-CAT-EARLIEST     PIC X(06) VALUE SPACES.
       01 WS-CAT-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-CAT-FOUND        VALUE 'Y'.
       01 WS-STUD-ALL-C-SW    PIC X(01) VALUE 'N'.
           88 WS-STUD-ALL-C       VALUE 'Y'.

       01 WS-TOT-HOURS        PIC 9(04) VALUE ZERO.
       01 WS-ELECT-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-REQ-MATCHED-SW   PIC X(01) VALUE 'N'.
           05 WS-SH-STUD-NAME PIC X(30).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-SH-STUD-DEPT PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-SH-PROG-TYPE PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'CATALOG: '.
           05 WS-SH-CATALOG   PIC X(06).
           05 FILLER          PIC X(44) VALUE SPACES.

       01 WS-REQ-LINE.
           05 WS-RL-STATE     PIC X(13).
           88 WS-CSR-DONE         VALUE 'Y'.
       01 WS-DEP-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-DEP-DONE         VALUE 'Y'.
       01 WS-PRG-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-PRG-DONE         VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-AUDITED   PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-COMPLETE  PIC 9(07) VALUE ZERO.
           05 WS-CT-PROGRAMS  PIC 9(07) VALUE ZERO.
           05 WS-CT-EXCEPTIONS PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-DEPT             PIC X(10).
           10 WS-STUD-STATUS           PIC X(10).
           10 WS-STUD-ENTRY-TERM       PIC X(06).
           10 WS-STUD-CAT-OVRD         PIC X(06).

       01  DCLPROGRAM.
           10 WS-PRG-CODE              PIC X(10).
           10 WS-PRG-TYPE              PIC X(01).

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).

            EXEC SQL
               DECLARE AUDCSR CURSOR FOR
               SELECT E.COURSE_CODE, E.GRADE
                 FROM STUD_ENROLL E
                WHERE E.STUD_ID = :WS-STUD-ID
                  AND E.GRADE_BASIS NOT = 'A'
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
                ORDER BY E.COURSE_CODE
            END-EXEC.

            EXEC SQL
               DECLARE AUDHCSR CURSOR FOR
               SELECT H.COURSE_CODE, H.GRADE
                 FROM STUD_ENRLHIST H
                WHERE H.STUD_ID = :WS-STUD-ID
                  AND H.GRADE_BASIS NOT = 'A'
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
                ORDER BY H.COURSE_CODE
            END-EXEC.

            EXEC SQL
               DECLARE DPSCSR CURSOR FOR
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,
                      COALESCE(STUD_STATUS, 'ACTIVE'),
                      ENTRY_TERM, CATALOG_TERM
                 FROM STUD_STUDENT
                WHERE STUD_DEPT = :WS-TARGET-DEPT
                   OR STUD_ID IN
                      (SELECT P.STUD_ID FROM STUD_PROGRAM P
                        WHERE P.PROG_CODE = :WS-TARGET-DEPT)
                ORDER BY STUD_ID
            END-EXEC.

            EXEC SQL
               DECLARE PRGCSR CURSOR FOR
               SELECT PROG_CODE, PROG_TYPE
                 FROM STUD_PROGRAM
                WHERE STUD_ID = :WS-STUD-ID
                ORDER BY PROG_TYPE, PROG_CODE
            END-EXEC.

       LINKAGE SECTION.
       01 LD-PARM-AREA.
           05 LD-PARM-LEN  PIC S9(4) COMP.
               DISPLAY 'DEGAUDIT: CRSETAB NOT AVAILABLE - CREDIT '
                       'HOURS TREATED AS ZERO'
            END-IF.
            OPEN INPUT DEGEXCP.
            IF WS-DEGEXCP-OK
               SET WS-DEGEXCP-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'DEGAUDIT: DEGEXCP NOT AVAILABLE - NO '
                       'SUBSTITUTIONS OR WAIVERS APPLIED'
            END-IF.
            OPEN OUTPUT DARSLT.
            IF WS-RSLT-OK
               SET WS-RSLT-AVAILABLE TO TRUE
            END-IF.

            IF WS-TARGET-DEPT NOT = SPACES
               PERFORM A000-DEPT-DRIVE-PARA
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            IF WS-DEGEXCP-AVAILABLE
               CLOSE DEGEXCP
            END-IF.
            IF WS-RSLT-AVAILABLE
               CLOSE DARSLT
            END-IF.

            PERFORM A000-SUMMARY-PARA.

                               TO WS-RQ-TYPE(WS-REQ-IDX)
                             MOVE DR-COURSE
                               TO WS-RQ-COURSE(WS-REQ-IDX)
                             MOVE DR-CAT-TERM
                               TO WS-RQ-CAT-TERM(WS-REQ-IDX)
                             IF DR-VALUE IS NUMERIC
                                MOVE DR-VALUE
                                  TO WS-RQ-VALUE(WS-REQ-IDX)
             EXEC SQL
                  FETCH DPSCSR
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,
                        :WS-STUD-STATUS, :WS-STUD-ENTRY-TERM,
                        :WS-STUD-CAT-OVRD
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-DEP-DONE TO TRUE
       A000-SELECT-STUDENT-PARA.
             EXEC SQL
                  SELECT  STUD_ID, STUD_NAME, STUD_DEPT,
                          COALESCE(STUD_STATUS, 'ACTIVE'),
                          ENTRY_TERM, CATALOG_TERM
                    INTO  :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,
                          :WS-STUD-STATUS, :WS-STUD-ENTRY-TERM,
                          :WS-STUD-CAT-OVRD
                 FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
       A000-AUDIT-PARA.
             ADD 1 TO WS-CT-AUDITED.
             PERFORM A000-LOAD-COMPLETED-PARA.
             PERFORM A000-LOAD-PROGRAMS-PARA.
             SET WS-STUD-ALL-C TO TRUE.
             PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                     UNTIL WS-PROG-IDX > WS-PROG-COUNT
                MOVE WS-PG-CODE(WS-PROG-IDX) TO WS-AUD-PROG
                MOVE WS-PG-TYPE(WS-PROG-IDX) TO WS-AUD-TYPE
                PERFORM A000-AUDIT-PROG-PARA
                IF WS-RSLT-RESULT NOT = 'C'
                   MOVE 'N' TO WS-STUD-ALL-C-SW
                END-IF
             END-PERFORM.
             IF WS-STUD-ALL-C
                ADD 1 TO WS-CT-COMPLETE
             END-IF.

       A000-LOAD-PROGRAMS-PARA.
             MOVE 1 TO WS-PROG-COUNT.
             MOVE WS-STUD-DEPT TO WS-PG-CODE(1).
             MOVE 'M'          TO WS-PG-TYPE(1).
             MOVE 'N' TO WS-PRG-DONE-SW.
             EXEC SQL
                  OPEN PRGCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-PRG-DONE TO TRUE
             END-IF.
             PERFORM A000-PROGRAM-FETCH-PARA UNTIL WS-PRG-DONE.
             EXEC SQL
                  CLOSE PRGCSR
             END-EXEC.

       A000-PROGRAM-FETCH-PARA.
             EXEC SQL
                  FETCH PRGCSR
                   INTO :WS-PRG-CODE, :WS-PRG-TYPE
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-PRG-DONE TO TRUE
             ELSE
                IF WS-PRG-CODE NOT = WS-STUD-DEPT
                   AND WS-PROG-COUNT < 10
                   ADD 1 TO WS-PROG-COUNT
                   SET WS-PROG-IDX TO WS-PROG-COUNT
                   MOVE WS-PRG-CODE TO WS-PG-CODE(WS-PROG-IDX)
                   MOVE WS-PRG-TYPE TO WS-PG-TYPE(WS-PROG-IDX)
                END-IF
             END-IF.

       A000-AUDIT-PROG-PARA.
             ADD 1 TO WS-CT-PROGRAMS.
             PERFORM A000-PICK-CATALOG-PARA.
             PERFORM NEW-PAGE-PARA.
             MOVE WS-STUD-ID   TO WS-SH-STUD-ID.
             MOVE WS-STUD-NAME TO WS-SH-STUD-NAME.
             MOVE WS-AUD-PROG  TO WS-SH-STUD-DEPT.
             IF WS-AUD-TYPE = 'N'
                MOVE 'MINOR' TO WS-SH-PROG-TYPE
             ELSE
                MOVE 'MAJOR' TO WS-SH-PROG-TYPE
             END-IF.
             MOVE WS-AUD-CAT   TO WS-SH-CATALOG.
             MOVE WS-STUDENT-HEAD TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             MOVE 'N' TO WS-ANY-REQS-SW.
             PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                     UNTIL WS-REQ-IDX > WS-REQ-COUNT
                IF WS-RQ-DEPT(WS-REQ-IDX) = WS-AUD-PROG
                   AND WS-RQ-CAT-TERM(WS-REQ-IDX) = WS-AUD-CAT
                   SET WS-ANY-REQS TO TRUE
                   PERFORM A000-EVAL-REQ-PARA
                END-IF
             END-PERFORM.
             IF NOT WS-ANY-REQS
                MOVE 'NOTE:        ' TO WS-RL-STATE
                MOVE 'NO REQUIREMENTS ON FILE FOR PROGRAM'
                  TO WS-RL-TEXT
                MOVE WS-REQ-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE 'N' TO WS-RSLT-RESULT
             ELSE
                MOVE SPACES TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE SPACES TO WS-REQ-LINE
                IF WS-STUD-OUTSTAND = ZERO
                   MOVE 'RESULT:      ' TO WS-RL-STATE
                   MOVE 'ALL DEGREE REQUIREMENTS SATISFIED'
                     TO WS-RL-TEXT
                   MOVE 'C' TO WS-RSLT-RESULT
                ELSE
                   MOVE 'RESULT:      ' TO WS-RL-STATE
                   MOVE 'REQUIREMENTS STILL OUTSTANDING'
                     TO WS-RL-TEXT
                   MOVE 'I' TO WS-RSLT-RESULT
                END-IF
                MOVE WS-REQ-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             IF WS-RSLT-AVAILABLE
                MOVE SPACES         TO DARSLT-REC
                MOVE 'S'            TO RS-REC-TYPE
                MOVE WS-RSLT-RESULT TO RS-RESULT
                MOVE WS-RL-TEXT     TO RS-TEXT
                PERFORM A000-WRITE-RSLT-PARA
             END-IF.

       A000-PICK-CATALOG-PARA.
             IF WS-STUD-CAT-OVRD NOT = SPACES
                MOVE WS-STUD-CAT-OVRD TO WS-CAT-TERM
             ELSE
                IF WS-STUD-ENTRY-TERM NOT = SPACES
                   MOVE WS-STUD-ENTRY-TERM TO WS-CAT-TERM
                ELSE
                   MOVE HIGH-VALUES TO WS-CAT-TERM
                END-IF
             END-IF.
             MOVE SPACES TO WS-AUD-CAT.
             MOVE HIGH-VALUES TO WS-CAT-EARLIEST.
             MOVE 'N' TO WS-CAT-FOUND-SW.
             PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                     UNTIL WS-REQ-IDX > WS-REQ-COUNT
                IF WS-RQ-DEPT(WS-REQ-IDX) = WS-AUD-PROG
                   PERFORM A000-CATALOG-VERSION-PARA
                END-IF
             END-PERFORM.
             IF NOT WS-CAT-FOUND
                AND WS-CAT-EARLIEST NOT = HIGH-VALUES
                MOVE WS-CAT-EARLIEST TO WS-AUD-CAT
             END-IF.

       A000-CATALOG-VERSION-PARA.
             IF WS-RQ-CAT-TERM(WS-REQ-IDX) < WS-CAT-EARLIEST
                MOVE WS-RQ-CAT-TERM(WS-REQ-IDX) TO WS-CAT-EARLIEST
             END-IF.
             IF WS-RQ-CAT-TERM(WS-REQ-IDX) NOT > WS-CAT-TERM
                IF NOT WS-CAT-FOUND
                   OR WS-RQ-CAT-TERM(WS-REQ-IDX) > WS-AUD-CAT
                   MOVE WS-RQ-CAT-TERM(WS-REQ-IDX) TO WS-AUD-CAT
                   SET WS-CAT-FOUND TO TRUE
                END-IF
             END-IF.

       A000-WRITE-RSLT-PARA.
             MOVE WS-STUD-ID   TO RS-STUD-ID.
             MOVE WS-AUD-PROG  TO RS-STUD-DEPT.
             MOVE WS-AUD-TYPE  TO RS-PROG-TYPE.
             WRITE DARSLT-REC.

       A000-LOAD-COMPLETED-PARA.
             MOVE ZERO TO WS-DONE-COUNT.
             PERFORM A000-REQ-RESULT-PARA.

       A000-REQ-RESULT-PARA.
             MOVE SPACE TO WS-EXCP-APPLIED.
             IF NOT WS-REQ-MATCHED AND WS-DEGEXCP-AVAILABLE
                PERFORM A000-EXCEPTION-PARA
             END-IF.
             IF WS-REQ-MATCHED
                ADD 1 TO WS-STUD-SATISFIED
                EVALUATE WS-EXCP-APPLIED
                WHEN 'W'
                     MOVE 'WAIVED:      ' TO WS-RL-STATE
                WHEN 'S'
                     MOVE 'SUBSTITUTED: ' TO WS-RL-STATE
                WHEN OTHER
                     MOVE 'SATISFIED:   ' TO WS-RL-STATE
                END-EVALUATE
             ELSE
                ADD 1 TO WS-STUD-OUTSTAND
                MOVE 'OUTSTANDING: ' TO WS-RL-STATE
                IF WS-RSLT-AVAILABLE
                   MOVE SPACES       TO DARSLT-REC
                   MOVE 'O'          TO RS-REC-TYPE
                   MOVE 'I'          TO RS-RESULT
                   MOVE WS-RL-TEXT   TO RS-TEXT
                   PERFORM A000-WRITE-RSLT-PARA
                END-IF
             END-IF.
             MOVE WS-REQ-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             IF WS-EXCP-APPLIED NOT = SPACE
                PERFORM A000-EXCEPTION-LINE-PARA
             END-IF.

       A000-EXCEPTION-PARA.
             MOVE WS-STUD-ID   TO WS-EXCP-STUD-ID.
             MOVE WS-EXCP-STUD-ID TO DX-STUD-ID.
             MOVE WS-AUD-PROG  TO DX-PROG.
             MOVE WS-RQ-TYPE(WS-REQ-IDX) TO DX-REQ-TYPE.
             IF WS-RQ-TYPE(WS-REQ-IDX) = 'C'
                MOVE WS-RQ-COURSE(WS-REQ-IDX) TO DX-REQ-COURSE
             ELSE
                MOVE SPACES TO DX-REQ-COURSE
             END-IF.
             READ DEGEXCP RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     PERFORM A000-EXCEPTION-APPLY-PARA
             END-READ.

       A000-EXCEPTION-APPLY-PARA.
             IF DX-ACTION = 'W'
                SET WS-REQ-MATCHED TO TRUE
                MOVE 'W' TO WS-EXCP-APPLIED
                ADD 1 TO WS-CT-EXCEPTIONS
             END-IF.
             IF DX-ACTION = 'S' AND WS-DONE-COUNT > 0
                SET WS-DONE-IDX TO 1
                SEARCH WS-DONE-ENTRY
                   AT END
                        CONTINUE
                   WHEN WS-DN-COURSE(WS-DONE-IDX) = DX-SUB-COURSE
                        SET WS-REQ-MATCHED TO TRUE
                        MOVE 'S' TO WS-EXCP-APPLIED
                        ADD 1 TO WS-CT-EXCEPTIONS
                END-SEARCH
             END-IF.

       A000-EXCEPTION-LINE-PARA.
             MOVE SPACES TO WS-REQ-LINE.
             IF WS-EXCP-APPLIED = 'S'
                STRING 'SUBSTITUTE ' DX-SUB-COURSE
                       ' APPROVED BY ' DX-APPROVER ' ' DX-APPR-DATE
                       DELIMITED BY SIZE INTO WS-RL-TEXT
                END-STRING
             ELSE
                STRING 'WAIVER APPROVED BY ' DX-APPROVER
                       ' ON ' DX-APPR-DATE
                       DELIMITED BY SIZE INTO WS-RL-TEXT
                END-STRING
             END-IF.
             MOVE WS-REQ-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             DISPLAY 'DEGAUDIT RUN CONTROL TOTALS'.
             DISPLAY 'REQUIREMENT ENTRIES LOADED .. ' WS-REQ-COUNT.
             DISPLAY 'STUDENTS AUDITED ............ ' WS-CT-AUDITED.
             DISPLAY 'PROGRAMS AUDITED ............ ' WS-CT-PROGRAMS.
             DISPLAY 'AUDITS FULLY SATISFIED ...... ' WS-CT-COMPLETE.
             DISPLAY 'EXCEPTIONS APPLIED .......... '
                     WS-CT-EXCEPTIONS.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'INVALID REQUESTS ............ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
