       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT GRADAPPL ASSIGN TO GRADAPPL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-APPL-FS.
                SELECT DARSLT ASSIGN TO DARSLT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RSLT-FS.
                SELECT HONRFILE ASSIGN TO HONRFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-HONR-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT COMMLIST ASSIGN TO COMMLIST
                ORGANIZATION IS SEQUENTIAL.
                SELECT DIPLFILE ASSIGN TO DIPLFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GRADAPPL
            RECORDING MODE IS F.
       01 GAPPL-REC.
          05 GA-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 GA-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 GA-APPL-DATE    PIC X(08).
          05 FILLER          PIC X(01).
          05 GA-DIPLOMA-NAME PIC X(40).
          05 FILLER          PIC X(14).
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
       FD COMMLIST
            RECORDING MODE IS F.
       01 COMM-REC.
          05 CL-STUD-DEPT    PIC X(10).
          05 FILLER          PIC X(01).
          05 CL-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 CL-STUD-NAME    PIC X(30).
          05 FILLER          PIC X(01).
          05 CL-HONORS       PIC X(15).
          05 FILLER          PIC X(01).
          05 CL-TERM         PIC X(06).
          05 FILLER          PIC X(06).
       FD DIPLFILE
            RECORDING MODE IS F.
       01 DIPL-REC.
          05 DP-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 DP-DIPLOMA-NAME PIC X(40).
          05 FILLER          PIC X(01).
          05 DP-STUD-DEPT    PIC X(10).
          05 FILLER          PIC X(01).
          05 DP-HONORS       PIC X(15).
          05 FILLER          PIC X(01).
          05 DP-CONFER-DATE  PIC X(08).
          05 FILLER          PIC X(14).
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

       01 WS-APPL-FS          PIC X(02) VALUE SPACES.
           88 WS-APPL-OK          VALUE '00'.
       01 WS-RSLT-FS          PIC X(02) VALUE SPACES.
           88 WS-RSLT-OK          VALUE '00'.
       01 WS-HONR-FS          PIC X(02) VALUE SPACES.
           88 WS-HONR-OK          VALUE '00'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08).
       01 WS-TERM-FOUND-FLAG  PIC X(01).
       01 WS-CONFER-YMD       PIC X(08).
       01 WS-REASON           PIC X(50).

       01 WS-RSLT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-RSLT-TABLE.
           05 WS-RSLT-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-RSLT-COUNT
                 INDEXED BY WS-RSLT-IDX.
               10 WS-RE-STUD-ID  PIC 9(09).
               10 WS-RE-RESULT   PIC X(01).

       01 WS-OUTS-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OUTS-TABLE.
           05 WS-OUTS-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-OUTS-COUNT
                 INDEXED BY WS-OUTS-IDX.
               10 WS-OE-STUD-ID  PIC 9(09).
               10 WS-OE-PROG     PIC X(10).
               10 WS-OE-TEXT     PIC X(50).

       01 WS-HONR-COUNT PIC 9(04) VALUE ZERO.
       01 WS-HONR-TABLE.
           05 WS-HONR-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-HONR-COUNT
                 INDEXED BY WS-HONR-IDX.
               10 WS-HE-STUD-ID  PIC 9(09).
               10 WS-HE-HONORS   PIC X(15).

       01 WS-DEF-COUNT PIC 9(04) VALUE ZERO.
       01 WS-DEF-TABLE.
           05 WS-DEF-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-DEF-COUNT
                 INDEXED BY WS-DEF-IDX.
               10 WS-DE-DEPT     PIC X(10).
               10 WS-DE-STUD-ID  PIC 9(09).
               10 WS-DE-NAME     PIC X(30).
               10 WS-DE-REASON   PIC X(50).

       01 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY WS-DEPT-IDX.
               10 WS-DT-DEPT     PIC X(10).
               10 WS-DT-STUDENTS PIC 9(05).

       01 WS-HONORS           PIC X(15).

       01 WS-DEPT-HEADING.
           05 FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05 WS-DH-DEPT      PIC X(10).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'CONFERRAL TERM '.
           05 WS-DH-TERM      PIC X(06).
           05 FILLER          PIC X(86) VALUE SPACES.

       01 WS-STUDENT-LINE.
           05 FILLER          PIC X(09) VALUE 'STUD-ID: '.
           05 WS-SL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-SL-NAME      PIC X(30).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-SL-REASON    PIC X(50).
           05 FILLER          PIC X(28) VALUE SPACES.

       01 WS-REQ-LINE.
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'OUTSTANDING: '.
           05 WS-RL-TEXT      PIC X(50).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-RL-PROG      PIC X(10).
           05 FILLER          PIC X(52) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-OTHER-TRM PIC 9(07) VALUE ZERO.
           05 WS-CT-CONFERRED PIC 9(07) VALUE ZERO.
           05 WS-CT-DEFICIENT PIC 9(07) VALUE ZERO.
           05 WS-CT-ALREADY   PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
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
           10 WS-STUD-STATUS           PIC X(10).

       01 WS-CONFER-DATE      PIC X(10).
       01 WS-CONFER-TERM      PIC X(06).

       LINKAGE SECTION.
       01 LC-PARM-AREA.
           05 LC-PARM-LEN  PIC S9(4) COMP.
           05 LC-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LC-PARM-AREA.

            IF LC-PARM-LEN > ZERO
               MOVE LC-PARM-TEXT(1:LC-PARM-LEN) TO WS-TERM-TEXT
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
            END-IF.
            IF WS-TERM-TEXT = SPACES
               DISPLAY 'GRADCONF: NO CONFERRAL TERM IN PARM OR ON '
                       'TERMTAB'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN INPUT TERMTAB.
            IF NOT WS-TERMTAB-OK
               DISPLAY 'GRADCONF: TERMTAB NOT AVAILABLE - CANNOT '
                       'DATE THE CONFERRAL'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-TERM-TEXT TO TM-TERM-CODE.
            READ TERMTAB RECORD
               INVALID KEY
                    MOVE SPACES TO WS-CONFER-YMD
               NOT INVALID KEY
                    MOVE TM-END-DATE TO WS-CONFER-YMD
            END-READ.
            CLOSE TERMTAB.
            IF WS-CONFER-YMD IS NOT NUMERIC
               DISPLAY 'GRADCONF: TERM ' WS-TERM-TEXT
                       ' HAS NO END DATE ON TERMTAB'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            STRING WS-CONFER-YMD(1:4) '-' WS-CONFER-YMD(5:2) '-'
                   WS-CONFER-YMD(7:2)
                   DELIMITED BY SIZE INTO WS-CONFER-DATE
            END-STRING.
            MOVE WS-TERM-TEXT TO WS-CONFER-TERM.

            PERFORM A000-LOAD-RESULTS-PARA.
            IF NOT WS-RSLT-OK
               DISPLAY 'GRADCONF: DARSLT NOT AVAILABLE - DEGREE '
                       'AUDIT MUST RUN FIRST'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM A000-LOAD-HONORS-PARA.

            OPEN INPUT GRADAPPL.
            IF NOT WS-APPL-OK
               DISPLAY 'GRADCONF: GRADAPPL NOT AVAILABLE - NO '
                       'APPLICATIONS TO CONFER'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            MOVE 'GRADCONF' TO RH-PROGRAM-ID.
            MOVE 'GRADUATION DEFICIENCIES BY DEPARTMENT'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN OUTPUT COMMLIST.
            OPEN OUTPUT DIPLFILE.
            OPEN OUTPUT RPTFILE.

            MOVE SPACE TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'

               READ GRADAPPL
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-APPLICATION-PARA
               END-READ

            END-PERFORM.

            PERFORM A000-DEFICIENCY-RPT-PARA.

            CLOSE GRADAPPL.
            CLOSE COMMLIST.
            CLOSE DIPLFILE.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-LOAD-RESULTS-PARA.
             OPEN INPUT DARSLT.
             IF WS-RSLT-OK
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ DARSLT
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          PERFORM A000-KEEP-RESULT-PARA
                   END-READ
                END-PERFORM
                CLOSE DARSLT
                SET WS-RSLT-OK TO TRUE
             END-IF.

       A000-KEEP-RESULT-PARA.
             IF RS-REC-TYPE = 'S'
                PERFORM A000-KEEP-SUMMARY-PARA
             ELSE
                IF WS-OUTS-COUNT < 20000
                   ADD 1 TO WS-OUTS-COUNT
                   SET WS-OUTS-IDX TO WS-OUTS-COUNT
                   MOVE RS-STUD-ID   TO WS-OE-STUD-ID(WS-OUTS-IDX)
                   MOVE RS-STUD-DEPT TO WS-OE-PROG(WS-OUTS-IDX)
                   MOVE RS-TEXT      TO WS-OE-TEXT(WS-OUTS-IDX)
                ELSE
                   ADD 1 TO WS-CT-OVERFLOW
                END-IF
             END-IF.

       A000-KEEP-SUMMARY-PARA.
             IF WS-RSLT-COUNT > ZERO
                AND WS-RE-STUD-ID(WS-RSLT-COUNT) = RS-STUD-ID
                IF RS-RESULT = 'I'
                   OR (RS-RESULT = 'N'
                       AND WS-RE-RESULT(WS-RSLT-COUNT) = 'C')
                   MOVE RS-RESULT TO WS-RE-RESULT(WS-RSLT-COUNT)
                END-IF
             ELSE
                IF WS-RSLT-COUNT < 5000
                   ADD 1 TO WS-RSLT-COUNT
                   SET WS-RSLT-IDX TO WS-RSLT-COUNT
                   MOVE RS-STUD-ID TO WS-RE-STUD-ID(WS-RSLT-IDX)
                   MOVE RS-RESULT  TO WS-RE-RESULT(WS-RSLT-IDX)
                ELSE
                   ADD 1 TO WS-CT-OVERFLOW
                END-IF
             END-IF.

       A000-LOAD-HONORS-PARA.
             OPEN INPUT HONRFILE.
             IF WS-HONR-OK
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ HONRFILE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          IF WS-HONR-COUNT < 5000
                             ADD 1 TO WS-HONR-COUNT
                             SET WS-HONR-IDX TO WS-HONR-COUNT
                             MOVE HN-STUD-ID
                               TO WS-HE-STUD-ID(WS-HONR-IDX)
                             MOVE HN-HONORS
                               TO WS-HE-HONORS(WS-HONR-IDX)
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE HONRFILE
             ELSE
                DISPLAY 'GRADCONF: HONRFILE NOT AVAILABLE - HONORS '
                        'LEFT OFF COMMENCEMENT LIST'
             END-IF.

       A000-APPLICATION-PARA.
             IF GA-STUD-ID IS NOT NUMERIC
                ADD 1 TO WS-CT-INVALID
                DISPLAY 'GRADCONF: NON-NUMERIC STUD-ID ON '
                        'GRADAPPL: ' GA-STUD-ID
             ELSE
                IF GA-TERM NOT = WS-CONFER-TERM
                   ADD 1 TO WS-CT-OTHER-TRM
                ELSE
                   COMPUTE WS-STUD-ID = FUNCTION NUMVAL(GA-STUD-ID)
                   PERFORM A000-SELECT-STUDENT-PARA
                END-IF
             END-IF.

       A000-SELECT-STUDENT-PARA.
             EXEC SQL
                  SELECT  STUD_NAME, STUD_DEPT,
                          STUD_STATUS
                    INTO  :WS-STUD-NAME, :WS-STUD-DEPT,
                          :WS-STUD-STATUS
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  IF WS-STUD-STATUS = 'GRADUATED'
                     ADD 1 TO WS-CT-ALREADY
                  ELSE
                     PERFORM A000-AUDIT-RESULT-PARA
                  END-IF
             WHEN 100
                  ADD 1 TO WS-CT-NOTFOUND
                  DISPLAY 'GRADCONF: STUD-ID ' GA-STUD-ID
                          ' NOT ON STUD_STUDENT'
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'GRADCONF: DB2 ERROR ON STUD_STUDENT - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
             END-EVALUATE.

       A000-AUDIT-RESULT-PARA.
             SET WS-RSLT-IDX TO 1.
             SEARCH WS-RSLT-ENTRY
                AT END
                     MOVE 'NO DEGREE AUDIT RESULT FOR APPLICANT'
                       TO WS-REASON
                     PERFORM A000-DEFICIENT-PARA
                WHEN WS-RE-STUD-ID(WS-RSLT-IDX) = GA-STUD-ID
                     EVALUATE WS-RE-RESULT(WS-RSLT-IDX)
                     WHEN 'C'
                          PERFORM A000-CONFER-PARA
                     WHEN 'N'
                          MOVE 'NO REQUIREMENTS ON FILE FOR A PROGRAM'
                            TO WS-REASON
                          PERFORM A000-DEFICIENT-PARA
                     WHEN OTHER
                          MOVE 'REQUIREMENTS STILL OUTSTANDING'
                            TO WS-REASON
                          PERFORM A000-DEFICIENT-PARA
                     END-EVALUATE
             END-SEARCH.

       A000-CONFER-PARA.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET STUD_STATUS = 'GRADUATED',
                         STUD_STATUS_DATE = DATE(:WS-CONFER-DATE),
                         CONFER_DATE = DATE(:WS-CONFER-DATE),
                         CONFER_TERM = :WS-CONFER-TERM
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'GRADCONF: CONFERRAL UPDATE FAILED FOR '
                        'STUD-ID ' GA-STUD-ID ' SQLCODE '
                        WS-SQLCODE-DISPLAY
             ELSE
                ADD 1 TO WS-CT-CONFERRED
                PERFORM A000-HONORS-LOOKUP-PARA
                MOVE SPACES         TO COMM-REC
                MOVE WS-STUD-DEPT   TO CL-STUD-DEPT
                MOVE WS-STUD-ID     TO CL-STUD-ID
                MOVE WS-STUD-NAME   TO CL-STUD-NAME
                MOVE WS-HONORS      TO CL-HONORS
                MOVE WS-CONFER-TERM TO CL-TERM
                WRITE COMM-REC
                MOVE SPACES         TO DIPL-REC
                MOVE WS-STUD-ID     TO DP-STUD-ID
                IF GA-DIPLOMA-NAME = SPACES
                   MOVE WS-STUD-NAME    TO DP-DIPLOMA-NAME
                ELSE
                   MOVE GA-DIPLOMA-NAME TO DP-DIPLOMA-NAME
                END-IF
                MOVE WS-STUD-DEPT   TO DP-STUD-DEPT
                MOVE WS-HONORS      TO DP-HONORS
                MOVE WS-CONFER-YMD  TO DP-CONFER-DATE
                WRITE DIPL-REC
             END-IF.

       A000-HONORS-LOOKUP-PARA.
             MOVE SPACES TO WS-HONORS.
             IF WS-HONR-COUNT > ZERO
                SET WS-HONR-IDX TO 1
                SEARCH WS-HONR-ENTRY
                   AT END
                        CONTINUE
                   WHEN WS-HE-STUD-ID(WS-HONR-IDX) = GA-STUD-ID
                        MOVE WS-HE-HONORS(WS-HONR-IDX) TO WS-HONORS
                END-SEARCH
             END-IF.

       A000-DEFICIENT-PARA.
             ADD 1 TO WS-CT-DEFICIENT.
             IF WS-DEF-COUNT < 5000
                ADD 1 TO WS-DEF-COUNT
                SET WS-DEF-IDX TO WS-DEF-COUNT
                MOVE WS-STUD-DEPT TO WS-DE-DEPT(WS-DEF-IDX)
                MOVE GA-STUD-ID   TO WS-DE-STUD-ID(WS-DEF-IDX)
                MOVE WS-STUD-NAME TO WS-DE-NAME(WS-DEF-IDX)
                MOVE WS-REASON    TO WS-DE-REASON(WS-DEF-IDX)
                PERFORM A000-DEPT-TALLY-PARA
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-DEPT-TALLY-PARA.
             SET WS-DEPT-IDX TO 1.
             SEARCH WS-DEPT-ENTRY
                AT END
                     IF WS-DEPT-COUNT < 500
                        ADD 1 TO WS-DEPT-COUNT
                        SET WS-DEPT-IDX TO WS-DEPT-COUNT
                        MOVE WS-STUD-DEPT TO WS-DT-DEPT(WS-DEPT-IDX)
                        MOVE 1 TO WS-DT-STUDENTS(WS-DEPT-IDX)
                     END-IF
                WHEN WS-DT-DEPT(WS-DEPT-IDX) = WS-STUD-DEPT
                     ADD 1 TO WS-DT-STUDENTS(WS-DEPT-IDX)
             END-SEARCH.

       A000-DEFICIENCY-RPT-PARA.
             IF WS-DEF-COUNT = ZERO
                MOVE 'NO GRADUATION DEFICIENCIES THIS TERM'
                  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                PERFORM A000-DEPT-GROUP-PARA
             END-PERFORM.

       A000-DEPT-GROUP-PARA.
             PERFORM NEW-PAGE-PARA.
             MOVE WS-DT-DEPT(WS-DEPT-IDX) TO WS-DH-DEPT.
             MOVE WS-CONFER-TERM TO WS-DH-TERM.
             MOVE WS-DEPT-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                     UNTIL WS-DEF-IDX > WS-DEF-COUNT
                IF WS-DE-DEPT(WS-DEF-IDX) = WS-DT-DEPT(WS-DEPT-IDX)
                   PERFORM A000-DEF-STUDENT-PARA
                END-IF
             END-PERFORM.

       A000-DEF-STUDENT-PARA.
             MOVE WS-DE-STUD-ID(WS-DEF-IDX) TO WS-SL-STUD-ID.
             MOVE WS-DE-NAME(WS-DEF-IDX)    TO WS-SL-NAME.
             MOVE WS-DE-REASON(WS-DEF-IDX)  TO WS-SL-REASON.
             MOVE WS-STUDENT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-OUTS-IDX FROM 1 BY 1
                     UNTIL WS-OUTS-IDX > WS-OUTS-COUNT
                IF WS-OE-STUD-ID(WS-OUTS-IDX) =
                   WS-DE-STUD-ID(WS-DEF-IDX)
                   MOVE WS-OE-TEXT(WS-OUTS-IDX) TO WS-RL-TEXT
                   MOVE WS-OE-PROG(WS-OUTS-IDX) TO WS-RL-PROG
                   MOVE WS-REQ-LINE TO WS-PRINT-WORK
                   PERFORM PRINT-LINE-PARA
                END-IF
             END-PERFORM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'GRADCONF RUN CONTROL TOTALS'.
             DISPLAY 'CONFERRAL TERM .............. ' WS-CONFER-TERM.
             DISPLAY 'CONFERRAL DATE .............. ' WS-CONFER-YMD.
             DISPLAY 'APPLICATIONS READ ........... ' WS-CT-READ.
             DISPLAY 'OTHER TERMS SKIPPED ......... ' WS-CT-OTHER-TRM.
             DISPLAY 'DEGREES CONFERRED ........... ' WS-CT-CONFERRED.
             DISPLAY 'DEFICIENT APPLICANTS ........ ' WS-CT-DEFICIENT.
             DISPLAY 'ALREADY GRADUATED ........... ' WS-CT-ALREADY.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'INVALID APPLICATIONS ........ ' WS-CT-INVALID.
             DISPLAY 'TABLE OVERFLOW .............. ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-OVERFLOW > ZERO
                   MOVE 8 TO RETURN-CODE
                ELSE
                   IF WS-CT-NOTFOUND > ZERO OR WS-CT-INVALID > ZERO
                      MOVE 4 TO RETURN-CODE
                   ELSE
                      MOVE 0 TO RETURN-CODE
                   END-IF
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
