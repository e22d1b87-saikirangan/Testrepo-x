       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEANLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT GPARPT ASSIGN TO GPARPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GPARPT-FS.
                SELECT DEANPARM ASSIGN TO DEANPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
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
                SELECT DEANLTR ASSIGN TO DEANLTR
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GPARPT
            RECORDING MODE IS F.
       01 GPA-RPT-REC.
          05 GRPT-STUD-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 GRPT-TERM       PIC X(06).
          05 FILLER          PIC X(01).
          05 GRPT-HOURS      PIC 9(03).
          05 FILLER          PIC X(01).
          05 GRPT-GPA        PIC 9.99.
          05 FILLER          PIC X(01).
          05 GRPT-STANDING   PIC X(10).
          05 FILLER          PIC X(44).
       FD DEANPARM
            RECORDING MODE IS F.
       01 DPARM-REC.
          05 DPARM-MIN-GPA   PIC 9V99.
          05 FILLER          PIC X(01).
          05 DPARM-MIN-HOURS PIC 9(03).
          05 FILLER          PIC X(73).
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
       FD DEANLTR
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

       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-GPARPT-FS        PIC X(02) VALUE SPACES.
           88 WS-GPARPT-OK        VALUE '00'.
       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-DEPTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-DEPTTAB-OK       VALUE '00'.
       01 WS-COLLTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-COLLTAB-OK       VALUE '00'.
       01 WS-COLLTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-COLLTAB-AVAILABLE VALUE 'Y'.

       01 WS-MIN-GPA          PIC 9V99 VALUE 3.50.
       01 WS-MIN-HOURS        PIC 9(03) VALUE 12.
       01 WS-COLL-CODE        PIC X(03).
       01 WS-TERM-GPA         PIC 9V99 VALUE ZERO.

       01 WS-DEAN-COUNT PIC 9(04) VALUE ZERO.
       01 WS-DEAN-TABLE.
           05 WS-DEAN-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-DEAN-COUNT
                 INDEXED BY WS-DEAN-IDX.
               10 WS-DN-COLL     PIC X(03).
               10 WS-DN-STUD-ID  PIC 9(09).
               10 WS-DN-NAME     PIC X(30).
               10 WS-DN-DEPT     PIC X(10).
               10 WS-DN-TERM     PIC X(06).
               10 WS-DN-HOURS    PIC 9(03).
               10 WS-DN-GPA      PIC 9V99.

       01 WS-COLL-COUNT PIC 9(03) VALUE ZERO.
       01 WS-COLL-TABLE.
           05 WS-COLL-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-COLL-COUNT
                 INDEXED BY WS-COLL-IDX.
               10 WS-CE-COLL     PIC X(03).
               10 WS-CE-STUDENTS PIC 9(05).

       01 WS-COLL-HEADING.
           05 FILLER          PIC X(09) VALUE 'COLLEGE: '.
           05 WS-CH-COLL      PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CH-DESC      PIC X(30).
           05 FILLER          PIC X(88) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DEPT      PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-TERM      PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-HOURS     PIC ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-GPA       PIC 9.99.
           05 FILLER          PIC X(57) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(13) VALUE '  STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(12) VALUE 'DEPARTMENT'.
           05 FILLER PIC X(07) VALUE 'TERM'.
           05 FILLER PIC X(07) VALUE 'HOURS'.
           05 FILLER PIC X(04) VALUE ' GPA'.
           05 FILLER PIC X(57) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-TL-LABEL     PIC X(30).
           05 WS-TL-VALUE     PIC Z(06)9.
           05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-SELECTED  PIC 9(07) VALUE ZERO.
           05 WS-CT-LOW-GPA   PIC 9(07) VALUE ZERO.
           05 WS-CT-LOW-HOURS PIC 9(07) VALUE ZERO.
           05 WS-CT-INC-FAIL  PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COLL   PIC 9(07) VALUE ZERO.
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

       01 WS-ENR-TERM         PIC X(06).
       01 WS-BAD-LIVE         PIC S9(9) USAGE COMP.
       01 WS-BAD-HIST         PIC S9(9) USAGE COMP.

       PROCEDURE DIVISION.

            MOVE 'DEANLIST' TO RH-PROGRAM-ID.
            MOVE 'DEAN''S LIST BY COLLEGE' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT GPARPT.
            IF NOT WS-GPARPT-OK
               DISPLAY 'DEANLIST: GPARPT NOT AVAILABLE - NOTHING '
                       'TO SELECT FROM'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT DEPTTAB.
            IF NOT WS-DEPTTAB-OK
               DISPLAY 'DEANLIST: DEPTTAB NOT AVAILABLE - CANNOT '
                       'MAP DEPARTMENTS TO COLLEGES'
               MOVE 16 TO RETURN-CODE
               CLOSE GPARPT
               GOBACK
            END-IF.
            OPEN INPUT COLLTAB.
            IF WS-COLLTAB-OK
               SET WS-COLLTAB-AVAILABLE TO TRUE
            END-IF.
            OPEN OUTPUT DEANLTR.
            OPEN OUTPUT RPTFILE.

            PERFORM UNTIL WS-EOF = 'Y'

               READ GPARPT
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-SELECT-PARA
               END-READ

            END-PERFORM.

            PERFORM A000-REPORT-PARA.

            CLOSE GPARPT.
            CLOSE DEPTTAB.
            IF WS-COLLTAB-AVAILABLE
               CLOSE COLLTAB
            END-IF.
            CLOSE DEANLTR.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT DEANPARM.
             IF WS-PARM-OK
                READ DEANPARM
                    NOT AT END
                         IF DPARM-MIN-GPA IS NUMERIC
                            MOVE DPARM-MIN-GPA TO WS-MIN-GPA
                         END-IF
                         IF DPARM-MIN-HOURS IS NUMERIC
                            MOVE DPARM-MIN-HOURS TO WS-MIN-HOURS
                         END-IF
                END-READ
                CLOSE DEANPARM
             ELSE
                DISPLAY 'DEANLIST: NO DEANPARM FOUND - USING 3.50 '
                        'GPA AND 12 HOURS'
             END-IF.

       A000-SELECT-PARA.
             MOVE GRPT-GPA TO WS-TERM-GPA.
             IF WS-TERM-GPA < WS-MIN-GPA
                ADD 1 TO WS-CT-LOW-GPA
             ELSE
                IF GRPT-HOURS < WS-MIN-HOURS
                   ADD 1 TO WS-CT-LOW-HOURS
                ELSE
                   PERFORM A000-GRADE-CHECK-PARA
                END-IF
             END-IF.

       A000-GRADE-CHECK-PARA.
             MOVE GRPT-STUD-ID TO WS-STUD-ID.
             MOVE GRPT-TERM    TO WS-ENR-TERM.
             MOVE ZERO TO WS-BAD-LIVE.
             MOVE ZERO TO WS-BAD-HIST.
             EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-BAD-LIVE
                    FROM STUD_ENROLL
                   WHERE STUD_ID = :WS-STUD-ID
                     AND TERM = :WS-ENR-TERM
                     AND GRADE IN ('I ', 'F ')
             END-EXEC.
             IF SQLCODE = 0
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-BAD-HIST
                       FROM STUD_ENRLHIST
                      WHERE STUD_ID = :WS-STUD-ID
                        AND TERM = :WS-ENR-TERM
                        AND GRADE IN ('I ', 'F ')
                END-EXEC
             END-IF.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'DEANLIST: GRADE CHECK FAILED FOR STUD-ID '
                        GRPT-STUD-ID ' SQLCODE ' WS-SQLCODE-DISPLAY
             ELSE
                IF WS-BAD-LIVE > ZERO OR WS-BAD-HIST > ZERO
                   ADD 1 TO WS-CT-INC-FAIL
                ELSE
                   PERFORM A000-SELECT-STUDENT-PARA
                END-IF
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
                  PERFORM A000-ADD-DEAN-PARA
             WHEN 100
                  ADD 1 TO WS-CT-NOTFOUND
                  DISPLAY 'DEANLIST: STUD-ID ' GRPT-STUD-ID
                          ' NOT ON STUD_STUDENT'
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'DEANLIST: DB2 ERROR ON STUD_STUDENT - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
             END-EVALUATE.

       A000-ADD-DEAN-PARA.
             ADD 1 TO WS-CT-SELECTED.
             MOVE SPACES TO WS-COLL-CODE.
             MOVE WS-STUD-DEPT(1:3) TO DT-DEPT-CODE.
             READ DEPTTAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE DT-COLL-CODE TO WS-COLL-CODE
             END-READ.
             IF WS-COLL-CODE = SPACES
                ADD 1 TO WS-CT-NO-COLL
             END-IF.
             MOVE SPACES        TO DLT-REC.
             MOVE 'L'           TO DLT-ACTION.
             MOVE GRPT-STUD-ID  TO DLT-STUD-ID.
             MOVE WS-STUD-NAME  TO DLT-STUD-NAME.
             MOVE WS-STUD-DEPT  TO DLT-STUD-DEPT.
             WRITE DLT-REC.
             IF WS-DEAN-COUNT < 5000
                ADD 1 TO WS-DEAN-COUNT
                SET WS-DEAN-IDX TO WS-DEAN-COUNT
                MOVE WS-COLL-CODE  TO WS-DN-COLL(WS-DEAN-IDX)
                MOVE GRPT-STUD-ID  TO WS-DN-STUD-ID(WS-DEAN-IDX)
                MOVE WS-STUD-NAME  TO WS-DN-NAME(WS-DEAN-IDX)
                MOVE WS-STUD-DEPT  TO WS-DN-DEPT(WS-DEAN-IDX)
                MOVE GRPT-TERM     TO WS-DN-TERM(WS-DEAN-IDX)
                MOVE GRPT-HOURS    TO WS-DN-HOURS(WS-DEAN-IDX)
                MOVE WS-TERM-GPA   TO WS-DN-GPA(WS-DEAN-IDX)
                PERFORM A000-COLL-TALLY-PARA
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-COLL-TALLY-PARA.
             SET WS-COLL-IDX TO 1.
             SEARCH WS-COLL-ENTRY
                AT END
                     IF WS-COLL-COUNT < 500
                        ADD 1 TO WS-COLL-COUNT
                        SET WS-COLL-IDX TO WS-COLL-COUNT
                        MOVE WS-COLL-CODE TO WS-CE-COLL(WS-COLL-IDX)
                        MOVE 1 TO WS-CE-STUDENTS(WS-COLL-IDX)
                     END-IF
                WHEN WS-CE-COLL(WS-COLL-IDX) = WS-COLL-CODE
                     ADD 1 TO WS-CE-STUDENTS(WS-COLL-IDX)
             END-SEARCH.

       A000-REPORT-PARA.
             IF WS-DEAN-COUNT = ZERO
                MOVE 'NO STUDENTS QUALIFIED FOR THE DEAN''S LIST'
                  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                     UNTIL WS-COLL-IDX > WS-COLL-COUNT
                PERFORM A000-COLL-GROUP-PARA
             END-PERFORM.

       A000-COLL-GROUP-PARA.
             MOVE WS-CE-COLL(WS-COLL-IDX) TO WS-CH-COLL.
             MOVE SPACES TO WS-CH-DESC.
             IF WS-CE-COLL(WS-COLL-IDX) = SPACES
                MOVE 'NO COLLEGE ON DEPTTAB' TO WS-CH-DESC
             ELSE
                IF WS-COLLTAB-AVAILABLE
                   MOVE WS-CE-COLL(WS-COLL-IDX) TO CO-COLL-CODE
                   READ COLLTAB RECORD
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE CO-COLL-DESC TO WS-CH-DESC
                   END-READ
                END-IF
             END-IF.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLL-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-DEAN-IDX FROM 1 BY 1
                     UNTIL WS-DEAN-IDX > WS-DEAN-COUNT
                IF WS-DN-COLL(WS-DEAN-IDX) = WS-CE-COLL(WS-COLL-IDX)
                   MOVE WS-DN-STUD-ID(WS-DEAN-IDX) TO WS-DL-STUD-ID
                   MOVE WS-DN-NAME(WS-DEAN-IDX)    TO WS-DL-NAME
                   MOVE WS-DN-DEPT(WS-DEAN-IDX)    TO WS-DL-DEPT
                   MOVE WS-DN-TERM(WS-DEAN-IDX)    TO WS-DL-TERM
                   MOVE WS-DN-HOURS(WS-DEAN-IDX)   TO WS-DL-HOURS
                   MOVE WS-DN-GPA(WS-DEAN-IDX)     TO WS-DL-GPA
                   MOVE WS-DETAIL-LINE TO WS-PRINT-WORK
                   PERFORM PRINT-LINE-PARA
                END-IF
             END-PERFORM.
             MOVE 'COLLEGE DEAN''S LIST TOTAL' TO WS-TL-LABEL.
             MOVE WS-CE-STUDENTS(WS-COLL-IDX) TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'DEANLIST RUN CONTROL TOTALS'.
             DISPLAY 'MINIMUM TERM GPA ............ ' WS-MIN-GPA.
             DISPLAY 'MINIMUM TERM HOURS .......... ' WS-MIN-HOURS.
             DISPLAY 'GPARPT RECORDS READ ......... ' WS-CT-READ.
             DISPLAY 'DEAN''S LIST STUDENTS ........ ' WS-CT-SELECTED.
             DISPLAY 'BELOW GPA THRESHOLD ......... ' WS-CT-LOW-GPA.
             DISPLAY 'BELOW MINIMUM HOURS ......... ' WS-CT-LOW-HOURS.
             DISPLAY 'EXCLUDED FOR I OR F GRADE ... ' WS-CT-INC-FAIL.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'NO COLLEGE FOR DEPARTMENT ... ' WS-CT-NO-COLL.
             DISPLAY 'REPORT TABLE OVERFLOW ....... ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-NOTFOUND > ZERO OR WS-CT-NO-COLL > ZERO
                   OR WS-CT-OVERFLOW > ZERO
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
