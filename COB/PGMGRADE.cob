                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT SCORFILE ASSIGN TO SCORFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-SCOR-FS.
                SELECT VARFILE ASSIGN TO VARFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS VA-KEY
                FILE STATUS IS WS-VAR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ANSFILE
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
      *    ONE SCORE PER STUDENT PER COURSE, TERM AND ASSIGNMENT. A
      *    RESUBMISSION REPLACES THE EARLIER SCORE.
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
      *    EACH STUDENT'S OWN PROBLEM SET AS BUILT BY PGM02G. WHEN IT
      *    IS ALLOCATED IT REPLACES THE SHARED ANSWER KEY ON ANSFILE.
       FD VARFILE
            RECORDING MODE IS F.
       01 VAR-REC.
          05 VA-KEY.
             10 VA-STUD-ID     PIC X(09).
             10 VA-X           PIC 9(02).
             10 VA-Y           PIC 9(02).
             10 VA-OP-CODE     PIC X(01).
          05 VA-SEQ            PIC 9(03).
          05 VA-Z              PIC 9(03).
          05 FILLER            PIC X(60).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-STUD-OK-SW       PIC X(01) VALUE 'N'.
           88 WS-STUD-OK          VALUE 'Y'.

       01 WS-SCOR-FS          PIC X(02) VALUE SPACES.
           88 WS-SCOR-OK          VALUE '00'.
       01 WS-KEEP-SW          PIC X(01) VALUE 'N'.
           88 WS-KEEP-SCORES      VALUE 'Y'.
       01 WS-BUS-DATE         PIC X(08) VALUE SPACES.
       01 WS-VAR-FS           PIC X(02) VALUE SPACES.
           88 WS-VAR-OK           VALUE '00'.
       01 WS-VARIANT-SW       PIC X(01) VALUE 'N'.
           88 WS-VARIANT-MODE     VALUE 'Y'.
       01 WS-ASSIGN-KEY.
           05 WS-AK-COURSE    PIC X(08).
           05 WS-AK-TERM      PIC X(06).
           05 WS-AK-ASSIGN    PIC X(04).
       01 WS-CT-KEPT          PIC 9(07) VALUE ZERO.
       01 WS-CT-REPLACED      PIC 9(07) VALUE ZERO.
       01 WS-CT-KEEP-FAIL     PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.
       01 WS-STUD-ID          PIC S9(9) USAGE COMP.
       01 WS-STUD-COUNT       PIC S9(9) USAGE COMP.

      *    COURSE (8), TERM (6) AND ASSIGNMENT (4) ON THE PARM KEEP
      *    EACH STUDENT'S SCORE ON SCORFILE FOR CRSGRADE. WITHOUT IT
      *    THE RUN ONLY PRINTS THE REPORT.
       LINKAGE SECTION.
       01 LE-PARM-AREA.
           05 LE-PARM-LEN  PIC S9(4) COMP.
           05 LE-PARM-TEXT PIC X(18).

       PROCEDURE DIVISION USING LE-PARM-AREA.

            MOVE 'PGMGRADE' TO RH-PROGRAM-ID.
            MOVE 'SUBMISSION GRADING AGAINST ANSWER KEY'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN INPUT VARFILE.
            IF WS-VAR-OK
               SET WS-VARIANT-MODE TO TRUE
               MOVE 'SUBMISSION GRADING AGAINST STUDENT VARIANTS'
                    TO RH-REPORT-TITLE
            ELSE
               PERFORM A000-LOAD-ANSWERS-PARA
               IF WS-ANS-COUNT = ZERO
                  DISPLAY 'PGMGRADE: NO ANSWER KEY LOADED FROM '
                          'ANSFILE'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.

            IF LE-PARM-LEN >= 18
               MOVE LE-PARM-TEXT TO WS-ASSIGN-KEY
               IF WS-AK-COURSE = SPACES OR WS-AK-TERM = SPACES
                  OR WS-AK-ASSIGN = SPACES
                  DISPLAY 'PGMGRADE: INCOMPLETE PARM ' LE-PARM-TEXT
                          ' - COURSE, TERM AND ASSIGNMENT REQUIRED'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
               CALL 'BUSDATEG' USING WS-BUS-DATE
               OPEN I-O SCORFILE
               IF NOT WS-SCOR-OK
                  DISPLAY 'PGMGRADE: SCORFILE NOT AVAILABLE - STATUS '
                          WS-SCOR-FS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
               SET WS-KEEP-SCORES TO TRUE
            END-IF.

            OPEN INPUT SUBMFILE.
               PERFORM A000-STUDENT-BREAK-PARA
            END-IF.

            IF WS-VARIANT-MODE
               CLOSE VARFILE
            ELSE
               PERFORM A000-MISS-TALLY-PARA
            END-IF.

            CLOSE SUBMFILE.
            CLOSE RPTFILE.
            IF WS-KEEP-SCORES
               CLOSE SCORFILE
            END-IF.

            PERFORM A000-SUMMARY-PARA.

                   PERFORM A000-STUDENT-CHECK-PARA
                END-IF
                IF WS-STUD-OK
                   IF WS-VARIANT-MODE
                      PERFORM A000-VARIANT-SCORE-PARA
                   ELSE
                      PERFORM A000-SCORE-PARA
                   END-IF
                END-IF
             END-IF.

                     END-IF
             END-SEARCH.

      *    A PROBLEM NOT IN THE STUDENT'S OWN VARIANT IS NOT COUNTED.
       A000-VARIANT-SCORE-PARA.
             MOVE SUBM-STUD-ID TO VA-STUD-ID.
             MOVE SUBM-X       TO VA-X.
             MOVE SUBM-Y       TO VA-Y.
             MOVE SUBM-OP-CODE TO VA-OP-CODE.
             READ VARFILE
                INVALID KEY
                     ADD 1 TO WS-CT-NO-KEY
                NOT INVALID KEY
                     ADD 1 TO WS-STUD-ANSWERED
                     IF SUBM-ANSWER IS NUMERIC
                        AND SUBM-ANSWER = VA-Z
                        ADD 1 TO WS-STUD-CORRECT
                     END-IF
             END-READ.

       A000-STUDENT-BREAK-PARA.
             IF WS-STUD-ANSWERED > ZERO
                ADD 1 TO WS-CT-STUDENTS
                MOVE WS-STUD-SCORE    TO WS-SL-SCORE
                MOVE WS-SCORE-LINE    TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                IF WS-KEEP-SCORES
                   PERFORM A000-KEEP-SCORE-PARA
                END-IF
             END-IF.

       A000-KEEP-SCORE-PARA.
             PERFORM A000-SCORE-KEY-PARA.
             READ SCORFILE RECORD
                INVALID KEY
                     MOVE SPACES TO SCOR-REC
                     PERFORM A000-SCORE-KEY-PARA
                     PERFORM A000-SCORE-FIELDS-PARA
                     WRITE SCOR-REC
                     IF WS-SCOR-OK
                        ADD 1 TO WS-CT-KEPT
                     END-IF
                NOT INVALID KEY
                     PERFORM A000-SCORE-FIELDS-PARA
                     REWRITE SCOR-REC
                     IF WS-SCOR-OK
                        ADD 1 TO WS-CT-REPLACED
                     END-IF
             END-READ.
             IF NOT WS-SCOR-OK
                ADD 1 TO WS-CT-KEEP-FAIL
                DISPLAY 'PGMGRADE: SCORE NOT KEPT FOR '
                        WS-PREV-STUD-ID ' STATUS ' WS-SCOR-FS
             END-IF.

       A000-SCORE-KEY-PARA.
             MOVE WS-AK-COURSE    TO SC-COURSE.
             MOVE WS-AK-TERM      TO SC-TERM.
             MOVE WS-PREV-STUD-ID TO SC-STUD-ID.
             MOVE WS-AK-ASSIGN    TO SC-ASSIGN.

       A000-SCORE-FIELDS-PARA.
             MOVE WS-STUD-SCORE    TO SC-SCORE.
             MOVE WS-STUD-ANSWERED TO SC-ANSWERED.
             MOVE WS-STUD-CORRECT  TO SC-CORRECT.
             MOVE WS-BUS-DATE      TO SC-SCORED-DATE.

       A000-MISS-TALLY-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'PGMGRADE RUN CONTROL TOTALS'.
             IF WS-VARIANT-MODE
                DISPLAY 'GRADED AGAINST STUDENT VARIANTS ON VARFILE'
             ELSE
                DISPLAY 'ANSWER KEY ENTRIES .......... ' WS-ANS-COUNT
             END-IF.
             DISPLAY 'SUBMISSIONS READ ............ '
                     WS-CT-SUBM-READ.
             DISPLAY 'STUDENTS SCORED ............. '
             DISPLAY 'STUDENTS NOT ON FILE ........ '
                     WS-CT-NOTFOUND.
             DISPLAY 'QUESTIONS NOT IN KEY ........ ' WS-CT-NO-KEY.
             IF WS-KEEP-SCORES
                DISPLAY 'SCORES KEPT FOR ' WS-AK-COURSE ' '
                        WS-AK-TERM ' ' WS-AK-ASSIGN
                DISPLAY 'SCORES ADDED ................ ' WS-CT-KEPT
                DISPLAY 'SCORES REPLACED ............. '
                        WS-CT-REPLACED
                DISPLAY 'SCORES NOT KEPT ............. '
                        WS-CT-KEEP-FAIL
             END-IF.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-KEEP-FAIL > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-INVALID > ZERO OR WS-CT-NOTFOUND > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.

       PRINT-LINE-PARA.
