       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMANL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ANSFILE ASSIGN TO ANSFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT SUBMFILE ASSIGN TO SUBMFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT ITEMPARM ASSIGN TO ITEMPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT ITEMHIST ASSIGN TO ITEMHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IH-KEY
                FILE STATUS IS WS-HIST-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ANSFILE
            RECORDING MODE IS F.
       01 ANS-REC.
           05 ANS-X PIC 9(02).
           05 ANS-Y PIC 9(02).
           05 ANS-Z PIC 9(03).
           05 ANS-OP-CODE PIC X(01).
           05 FILLER PIC X(72).
       01 ANS-HEADER REDEFINES ANS-REC.
           05 ANS-HEADER-MARKER PIC X(02).
           05 ANS-HEADER-COUNT  PIC 9(07).
           05 FILLER            PIC X(71).
       FD SUBMFILE
            RECORDING MODE IS F.
       01 SUBM-REC.
          05 SUBM-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 SUBM-X          PIC 9(02).
          05 FILLER          PIC X(01).
          05 SUBM-Y          PIC 9(02).
          05 FILLER          PIC X(01).
          05 SUBM-OP-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 SUBM-ANSWER     PIC X(03).
          05 FILLER          PIC X(59).
      *    COLS 1-3 PERCENT CORRECT BELOW WHICH AN ITEM IS FLAGGED AS
      *    MISSED BY NEARLY EVERYONE.
       FD ITEMPARM
            RECORDING MODE IS F.
       01 IPARM-REC.
          05 IPARM-HARD-PCT  PIC 9(03).
          05 FILLER          PIC X(77).
      *    ONE RECORD PER ITEM PER ADMINISTRATION OF AN ANSWER KEY.
      *    IH-FLAG: H MISSED BY NEARLY ALL, N NEGATIVE DISCRIMINATION,
      *    B BOTH.
       FD ITEMHIST
            RECORDING MODE IS F.
       01 IHIST-REC.
          05 IH-KEY.
             10 IH-KEY-ID       PIC X(08).
             10 IH-X            PIC 9(02).
             10 IH-Y            PIC 9(02).
             10 IH-OP           PIC X(01).
             10 IH-ADMIN-DATE   PIC X(08).
          05 IH-ATTEMPTS        PIC 9(05).
          05 IH-CORRECT         PIC 9(05).
          05 IH-PCT             PIC 9(03).
          05 IH-DISC            PIC S9V99 SIGN LEADING SEPARATE.
          05 IH-FLAG            PIC X(01).
          05 IH-TOP-WRONG       PIC X(03).
          05 IH-TOP-WRONG-CT    PIC 9(05).
          05 FILLER             PIC X(33).
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

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-HIST-FS          PIC X(02) VALUE SPACES.
           88 WS-HIST-OK          VALUE '00'.
       01 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-HIST-EOF         VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-KEY-ID           PIC X(08) VALUE SPACES.
       01 WS-HARD-PCT         PIC 9(03) VALUE 20.

       01 WS-ANS-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ANS-TABLE.
           05 WS-ANS-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-ANS-COUNT
                 INDEXED BY WS-ANS-IDX.
               10 WS-AN-KEY.
                  15 WS-AN-X       PIC 9(02).
                  15 WS-AN-Y       PIC 9(02).
                  15 WS-AN-OP      PIC X(01).
               10 WS-AN-Z          PIC 9(03).
               10 WS-AN-ATTEMPTS   PIC 9(05).
               10 WS-AN-CORRECT    PIC 9(05).
               10 WS-AN-UP-ATT     PIC 9(05).
               10 WS-AN-UP-COR     PIC 9(05).
               10 WS-AN-LO-ATT     PIC 9(05).
               10 WS-AN-LO-COR     PIC 9(05).
               10 WS-AN-WRONG-CT   PIC 9(02).
               10 WS-AN-WRONG OCCURS 10 TIMES
                     INDEXED BY WS-WR-IDX.
                  15 WS-AW-ANSWER  PIC X(03).
                  15 WS-AW-COUNT   PIC 9(05).
               10 WS-AN-WRONG-OTHER PIC 9(05).

       01 WS-QUEST-KEY.
           05 WS-QK-X         PIC 9(02).
           05 WS-QK-Y         PIC 9(02).
           05 WS-QK-OP        PIC X(01).

      *    EACH STUDENT'S SCORE, IN SUBMISSION FILE ORDER, AND THE
      *    QUARTER OF THE CLASS IT FALLS IN (U TOP, L BOTTOM).
       01 WS-STU-COUNT PIC 9(04) VALUE ZERO.
       01 WS-STU-POS   PIC 9(04) VALUE ZERO.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-STU-COUNT
                 INDEXED BY WS-STU-IDX.
               10 WS-SE-SCORE      PIC 9(03).
               10 WS-SE-GROUP      PIC X(01).

       01 WS-SCORE-HIST.
           05 WS-SH-COUNT OCCURS 101 TIMES PIC 9(05).
       01 WS-SH-SUB           PIC 9(03).
       01 WS-CUM-COUNT        PIC 9(05).
       01 WS-QUARTER          PIC 9(05).
       01 WS-LOW-CUT          PIC 9(03).
       01 WS-HIGH-CUT         PIC 9(03).
       01 WS-GROUPS-SW        PIC X(01) VALUE 'N'.
           88 WS-GROUPS-FORMED    VALUE 'Y'.

       01 WS-PREV-STUD-ID     PIC X(09) VALUE SPACES.
       01 WS-STUD-ANSWERED    PIC 9(05) VALUE ZERO.
       01 WS-STUD-CORRECT     PIC 9(05) VALUE ZERO.
       01 WS-CUR-GROUP        PIC X(01) VALUE SPACE.
       01 WS-SUBM-CORRECT-SW  PIC X(01) VALUE 'N'.
           88 WS-SUBM-CORRECT     VALUE 'Y'.

       01 WS-PCT              PIC 9(03).
       01 WS-UP-PCT           PIC 9(03).
       01 WS-LO-PCT           PIC 9(03).
       01 WS-DISC             PIC S9V99.
       01 WS-FLAG             PIC X(01).
       01 WS-BEST-SUB         PIC 9(02).
       01 WS-BEST-COUNT       PIC 9(05).
       01 WS-PICK             PIC 9(01).
       01 WS-TAKEN-1          PIC 9(02).
       01 WS-TAKEN-2          PIC 9(02).
       01 WS-TOP-WRONG        PIC X(03).
       01 WS-TOP-WRONG-CT     PIC 9(05).
       01 WS-PRIOR-ADMINS     PIC 9(03).
       01 WS-PRIOR-PCT        PIC 9(03).
       01 WS-PRIOR-SW         PIC X(01) VALUE 'N'.
           88 WS-PRIOR-FOUND      VALUE 'Y'.
       01 WS-SAVE-HIST-KEY    PIC X(13).

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE 'ITEM'.
           05 FILLER PIC X(08) VALUE '   TRIED'.
           05 FILLER PIC X(06) VALUE '  PCT'.
           05 FILLER PIC X(06) VALUE '  TOP'.
           05 FILLER PIC X(06) VALUE '  BOT'.
           05 FILLER PIC X(08) VALUE '  DISC'.
           05 FILLER PIC X(36) VALUE
              '  COMMON WRONG ANSWERS (COUNT)'.
           05 FILLER PIC X(08) VALUE '  PRIOR'.
           05 FILLER PIC X(06) VALUE ' LAST'.
           05 FILLER PIC X(38) VALUE ' FLAG'.

       01 WS-ITEM-LINE.
           05 WS-IL-X         PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-IL-OP        PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-IL-Y         PIC Z9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-IL-ATTEMPTS  PIC ZZZZZZZ9.
           05 WS-IL-PCT       PIC ZZZZZ9.
           05 WS-IL-UP-PCT    PIC ZZZZZ9.
           05 WS-IL-LO-PCT    PIC ZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-IL-DISC      PIC -9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-IL-WRONG OCCURS 3 TIMES.
              10 WS-IL-ANSWER PIC X(03).
              10 FILLER       PIC X(01).
              10 WS-IL-WR-CT  PIC Z(04)9.
              10 FILLER       PIC X(02).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-IL-PRIOR     PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-IL-LAST-PCT  PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-IL-FLAG      PIC X(36).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-SUBM-READ PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-KEY    PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-UPPER     PIC 9(07) VALUE ZERO.
           05 WS-CT-LOWER     PIC 9(07) VALUE ZERO.
           05 WS-CT-HARD      PIC 9(07) VALUE ZERO.
           05 WS-CT-NEG-DISC  PIC 9(07) VALUE ZERO.
           05 WS-CT-HIST-KEPT PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

      *    THE PARM NAMES THE ANSWER KEY (UP TO 8 CHARACTERS) SO ITS
      *    ITEMS CAN BE FOLLOWED FROM ONE ADMINISTRATION TO THE NEXT.
       LINKAGE SECTION.
       01 LE-PARM-AREA.
           05 LE-PARM-LEN  PIC S9(4) COMP.
           05 LE-PARM-TEXT PIC X(08).

       PROCEDURE DIVISION USING LE-PARM-AREA.

            IF LE-PARM-LEN > ZERO
               MOVE LE-PARM-TEXT(1:LE-PARM-LEN) TO WS-KEY-ID
            END-IF.
            IF WS-KEY-ID = SPACES
               DISPLAY 'ITEMANL: NO ANSWER KEY NAME ON THE PARM'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            PERFORM A000-INIT-PARM-PARA.

            PERFORM A000-LOAD-ANSWERS-PARA.
            IF WS-ANS-COUNT = ZERO
               DISPLAY 'ITEMANL: NO ANSWER KEY LOADED FROM '
                       'ANSFILE'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN I-O ITEMHIST.
            IF NOT WS-HIST-OK
               DISPLAY 'ITEMANL: ITEMHIST NOT AVAILABLE - STATUS '
                       WS-HIST-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            INITIALIZE WS-SCORE-HIST.
            PERFORM A000-SCORE-PASS-PARA.
            PERFORM A000-QUARTERS-PARA.
            PERFORM A000-ITEM-PASS-PARA.

            MOVE 'ITEMANL' TO RH-PROGRAM-ID.
            MOVE SPACES TO RH-REPORT-TITLE.
            STRING 'ITEM ANALYSIS - ANSWER KEY ' WS-KEY-ID
                   DELIMITED BY SIZE INTO RH-REPORT-TITLE
            END-STRING.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT RPTFILE.

            PERFORM A000-ITEM-REPORT-PARA
                    VARYING WS-ANS-IDX FROM 1 BY 1
                    UNTIL WS-ANS-IDX > WS-ANS-COUNT.

            CLOSE RPTFILE.
            CLOSE ITEMHIST.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT ITEMPARM.
             IF WS-PARM-OK
                READ ITEMPARM
                    NOT AT END
                         IF IPARM-HARD-PCT IS NUMERIC
                            MOVE IPARM-HARD-PCT TO WS-HARD-PCT
                         END-IF
                END-READ
                CLOSE ITEMPARM
             ELSE
                DISPLAY 'ITEMANL: NO ITEMPARM FOUND - FLAGGING ITEMS '
                        'UNDER 20 PCT CORRECT'
             END-IF.

       A000-LOAD-ANSWERS-PARA.
             OPEN INPUT ANSFILE.
             MOVE SPACE TO WS-EOF.
             PERFORM UNTIL WS-EOF = 'Y'
                READ ANSFILE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                  IF ANS-HEADER-MARKER NOT = 'HD'
                     AND ANS-HEADER-MARKER NOT = 'TR'
                     IF WS-ANS-COUNT < 500
                        ADD 1 TO WS-ANS-COUNT
                        SET WS-ANS-IDX TO WS-ANS-COUNT
                        INITIALIZE WS-ANS-ENTRY(WS-ANS-IDX)
                        MOVE ANS-X TO WS-AN-X(WS-ANS-IDX)
                        MOVE ANS-Y TO WS-AN-Y(WS-ANS-IDX)
                        MOVE ANS-OP-CODE TO WS-AN-OP(WS-ANS-IDX)
                        MOVE ANS-Z TO WS-AN-Z(WS-ANS-IDX)
                     END-IF
                  END-IF
                END-READ
             END-PERFORM.
             CLOSE ANSFILE.
             MOVE SPACE TO WS-EOF.

      *    FIRST PASS - EACH STUDENT'S PERCENT CORRECT, SCORED THE WAY
      *    PGMGRADE SCORES IT.
       A000-SCORE-PASS-PARA.
             MOVE SPACES TO WS-PREV-STUD-ID.
             OPEN INPUT SUBMFILE.
             PERFORM UNTIL WS-EOF = 'Y'
                READ SUBMFILE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                  ADD 1 TO WS-CT-SUBM-READ
                  IF SUBM-STUD-ID IS NOT NUMERIC
                     ADD 1 TO WS-CT-INVALID
                  ELSE
                     IF SUBM-STUD-ID NOT = WS-PREV-STUD-ID
                        IF WS-PREV-STUD-ID NOT = SPACES
                           PERFORM A000-KEEP-STUDENT-PARA
                        END-IF
                        MOVE SUBM-STUD-ID TO WS-PREV-STUD-ID
                        MOVE ZERO TO WS-STUD-ANSWERED
                        MOVE ZERO TO WS-STUD-CORRECT
                     END-IF
                     PERFORM A000-MATCH-ITEM-PARA
                     IF WS-ANS-IDX NOT > WS-ANS-COUNT
                        ADD 1 TO WS-STUD-ANSWERED
                        IF WS-SUBM-CORRECT
                           ADD 1 TO WS-STUD-CORRECT
                        END-IF
                     ELSE
                        ADD 1 TO WS-CT-NO-KEY
                     END-IF
                  END-IF
                END-READ
             END-PERFORM.
             IF WS-PREV-STUD-ID NOT = SPACES
                PERFORM A000-KEEP-STUDENT-PARA
             END-IF.
             CLOSE SUBMFILE.
             MOVE SPACE TO WS-EOF.

       A000-KEEP-STUDENT-PARA.
             IF WS-STU-COUNT < 5000
                ADD 1 TO WS-STU-COUNT
                SET WS-STU-IDX TO WS-STU-COUNT
                MOVE SPACE TO WS-SE-GROUP(WS-STU-IDX)
                IF WS-STUD-ANSWERED > ZERO
                   ADD 1 TO WS-CT-STUDENTS
                   COMPUTE WS-SE-SCORE(WS-STU-IDX) ROUNDED =
                           (WS-STUD-CORRECT / WS-STUD-ANSWERED) * 100
                   COMPUTE WS-SH-SUB = WS-SE-SCORE(WS-STU-IDX) + 1
                   ADD 1 TO WS-SH-COUNT(WS-SH-SUB)
                ELSE
                   MOVE ZERO TO WS-SE-SCORE(WS-STU-IDX)
                   MOVE 'X' TO WS-SE-GROUP(WS-STU-IDX)
                END-IF
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
             END-IF.

       A000-MATCH-ITEM-PARA.
             MOVE 'N' TO WS-SUBM-CORRECT-SW.
             MOVE SUBM-X       TO WS-QK-X.
             MOVE SUBM-Y       TO WS-QK-Y.
             MOVE SUBM-OP-CODE TO WS-QK-OP.
             SET WS-ANS-IDX TO 1.
             SEARCH WS-ANS-ENTRY
                AT END
                     SET WS-ANS-IDX TO WS-ANS-COUNT
                     SET WS-ANS-IDX UP BY 1
                WHEN WS-AN-KEY(WS-ANS-IDX) = WS-QUEST-KEY
                     IF SUBM-ANSWER IS NUMERIC
                        AND SUBM-ANSWER = WS-AN-Z(WS-ANS-IDX)
                        SET WS-SUBM-CORRECT TO TRUE
                     END-IF
             END-SEARCH.

      *    THE TOP QUARTER IS EVERY STUDENT SCORING AT OR ABOVE THE
      *    SCORE THAT TAKES IN A QUARTER OF THE CLASS COUNTING DOWN
      *    FROM 100, THE BOTTOM QUARTER LIKEWISE COUNTING UP FROM 0.
      *    WITH FEWER THAN FOUR STUDENTS, OR WHEN THE TWO QUARTERS
      *    WOULD MEET, NO DISCRIMINATION INDEX IS GIVEN.
       A000-QUARTERS-PARA.
             IF WS-CT-STUDENTS >= 4
                COMPUTE WS-QUARTER = WS-CT-STUDENTS / 4
                MOVE ZERO TO WS-CUM-COUNT
                MOVE ZERO TO WS-LOW-CUT
                PERFORM VARYING WS-SH-SUB FROM 1 BY 1
                        UNTIL WS-SH-SUB > 101
                           OR WS-CUM-COUNT >= WS-QUARTER
                   ADD WS-SH-COUNT(WS-SH-SUB) TO WS-CUM-COUNT
                   COMPUTE WS-LOW-CUT = WS-SH-SUB - 1
                END-PERFORM
                MOVE ZERO TO WS-CUM-COUNT
                MOVE 100 TO WS-HIGH-CUT
                PERFORM VARYING WS-SH-SUB FROM 101 BY -1
                        UNTIL WS-SH-SUB < 1
                           OR WS-CUM-COUNT >= WS-QUARTER
                   ADD WS-SH-COUNT(WS-SH-SUB) TO WS-CUM-COUNT
                   COMPUTE WS-HIGH-CUT = WS-SH-SUB - 1
                END-PERFORM
                IF WS-LOW-CUT < WS-HIGH-CUT
                   SET WS-GROUPS-FORMED TO TRUE
                END-IF
             END-IF.
             IF WS-GROUPS-FORMED
                PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                        UNTIL WS-STU-IDX > WS-STU-COUNT
                   IF WS-SE-GROUP(WS-STU-IDX) = SPACE
                      EVALUATE TRUE
                      WHEN WS-SE-SCORE(WS-STU-IDX) >= WS-HIGH-CUT
                           MOVE 'U' TO WS-SE-GROUP(WS-STU-IDX)
                           ADD 1 TO WS-CT-UPPER
                      WHEN WS-SE-SCORE(WS-STU-IDX) <= WS-LOW-CUT
                           MOVE 'L' TO WS-SE-GROUP(WS-STU-IDX)
                           ADD 1 TO WS-CT-LOWER
                      END-EVALUATE
                   END-IF
                END-PERFORM
             END-IF.

      *    SECOND PASS - TALLY EACH ITEM OVERALL, FOR THE TOP AND
      *    BOTTOM QUARTERS, AND BY WRONG ANSWER GIVEN.
       A000-ITEM-PASS-PARA.
             MOVE SPACES TO WS-PREV-STUD-ID.
             MOVE ZERO TO WS-STU-POS.
             OPEN INPUT SUBMFILE.
             PERFORM UNTIL WS-EOF = 'Y'
                READ SUBMFILE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                  IF SUBM-STUD-ID IS NUMERIC
                     IF SUBM-STUD-ID NOT = WS-PREV-STUD-ID
                        MOVE SUBM-STUD-ID TO WS-PREV-STUD-ID
                        ADD 1 TO WS-STU-POS
                        IF WS-STU-POS > WS-STU-COUNT
                           MOVE SPACE TO WS-CUR-GROUP
                        ELSE
                           SET WS-STU-IDX TO WS-STU-POS
                           MOVE WS-SE-GROUP(WS-STU-IDX)
                             TO WS-CUR-GROUP
                        END-IF
                     END-IF
                     PERFORM A000-MATCH-ITEM-PARA
                     IF WS-ANS-IDX NOT > WS-ANS-COUNT
                        PERFORM A000-TALLY-ITEM-PARA
                     END-IF
                  END-IF
                END-READ
             END-PERFORM.
             CLOSE SUBMFILE.
             MOVE SPACE TO WS-EOF.

       A000-TALLY-ITEM-PARA.
             ADD 1 TO WS-AN-ATTEMPTS(WS-ANS-IDX).
             IF WS-SUBM-CORRECT
                ADD 1 TO WS-AN-CORRECT(WS-ANS-IDX)
             ELSE
                PERFORM A000-TALLY-WRONG-PARA
             END-IF.
             EVALUATE WS-CUR-GROUP
             WHEN 'U'
                  ADD 1 TO WS-AN-UP-ATT(WS-ANS-IDX)
                  IF WS-SUBM-CORRECT
                     ADD 1 TO WS-AN-UP-COR(WS-ANS-IDX)
                  END-IF
             WHEN 'L'
                  ADD 1 TO WS-AN-LO-ATT(WS-ANS-IDX)
                  IF WS-SUBM-CORRECT
                     ADD 1 TO WS-AN-LO-COR(WS-ANS-IDX)
                  END-IF
             END-EVALUATE.

       A000-TALLY-WRONG-PARA.
             SET WS-WR-IDX TO 1.
             SEARCH WS-AN-WRONG
                AT END
                     ADD 1 TO WS-AN-WRONG-OTHER(WS-ANS-IDX)
                WHEN WS-WR-IDX > WS-AN-WRONG-CT(WS-ANS-IDX)
                     ADD 1 TO WS-AN-WRONG-CT(WS-ANS-IDX)
                     MOVE SUBM-ANSWER
                       TO WS-AW-ANSWER(WS-ANS-IDX, WS-WR-IDX)
                     MOVE 1 TO WS-AW-COUNT(WS-ANS-IDX, WS-WR-IDX)
                WHEN WS-AW-ANSWER(WS-ANS-IDX, WS-WR-IDX)
                     = SUBM-ANSWER
                     ADD 1 TO WS-AW-COUNT(WS-ANS-IDX, WS-WR-IDX)
             END-SEARCH.

       A000-ITEM-REPORT-PARA.
             MOVE SPACES TO WS-ITEM-LINE.
             MOVE WS-AN-X(WS-ANS-IDX)  TO WS-IL-X.
             MOVE WS-AN-OP(WS-ANS-IDX) TO WS-IL-OP.
             MOVE WS-AN-Y(WS-ANS-IDX)  TO WS-IL-Y.
             MOVE WS-AN-ATTEMPTS(WS-ANS-IDX) TO WS-IL-ATTEMPTS.
             MOVE ZERO TO WS-PCT WS-UP-PCT WS-LO-PCT WS-DISC.
             MOVE SPACE TO WS-FLAG.
             IF WS-AN-ATTEMPTS(WS-ANS-IDX) > ZERO
                COMPUTE WS-PCT ROUNDED =
                        WS-AN-CORRECT(WS-ANS-IDX) * 100
                        / WS-AN-ATTEMPTS(WS-ANS-IDX)
                MOVE WS-PCT TO WS-IL-PCT
                IF WS-PCT < WS-HARD-PCT
                   MOVE 'H' TO WS-FLAG
                   ADD 1 TO WS-CT-HARD
                END-IF
             END-IF.
             IF WS-AN-UP-ATT(WS-ANS-IDX) > ZERO
                AND WS-AN-LO-ATT(WS-ANS-IDX) > ZERO
                COMPUTE WS-UP-PCT ROUNDED =
                        WS-AN-UP-COR(WS-ANS-IDX) * 100
                        / WS-AN-UP-ATT(WS-ANS-IDX)
                COMPUTE WS-LO-PCT ROUNDED =
                        WS-AN-LO-COR(WS-ANS-IDX) * 100
                        / WS-AN-LO-ATT(WS-ANS-IDX)
                COMPUTE WS-DISC ROUNDED =
                        (WS-AN-UP-COR(WS-ANS-IDX)
                         / WS-AN-UP-ATT(WS-ANS-IDX))
                      - (WS-AN-LO-COR(WS-ANS-IDX)
                         / WS-AN-LO-ATT(WS-ANS-IDX))
                MOVE WS-UP-PCT TO WS-IL-UP-PCT
                MOVE WS-LO-PCT TO WS-IL-LO-PCT
                MOVE WS-DISC   TO WS-IL-DISC
                IF WS-DISC < ZERO
                   ADD 1 TO WS-CT-NEG-DISC
                   IF WS-FLAG = 'H'
                      MOVE 'B' TO WS-FLAG
                   ELSE
                      MOVE 'N' TO WS-FLAG
                   END-IF
                END-IF
             END-IF.
             PERFORM A000-TOP-WRONG-PARA.
             PERFORM A000-PRIOR-HIST-PARA.
             MOVE WS-PRIOR-ADMINS TO WS-IL-PRIOR.
             IF WS-PRIOR-FOUND
                MOVE WS-PRIOR-PCT TO WS-IL-LAST-PCT
             END-IF.
             EVALUATE WS-FLAG
             WHEN 'H'
                  MOVE 'MISSED BY NEARLY ALL' TO WS-IL-FLAG
             WHEN 'N'
                  MOVE 'WEAK STUDENTS OUTSCORE STRONG'
                    TO WS-IL-FLAG
             WHEN 'B'
                  MOVE 'MISSED BY ALL - NEGATIVE DISC'
                    TO WS-IL-FLAG
             END-EVALUATE.
             MOVE WS-ITEM-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM A000-KEEP-HIST-PARA.

      *    THE THREE WRONG ANSWERS GIVEN MOST OFTEN.
       A000-TOP-WRONG-PARA.
             MOVE ZERO TO WS-TAKEN-1 WS-TAKEN-2.
             MOVE SPACES TO WS-TOP-WRONG.
             MOVE ZERO TO WS-TOP-WRONG-CT.
             PERFORM VARYING WS-PICK FROM 1 BY 1 UNTIL WS-PICK > 3
                MOVE ZERO TO WS-BEST-SUB WS-BEST-COUNT
                PERFORM VARYING WS-WR-IDX FROM 1 BY 1
                        UNTIL WS-WR-IDX > WS-AN-WRONG-CT(WS-ANS-IDX)
                   IF WS-AW-COUNT(WS-ANS-IDX, WS-WR-IDX)
                      > WS-BEST-COUNT
                      AND WS-WR-IDX NOT = WS-TAKEN-1
                      AND WS-WR-IDX NOT = WS-TAKEN-2
                      SET WS-BEST-SUB TO WS-WR-IDX
                      MOVE WS-AW-COUNT(WS-ANS-IDX, WS-WR-IDX)
                        TO WS-BEST-COUNT
                   END-IF
                END-PERFORM
                IF WS-BEST-SUB > ZERO
                   MOVE WS-AW-ANSWER(WS-ANS-IDX, WS-BEST-SUB)
                     TO WS-IL-ANSWER(WS-PICK)
                   MOVE WS-BEST-COUNT TO WS-IL-WR-CT(WS-PICK)
                   EVALUATE WS-PICK
                   WHEN 1
                        MOVE WS-BEST-SUB TO WS-TAKEN-1
                        MOVE WS-AW-ANSWER(WS-ANS-IDX, WS-BEST-SUB)
                          TO WS-TOP-WRONG
                        MOVE WS-BEST-COUNT TO WS-TOP-WRONG-CT
                   WHEN 2
                        MOVE WS-BEST-SUB TO WS-TAKEN-2
                   END-EVALUATE
                END-IF
             END-PERFORM.

      *    EARLIER ADMINISTRATIONS OF THE SAME ITEM, AND THE PERCENT
      *    CORRECT THE LAST TIME IT WAS GIVEN.
       A000-PRIOR-HIST-PARA.
             MOVE ZERO TO WS-PRIOR-ADMINS.
             MOVE ZERO TO WS-PRIOR-PCT.
             MOVE 'N' TO WS-PRIOR-SW.
             MOVE 'N' TO WS-HIST-EOF-SW.
             MOVE WS-KEY-ID            TO IH-KEY-ID.
             MOVE WS-AN-X(WS-ANS-IDX)  TO IH-X.
             MOVE WS-AN-Y(WS-ANS-IDX)  TO IH-Y.
             MOVE WS-AN-OP(WS-ANS-IDX) TO IH-OP.
             MOVE IH-KEY(1:13)         TO WS-SAVE-HIST-KEY.
             MOVE LOW-VALUES           TO IH-ADMIN-DATE.
             START ITEMHIST KEY IS GREATER THAN IH-KEY
                INVALID KEY SET WS-HIST-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-HIST-EOF
                READ ITEMHIST NEXT RECORD
                  AT END SET WS-HIST-EOF TO TRUE
                  NOT AT END
                  IF IH-KEY(1:13) NOT = WS-SAVE-HIST-KEY
                     OR IH-ADMIN-DATE NOT < WS-BUS-DATE
                     SET WS-HIST-EOF TO TRUE
                  ELSE
                     ADD 1 TO WS-PRIOR-ADMINS
                     MOVE IH-PCT TO WS-PRIOR-PCT
                     SET WS-PRIOR-FOUND TO TRUE
                  END-IF
                END-READ
             END-PERFORM.

      *    A RERUN ON THE SAME BUSINESS DATE REPLACES THAT DAY'S
      *    RECORD.
       A000-KEEP-HIST-PARA.
             MOVE SPACES               TO IHIST-REC.
             MOVE WS-KEY-ID            TO IH-KEY-ID.
             MOVE WS-AN-X(WS-ANS-IDX)  TO IH-X.
             MOVE WS-AN-Y(WS-ANS-IDX)  TO IH-Y.
             MOVE WS-AN-OP(WS-ANS-IDX) TO IH-OP.
             MOVE WS-BUS-DATE          TO IH-ADMIN-DATE.
             MOVE WS-AN-ATTEMPTS(WS-ANS-IDX) TO IH-ATTEMPTS.
             MOVE WS-AN-CORRECT(WS-ANS-IDX)  TO IH-CORRECT.
             MOVE WS-PCT               TO IH-PCT.
             MOVE WS-DISC              TO IH-DISC.
             MOVE WS-FLAG              TO IH-FLAG.
             MOVE WS-TOP-WRONG         TO IH-TOP-WRONG.
             MOVE WS-TOP-WRONG-CT      TO IH-TOP-WRONG-CT.
             WRITE IHIST-REC.
             IF WS-HIST-FS = '22'
                REWRITE IHIST-REC
             END-IF.
             IF WS-HIST-OK
                ADD 1 TO WS-CT-HIST-KEPT
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ITEMANL: HISTORY NOT KEPT FOR ITEM '
                        IH-X ' ' IH-OP ' ' IH-Y ' STATUS ' WS-HIST-FS
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ITEMANL RUN CONTROL TOTALS'.
             DISPLAY 'ANSWER KEY .................. ' WS-KEY-ID.
             DISPLAY 'ANSWER KEY ENTRIES .......... ' WS-ANS-COUNT.
             DISPLAY 'SUBMISSIONS READ ............ '
                     WS-CT-SUBM-READ.
             DISPLAY 'STUDENTS SCORED ............. '
                     WS-CT-STUDENTS.
             DISPLAY 'STUDENTS IN TOP QUARTER ..... ' WS-CT-UPPER.
             DISPLAY 'STUDENTS IN BOTTOM QUARTER .. ' WS-CT-LOWER.
             DISPLAY 'INVALID SUBMISSIONS ......... ' WS-CT-INVALID.
             DISPLAY 'QUESTIONS NOT IN KEY ........ ' WS-CT-NO-KEY.
             DISPLAY 'ITEMS MISSED BY NEARLY ALL .. ' WS-CT-HARD.
             DISPLAY 'ITEMS WITH NEGATIVE DISC .... '
                     WS-CT-NEG-DISC.
             DISPLAY 'HISTORY RECORDS KEPT ........ '
                     WS-CT-HIST-KEPT.
             DISPLAY 'STUDENT TABLE OVERFLOW ...... ' WS-CT-OVERFLOW.
             DISPLAY 'FAILURES .................... ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-INVALID > ZERO OR WS-CT-OVERFLOW > ZERO
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
