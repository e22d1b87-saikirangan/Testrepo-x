       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLAPSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT INCPARM ASSIGN TO INCPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
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
                SELECT INCNOTE ASSIGN TO INCNOTE
                ORGANIZATION IS SEQUENTIAL.
                SELECT GCHGTRAN ASSIGN TO GCHGTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INCPARM
            RECORDING MODE IS F.
       01 IPARM-REC.
          05 IPARM-LAPSE-DAYS PIC 9(03).
          05 FILLER           PIC X(01).
          05 IPARM-WARN-DAYS  PIC 9(03).
          05 FILLER           PIC X(73).
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
       FD INCNOTE
            RECORDING MODE IS F.
       01 NOTE-REC.
          05 NT-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 NT-STUD-NAME    PIC X(30).
          05 FILLER          PIC X(01).
          05 NT-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 NT-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 NT-DEPT-CODE    PIC X(03).
          05 FILLER          PIC X(01).
          05 NT-LAPSE-DATE   PIC X(08).
          05 FILLER          PIC X(01).
          05 NT-DAYS-LEFT    PIC 9(03).
          05 FILLER          PIC X(07).
       FD GCHGTRAN
            RECORDING MODE IS F.
       01 GCHG-REC.
          05 GC-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 GC-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 GC-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 GC-OLD-GRADE    PIC X(02).
          05 FILLER          PIC X(01).
          05 GC-NEW-GRADE    PIC X(02).
          05 FILLER          PIC X(01).
          05 GC-REASON       PIC X(02).
          05 FILLER          PIC X(01).
          05 GC-OPER-ID      PIC X(08).
          05 FILLER          PIC X(37).
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
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-DEPTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-DEPTTAB-OK       VALUE '00'.
       01 WS-DEPTTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DEPTTAB-AVAILABLE VALUE 'Y'.

       01 WS-LAPSE-DAYS       PIC 9(03) VALUE 120.
       01 WS-WARN-DAYS        PIC 9(03) VALUE 30.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TODAY-INT        PIC S9(09) COMP.
       01 WS-LAPSE-INT        PIC S9(09) COMP.
       01 WS-DAYS-LEFT        PIC S9(05).
       01 WS-LAPSE-DATE-N     PIC 9(08).
       01 WS-LAPSE-DATE       PIC X(08).
       01 WS-DEPT-CODE        PIC X(03).

       01 WS-INCCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-INCCSR-DONE      VALUE 'Y'.
       01 WS-TERM-SW          PIC X(01) VALUE 'N'.
           88 WS-TERM-DATED       VALUE 'Y'.

       01 WS-LAPSE-COUNT PIC 9(04) VALUE ZERO.
       01 WS-LAPSE-TABLE.
           05 WS-LAPSE-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-LAPSE-COUNT
                 INDEXED BY WS-LAPSE-IDX.
               10 WS-LE-DEPT     PIC X(03).
               10 WS-LE-STUD-ID  PIC 9(09).
               10 WS-LE-NAME     PIC X(30).
               10 WS-LE-COURSE   PIC X(08).
               10 WS-LE-TERM     PIC X(06).
               10 WS-LE-DATE     PIC X(08).

       01 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY WS-DEPT-IDX.
               10 WS-DE-DEPT     PIC X(03).
               10 WS-DE-LAPSES   PIC 9(05).

       01 WS-DEPT-HEADING.
           05 FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05 WS-DH-DEPT      PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DH-DESC      PIC X(20).
           05 FILLER          PIC X(95) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-COURSE    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-TERM      PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DATE      PIC X(08).
           05 FILLER          PIC X(61) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(13) VALUE '  STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(08) VALUE 'TERM'.
           05 FILLER PIC X(10) VALUE 'LAPSED ON'.
           05 FILLER PIC X(59) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-TL-LABEL     PIC X(30).
           05 WS-TL-VALUE     PIC Z(06)9.
           05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-LAPSED    PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTICES   PIC 9(07) VALUE ZERO.
           05 WS-CT-NOT-DUE   PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-TERM   PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-INC-STUD-ID      PIC S9(9) USAGE COMP.
       01 WS-INC-COURSE       PIC X(08).
       01 WS-INC-TERM         PIC X(06).
       01 WS-INC-NAME         PIC X(30).
       01 WS-INC-BASIS        PIC X(01).

            EXEC SQL
               DECLARE INCCSR CURSOR FOR
               SELECT E.STUD_ID, E.COURSE_CODE, E.TERM, S.STUD_NAME,
                      E.GRADE_BASIS
                 FROM STUD_ENROLL E, STUD_STUDENT S
                WHERE E.GRADE = 'I '
                  AND S.STUD_ID = E.STUD_ID
               UNION ALL
               SELECT H.STUD_ID, H.COURSE_CODE, H.TERM, S.STUD_NAME,
                      H.GRADE_BASIS
                 FROM STUD_ENRLHIST H, STUD_STUDENT S
                WHERE H.GRADE = 'I '
                  AND S.STUD_ID = H.STUD_ID
                ORDER BY 1, 3, 2
            END-EXEC.

       PROCEDURE DIVISION.

            MOVE 'INCLAPSE' TO RH-PROGRAM-ID.
            MOVE 'LAPSED INCOMPLETE GRADES BY DEPARTMENT'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            PERFORM A000-INIT-PARM-PARA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            COMPUTE WS-TODAY-INT = FUNCTION
                    INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUS-DATE)).

            OPEN INPUT TERMTAB.
            IF NOT WS-TERMTAB-OK
               DISPLAY 'INCLAPSE: TERMTAB NOT AVAILABLE - CANNOT '
                       'DATE INCOMPLETE GRADES'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF WS-CRSETAB-OK
               SET WS-CRSETAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'INCLAPSE: CRSETAB NOT AVAILABLE - DEPARTMENT '
                       'BREAKDOWN SKIPPED'
            END-IF.
            OPEN INPUT DEPTTAB.
            IF WS-DEPTTAB-OK
               SET WS-DEPTTAB-AVAILABLE TO TRUE
            END-IF.
            OPEN OUTPUT INCNOTE.
            OPEN OUTPUT GCHGTRAN.
            OPEN OUTPUT RPTFILE.

            EXEC SQL
                 OPEN INCCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'INCLAPSE: OPEN INCCSR FAILED - SQLCODE '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CT-FAILED
               SET WS-INCCSR-DONE TO TRUE
            END-IF.

            PERFORM UNTIL WS-INCCSR-DONE
               EXEC SQL
                    FETCH INCCSR
                     INTO :WS-INC-STUD-ID, :WS-INC-COURSE,
                          :WS-INC-TERM, :WS-INC-NAME, :WS-INC-BASIS
               END-EXEC
               EVALUATE SQLCODE
               WHEN 0
                    ADD 1 TO WS-CT-READ
                    PERFORM A000-INCOMPLETE-PARA
               WHEN 100
                    SET WS-INCCSR-DONE TO TRUE
               WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                    DISPLAY 'INCLAPSE: FETCH INCCSR FAILED - SQLCODE '
                            WS-SQLCODE-DISPLAY
                    ADD 1 TO WS-CT-FAILED
                    SET WS-INCCSR-DONE TO TRUE
               END-EVALUATE
            END-PERFORM.

            EXEC SQL
                 CLOSE INCCSR
            END-EXEC.

            PERFORM A000-REPORT-PARA.

            CLOSE TERMTAB.
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            IF WS-DEPTTAB-AVAILABLE
               CLOSE DEPTTAB
            END-IF.
            CLOSE INCNOTE.
            CLOSE GCHGTRAN.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT INCPARM.
             IF WS-PARM-OK
                READ INCPARM
                    NOT AT END
                         IF IPARM-LAPSE-DAYS IS NUMERIC
                            MOVE IPARM-LAPSE-DAYS TO WS-LAPSE-DAYS
                         END-IF
                         IF IPARM-WARN-DAYS IS NUMERIC
                            MOVE IPARM-WARN-DAYS TO WS-WARN-DAYS
                         END-IF
                END-READ
                CLOSE INCPARM
             ELSE
                DISPLAY 'INCLAPSE: NO INCPARM FOUND - USING 120 DAY '
                        'LAPSE AND 30 DAY NOTICE'
             END-IF.

       A000-INCOMPLETE-PARA.
             PERFORM A000-TERM-DATE-PARA.
             IF NOT WS-TERM-DATED
                ADD 1 TO WS-CT-NO-TERM
             ELSE
                PERFORM A000-COURSE-DEPT-PARA
                COMPUTE WS-DAYS-LEFT = WS-LAPSE-INT - WS-TODAY-INT
                IF WS-DAYS-LEFT <= ZERO
                   PERFORM A000-LAPSE-PARA
                ELSE
                   IF WS-DAYS-LEFT <= WS-WARN-DAYS
                      PERFORM A000-NOTICE-PARA
                   ELSE
                      ADD 1 TO WS-CT-NOT-DUE
                   END-IF
                END-IF
             END-IF.

       A000-TERM-DATE-PARA.
             MOVE 'N' TO WS-TERM-SW.
             MOVE WS-INC-TERM TO TM-TERM-CODE.
             READ TERMTAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     IF TM-END-DATE IS NUMERIC
                        SET WS-TERM-DATED TO TRUE
                     END-IF
             END-READ.
             IF WS-TERM-DATED
                COMPUTE WS-LAPSE-INT = FUNCTION
                        INTEGER-OF-DATE(FUNCTION NUMVAL(TM-END-DATE))
                        + WS-LAPSE-DAYS
                COMPUTE WS-LAPSE-DATE-N = FUNCTION
                        DATE-OF-INTEGER(WS-LAPSE-INT)
                MOVE WS-LAPSE-DATE-N TO WS-LAPSE-DATE
             END-IF.

       A000-COURSE-DEPT-PARA.
             MOVE SPACES TO WS-DEPT-CODE.
             IF WS-CRSETAB-AVAILABLE
                MOVE WS-INC-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE CR-DEPT-CODE TO WS-DEPT-CODE
                END-READ
             END-IF.

       A000-LAPSE-PARA.
             ADD 1 TO WS-CT-LAPSED.
             MOVE SPACES         TO GCHG-REC.
             MOVE WS-INC-STUD-ID TO GC-STUD-ID.
             MOVE WS-INC-COURSE  TO GC-COURSE.
             MOVE WS-INC-TERM    TO GC-TERM.
             MOVE 'I '           TO GC-OLD-GRADE.
             IF WS-INC-BASIS = 'P'
                MOVE 'NP'        TO GC-NEW-GRADE
             ELSE
                MOVE 'F '        TO GC-NEW-GRADE
             END-IF.
             MOVE 'IL'           TO GC-REASON.
             MOVE 'INCLAPSE'     TO GC-OPER-ID.
             WRITE GCHG-REC.
             IF WS-LAPSE-COUNT < 5000
                ADD 1 TO WS-LAPSE-COUNT
                SET WS-LAPSE-IDX TO WS-LAPSE-COUNT
                MOVE WS-DEPT-CODE   TO WS-LE-DEPT(WS-LAPSE-IDX)
                MOVE WS-INC-STUD-ID TO WS-LE-STUD-ID(WS-LAPSE-IDX)
                MOVE WS-INC-NAME    TO WS-LE-NAME(WS-LAPSE-IDX)
                MOVE WS-INC-COURSE  TO WS-LE-COURSE(WS-LAPSE-IDX)
                MOVE WS-INC-TERM    TO WS-LE-TERM(WS-LAPSE-IDX)
                MOVE WS-LAPSE-DATE  TO WS-LE-DATE(WS-LAPSE-IDX)
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
                        MOVE WS-DEPT-CODE TO WS-DE-DEPT(WS-DEPT-IDX)
                        MOVE 1 TO WS-DE-LAPSES(WS-DEPT-IDX)
                     END-IF
                WHEN WS-DE-DEPT(WS-DEPT-IDX) = WS-DEPT-CODE
                     ADD 1 TO WS-DE-LAPSES(WS-DEPT-IDX)
             END-SEARCH.

       A000-NOTICE-PARA.
             ADD 1 TO WS-CT-NOTICES.
             MOVE SPACES         TO NOTE-REC.
             MOVE WS-INC-STUD-ID TO NT-STUD-ID.
             MOVE WS-INC-NAME    TO NT-STUD-NAME.
             MOVE WS-INC-COURSE  TO NT-COURSE.
             MOVE WS-INC-TERM    TO NT-TERM.
             MOVE WS-DEPT-CODE   TO NT-DEPT-CODE.
             MOVE WS-LAPSE-DATE  TO NT-LAPSE-DATE.
             MOVE WS-DAYS-LEFT   TO NT-DAYS-LEFT.
             WRITE NOTE-REC.

       A000-REPORT-PARA.
             IF WS-LAPSE-COUNT = ZERO
                MOVE 'NO INCOMPLETE GRADES LAPSED THIS RUN'
                  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                PERFORM A000-DEPT-GROUP-PARA
             END-PERFORM.

       A000-DEPT-GROUP-PARA.
             MOVE WS-DE-DEPT(WS-DEPT-IDX) TO WS-DH-DEPT.
             MOVE SPACES TO WS-DH-DESC.
             IF WS-DE-DEPT(WS-DEPT-IDX) = SPACES
                MOVE 'COURSE NOT ON FILE' TO WS-DH-DESC
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
             PERFORM VARYING WS-LAPSE-IDX FROM 1 BY 1
                     UNTIL WS-LAPSE-IDX > WS-LAPSE-COUNT
                IF WS-LE-DEPT(WS-LAPSE-IDX) = WS-DE-DEPT(WS-DEPT-IDX)
                   MOVE WS-LE-STUD-ID(WS-LAPSE-IDX) TO WS-DL-STUD-ID
                   MOVE WS-LE-NAME(WS-LAPSE-IDX)    TO WS-DL-NAME
                   MOVE WS-LE-COURSE(WS-LAPSE-IDX)  TO WS-DL-COURSE
                   MOVE WS-LE-TERM(WS-LAPSE-IDX)    TO WS-DL-TERM
                   MOVE WS-LE-DATE(WS-LAPSE-IDX)    TO WS-DL-DATE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-WORK
                   PERFORM PRINT-LINE-PARA
                END-IF
             END-PERFORM.
             MOVE 'DEPARTMENT LAPSES' TO WS-TL-LABEL.
             MOVE WS-DE-LAPSES(WS-DEPT-IDX) TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'INCLAPSE RUN CONTROL TOTALS'.
             DISPLAY 'BUSINESS DATE ............... ' WS-BUS-DATE.
             DISPLAY 'LAPSE DAYS AFTER TERM END ... ' WS-LAPSE-DAYS.
             DISPLAY 'INCOMPLETE GRADES READ ...... ' WS-CT-READ.
             DISPLAY 'LAPSED TO F OR NP ........... ' WS-CT-LAPSED.
             DISPLAY 'WARNING NOTICES ............. ' WS-CT-NOTICES.
             DISPLAY 'NOT YET DUE ................. ' WS-CT-NOT-DUE.
             DISPLAY 'TERM NOT ON TERMTAB ......... ' WS-CT-NO-TERM.
             DISPLAY 'REPORT TABLE OVERFLOW ....... ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-NO-TERM > ZERO OR WS-CT-OVERFLOW > ZERO
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
