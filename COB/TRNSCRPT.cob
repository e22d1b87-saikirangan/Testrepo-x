                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT ETRNFILE ASSIGN TO ETRNFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ETRN-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
            RECORDING MODE IS F.
       01 TREQ-REC.
          05 TREQ-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 TREQ-DELIVERY   PIC X(01).
             88 TREQ-DELIVERY-VALID VALUE ' ' 'P' 'E' 'B'.
          05 FILLER          PIC X(01).
          05 TREQ-DEST       PIC X(08).
          05 FILLER          PIC X(60).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       FD ETRNFILE
            RECORDING MODE IS F.
       01 ET-REC.
          05 ET-SEG-TYPE     PIC X(02).
          05 FILLER          PIC X(118).
       01 ET-HEADER REDEFINES ET-REC.
          05 ET-HD-SEG-TYPE  PIC X(02).
          05 ET-HD-INST-CODE PIC X(06).
          05 ET-HD-CREATE-DATE PIC X(08).
          05 FILLER          PIC X(104).
       01 ET-IDENT REDEFINES ET-REC.
          05 ET-ID-SEG-TYPE  PIC X(02).
          05 ET-ID-STUD-ID   PIC 9(09).
          05 ET-ID-NAME      PIC X(30).
          05 ET-ID-DEPT      PIC X(10).
          05 ET-ID-STATUS    PIC X(10).
          05 ET-ID-DEST      PIC X(08).
          05 FILLER          PIC X(51).
       01 ET-TERM REDEFINES ET-REC.
          05 ET-TM-SEG-TYPE  PIC X(02).
          05 ET-TM-STUD-ID   PIC 9(09).
          05 ET-TM-TERM      PIC X(06).
          05 ET-TM-HOURS     PIC 9(03).
          05 ET-TM-GPA       PIC 9V99.
          05 ET-TM-COURSES   PIC 9(02).
          05 FILLER          PIC X(95).
       01 ET-COURSE REDEFINES ET-REC.
          05 ET-CR-SEG-TYPE  PIC X(02).
          05 ET-CR-STUD-ID   PIC 9(09).
          05 ET-CR-TERM      PIC X(06).
          05 ET-CR-COURSE    PIC X(08).
          05 ET-CR-TITLE     PIC X(30).
          05 ET-CR-HOURS     PIC 9(02).
          05 ET-CR-GRADE     PIC X(02).
          05 ET-CR-XFER      PIC X(01).
          05 ET-CR-REPEAT    PIC X(01).
          05 FILLER          PIC X(59).
       01 ET-CUM REDEFINES ET-REC.
          05 ET-GP-SEG-TYPE  PIC X(02).
          05 ET-GP-STUD-ID   PIC 9(09).
          05 ET-GP-HOURS     PIC 9(04).
          05 ET-GP-GPA       PIC 9V99.
          05 ET-GP-TERMS     PIC 9(03).
          05 FILLER          PIC X(99).
       01 ET-TRAILER REDEFINES ET-REC.
          05 ET-TR-SEG-TYPE  PIC X(02).
          05 ET-TR-COUNT     PIC 9(07).
          05 ET-TR-HASH      PIC 9(15).
          05 FILLER          PIC X(96).
       FD CRSETAB
            RECORDING MODE IS F.
       01 CRSE-REC.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-ETRN-FS          PIC X(02) VALUE SPACES.
           88 WS-ETRN-OK          VALUE '00'.
       01 WS-ETRN-AVAIL-SW    PIC X(01) VALUE 'N'.
           88 WS-ETRN-AVAILABLE   VALUE 'Y'.

      *    A REQUEST WITH NO DELIVERY CODE IS PRINTED, AS BEFORE.
       01 WS-DELIVERY         PIC X(01) VALUE 'P'.
           88 WS-PRINT-WANTED     VALUE 'P' 'B'.
           88 WS-ETRN-WANTED      VALUE 'E' 'B'.

       01 WS-INST-CODE        PIC X(06) VALUE 'INST01'.
       01 WS-ET-TERM-COUNT    PIC 9(03) VALUE ZERO.
       01 WS-ET-SEG-COUNT     PIC 9(07) VALUE ZERO.
       01 WS-ET-HASH-TOTAL    PIC 9(15) VALUE ZERO.

      *    COURSE SEGMENTS ARE HELD UNTIL THE TERM BREAK SO THE TERM
      *    SEGMENT, WHICH CARRIES THE TERM GPA, CAN GO OUT AHEAD OF
      *    THEM.
       01 WS-ET-BUF-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-ET-BUF-IDX       PIC 9(02) VALUE ZERO.
       01 WS-ET-TERM-BUFFER.
           05 WS-ET-BUF-SEG   OCCURS 60 TIMES PIC X(120).

       01 WS-STUDENT-HEAD.
           05 FILLER          PIC X(09) VALUE 'STUD-ID: '.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(32) VALUE 'TITLE'.
           05 FILLER PIC X(06) VALUE 'HOURS'.
           05 FILLER PIC X(06) VALUE 'GRADE'.
           05 FILLER PIC X(08) VALUE 'REPEAT'.
           05 FILLER PIC X(62) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-TERM      PIC X(06).
           05 WS-DL-HOURS     PIC Z9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-DL-GRADE     PIC X(02).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-DL-REPEAT    PIC X(08).
           05 FILLER          PIC X(62) VALUE SPACES.

       01 WS-GPA-LINE.
           05 WS-GL-LABEL     PIC X(30).
           88 WS-GRADE-IN-GPA     VALUE 'Y'.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.
       01 WS-CURR-TERM-BRK    PIC X(06) VALUE SPACES.
       01 WS-REPEAT-SW        PIC X(01) VALUE 'N'.
           88 WS-ATTEMPT-REPLACED VALUE 'Y'.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.
           05 WS-CT-PRINTED   PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-REPEATS   PIC 9(07) VALUE ZERO.
           05 WS-CT-ELECTRONIC PIC 9(07) VALUE ZERO.
           05 WS-CT-NOT-SENT  PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-GRADE             PIC X(02).
           10 WS-ENR-XFER              PIC X(01).

       01 WS-LATER-LIVE       PIC S9(9) USAGE COMP.
       01 WS-LATER-HIST       PIC S9(9) USAGE COMP.

            EXEC SQL
               DECLARE TRNCSR CURSOR FOR
               SELECT TERM, COURSE_CODE, GRADE, XFER_FLAG
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-STUD-ID
                ORDER BY TERM, COURSE_CODE

            EXEC SQL
               DECLARE TRHCSR CURSOR FOR
               SELECT TERM, COURSE_CODE, GRADE, XFER_FLAG
                 FROM STUD_ENRLHIST
                WHERE STUD_ID = :WS-STUD-ID
                ORDER BY TERM, COURSE_CODE
               DISPLAY 'TRNSCRPT: CRSETAB NOT AVAILABLE - TITLES '
                       'AND CREDIT HOURS UNAVAILABLE'
            END-IF.
            OPEN OUTPUT ETRNFILE.
            IF WS-ETRN-OK
               SET WS-ETRN-AVAILABLE TO TRUE
               MOVE SPACES TO ET-REC
               MOVE 'HD' TO ET-HD-SEG-TYPE
               MOVE WS-INST-CODE TO ET-HD-INST-CODE
               MOVE FUNCTION CURRENT-DATE(1:8) TO ET-HD-CREATE-DATE
               WRITE ET-REC
            ELSE
               DISPLAY 'TRNSCRPT: ETRNFILE NOT AVAILABLE - '
                       'ELECTRONIC TRANSCRIPTS WILL NOT BE SENT'
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'


            CLOSE TRREQFIL.
            CLOSE RPTFILE.
            IF WS-ETRN-AVAILABLE
               MOVE SPACES TO ET-REC
               MOVE 'TR' TO ET-TR-SEG-TYPE
               MOVE WS-ET-SEG-COUNT  TO ET-TR-COUNT
               MOVE WS-ET-HASH-TOTAL TO ET-TR-HASH
               WRITE ET-REC
               CLOSE ETRNFILE
            END-IF.
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
                DISPLAY 'TRNSCRPT: NON-NUMERIC STUD-ID ON REQUEST '
                        'FILE: ' TREQ-STUD-ID
             ELSE
                IF NOT TREQ-DELIVERY-VALID
                   ADD 1 TO WS-CT-INVALID
                   DISPLAY 'TRNSCRPT: INVALID DELIVERY CODE '
                           TREQ-DELIVERY ' FOR STUD-ID ' TREQ-STUD-ID
                ELSE
                   PERFORM A000-DELIVERY-PARA
                   IF WS-PRINT-WANTED OR WS-ETRN-WANTED
                      COMPUTE WS-STUD-ID =
                              FUNCTION NUMVAL(TREQ-STUD-ID)
                      PERFORM A000-SELECT-STUDENT-PARA
                   END-IF
                END-IF
             END-IF.

      *    AN ELECTRONIC COPY THAT CANNOT BE SENT IS REPORTED; A
      *    REQUEST FOR BOTH STILL PRINTS.
       A000-DELIVERY-PARA.
             IF TREQ-DELIVERY = SPACE
                MOVE 'P' TO WS-DELIVERY
             ELSE
                MOVE TREQ-DELIVERY TO WS-DELIVERY
             END-IF.
             IF WS-ETRN-WANTED AND NOT WS-ETRN-AVAILABLE
                ADD 1 TO WS-CT-NOT-SENT
                DISPLAY 'TRNSCRPT: STUD-ID ' TREQ-STUD-ID
                        ' ELECTRONIC TRANSCRIPT NOT SENT'
                IF WS-DELIVERY = 'B'
                   MOVE 'P' TO WS-DELIVERY
                ELSE
                   MOVE SPACE TO WS-DELIVERY
                END-IF
             END-IF.

       A000-SELECT-STUDENT-PARA.
             END-EVALUATE.

       A000-TRANSCRIPT-PARA.
             IF WS-PRINT-WANTED
                ADD 1 TO WS-CT-PRINTED
                PERFORM NEW-PAGE-PARA
                MOVE WS-STUD-ID   TO WS-SH-STUD-ID
                MOVE WS-STUD-NAME TO WS-SH-STUD-NAME
                MOVE WS-STUD-DEPT TO WS-SH-STUD-DEPT
                MOVE WS-STUDENT-HEAD TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE SPACES TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             IF WS-ETRN-WANTED
                ADD 1 TO WS-CT-ELECTRONIC
                MOVE ZERO TO WS-ET-TERM-COUNT
                MOVE ZERO TO WS-ET-BUF-COUNT
                MOVE SPACES TO ET-REC
                MOVE 'ID' TO ET-ID-SEG-TYPE
                MOVE WS-STUD-ID     TO ET-ID-STUD-ID
                MOVE WS-STUD-NAME   TO ET-ID-NAME
                MOVE WS-STUD-DEPT   TO ET-ID-DEPT
                MOVE WS-STUD-STATUS TO ET-ID-STATUS
                MOVE TREQ-DEST      TO ET-ID-DEST
                PERFORM A000-ET-WRITE-PARA
                ADD WS-STUD-ID TO WS-ET-HASH-TOTAL
             END-IF.
             MOVE ZERO TO WS-TERM-HOURS.
             MOVE ZERO TO WS-TERM-POINTS.
             MOVE ZERO TO WS-CUM-HOURS.
       A000-HIST-FETCH-PARA.
             EXEC SQL
                  FETCH TRHCSR
                   INTO :WS-ENR-TERM, :WS-ENR-COURSE, :WS-ENR-GRADE,
                        :WS-ENR-XFER
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
       A000-FETCH-PARA.
             EXEC SQL
                  FETCH TRNCSR
                   INTO :WS-ENR-TERM, :WS-ENR-COURSE, :WS-ENR-GRADE,
                        :WS-ENR-XFER
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
             MOVE WS-ENR-COURSE   TO WS-DL-COURSE.
             MOVE WS-COURSE-HOURS TO WS-DL-HOURS.
             MOVE WS-ENR-GRADE    TO WS-DL-GRADE.
             MOVE SPACES          TO WS-DL-REPEAT.
             PERFORM A000-REPEAT-CHECK-PARA.
             IF WS-ATTEMPT-REPLACED
                ADD 1 TO WS-CT-REPEATS
                MOVE 'EXCLUDED' TO WS-DL-REPEAT
             END-IF.
             IF WS-PRINT-WANTED
                MOVE WS-DETAIL-LINE  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             IF WS-ETRN-WANTED
                PERFORM A000-ET-COURSE-PARA
             END-IF.
             PERFORM A000-GRADE-POINTS-PARA.
             IF WS-GRADE-IN-GPA
                ADD WS-COURSE-HOURS TO WS-TERM-HOURS
                COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
                        + (WS-GRADE-POINTS * WS-COURSE-HOURS)
                IF NOT WS-ATTEMPT-REPLACED
                   ADD WS-COURSE-HOURS TO WS-CUM-HOURS
                   COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
                           + (WS-GRADE-POINTS * WS-COURSE-HOURS)
                END-IF
             END-IF.

       A000-REPEAT-CHECK-PARA.
             MOVE 'N' TO WS-REPEAT-SW.
             IF WS-ENR-GRADE NOT = 'W ' AND WS-ENR-GRADE NOT = 'I '
                AND WS-ENR-GRADE NOT = SPACES
                MOVE ZERO TO WS-LATER-LIVE
                MOVE ZERO TO WS-LATER-HIST
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-LATER-LIVE
                       FROM STUD_ENROLL
                      WHERE STUD_ID = :WS-STUD-ID
                        AND COURSE_CODE = :WS-ENR-COURSE
                        AND TERM > :WS-ENR-TERM
                        AND GRADE NOT IN ('W ', 'I ', 'AU', '  ')
                END-EXEC
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-LATER-HIST
                       FROM STUD_ENRLHIST
                      WHERE STUD_ID = :WS-STUD-ID
                        AND COURSE_CODE = :WS-ENR-COURSE
                        AND TERM > :WS-ENR-TERM
                        AND GRADE NOT IN ('W ', 'I ', 'AU', '  ')
                END-EXEC
                IF WS-LATER-LIVE > ZERO OR WS-LATER-HIST > ZERO
                   SET WS-ATTEMPT-REPLACED TO TRUE
                END-IF
             END-IF.

       A000-GRADE-POINTS-PARA.
             MOVE WS-CURR-TERM-BRK TO WS-GL-TERM.
             MOVE WS-TERM-HOURS    TO WS-GL-HOURS.
             MOVE WS-GPA-WORK      TO WS-GL-GPA.
             IF WS-PRINT-WANTED
                MOVE WS-GPA-LINE      TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE SPACES TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             IF WS-ETRN-WANTED
                PERFORM A000-ET-TERM-PARA
             END-IF.
             MOVE ZERO TO WS-TERM-HOURS.
             MOVE ZERO TO WS-TERM-POINTS.

             MOVE SPACES        TO WS-GL-TERM.
             MOVE WS-CUM-HOURS  TO WS-GL-HOURS.
             MOVE WS-GPA-WORK   TO WS-GL-GPA.
             IF WS-PRINT-WANTED
                MOVE WS-GPA-LINE   TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             IF WS-ETRN-WANTED
                MOVE SPACES TO ET-REC
                MOVE 'GP' TO ET-GP-SEG-TYPE
                MOVE WS-STUD-ID       TO ET-GP-STUD-ID
                MOVE WS-CUM-HOURS     TO ET-GP-HOURS
                MOVE WS-GPA-WORK      TO ET-GP-GPA
                MOVE WS-ET-TERM-COUNT TO ET-GP-TERMS
                PERFORM A000-ET-WRITE-PARA
             END-IF.

      *    COURSE SEGMENT, HELD FOR THE TERM. TRANSFER WORK CARRIES
      *    THE XFER_FLAG AND AN ATTEMPT REPLACED BY A LATER REPEAT IS
      *    MARKED SO THE RECEIVER CAN LEAVE IT OUT OF ITS GPA.
       A000-ET-COURSE-PARA.
             MOVE SPACES TO ET-REC.
             MOVE 'CR' TO ET-CR-SEG-TYPE.
             MOVE WS-STUD-ID      TO ET-CR-STUD-ID.
             MOVE WS-ENR-TERM     TO ET-CR-TERM.
             MOVE WS-ENR-COURSE   TO ET-CR-COURSE.
             MOVE WS-DL-TITLE     TO ET-CR-TITLE.
             MOVE WS-COURSE-HOURS TO ET-CR-HOURS.
             MOVE WS-ENR-GRADE    TO ET-CR-GRADE.
             IF WS-ENR-XFER = 'Y'
                MOVE 'Y' TO ET-CR-XFER
             ELSE
                MOVE 'N' TO ET-CR-XFER
             END-IF.
             IF WS-ATTEMPT-REPLACED
                MOVE 'Y' TO ET-CR-REPEAT
             ELSE
                MOVE 'N' TO ET-CR-REPEAT
             END-IF.
             IF WS-ET-BUF-COUNT < 60
                ADD 1 TO WS-ET-BUF-COUNT
                MOVE ET-REC TO WS-ET-BUF-SEG(WS-ET-BUF-COUNT)
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
                DISPLAY 'TRNSCRPT: STUD-ID ' TREQ-STUD-ID ' TERM '
                        WS-ENR-TERM ' OVER 60 COURSES - '
                        WS-ENR-COURSE ' NOT SENT'
             END-IF.

       A000-ET-TERM-PARA.
             ADD 1 TO WS-ET-TERM-COUNT.
             MOVE SPACES TO ET-REC.
             MOVE 'TM' TO ET-TM-SEG-TYPE.
             MOVE WS-STUD-ID       TO ET-TM-STUD-ID.
             MOVE WS-CURR-TERM-BRK TO ET-TM-TERM.
             MOVE WS-TERM-HOURS    TO ET-TM-HOURS.
             MOVE WS-GPA-WORK      TO ET-TM-GPA.
             MOVE WS-ET-BUF-COUNT  TO ET-TM-COURSES.
             PERFORM A000-ET-WRITE-PARA.
             PERFORM VARYING WS-ET-BUF-IDX FROM 1 BY 1
                     UNTIL WS-ET-BUF-IDX > WS-ET-BUF-COUNT
                MOVE WS-ET-BUF-SEG(WS-ET-BUF-IDX) TO ET-REC
                PERFORM A000-ET-WRITE-PARA
             END-PERFORM.
             MOVE ZERO TO WS-ET-BUF-COUNT.

       A000-ET-WRITE-PARA.
             WRITE ET-REC.
             ADD 1 TO WS-ET-SEG-COUNT.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'TRANSCRIPTS PRINTED ......... ' WS-CT-PRINTED.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'INVALID REQUESTS ............ ' WS-CT-INVALID.
             DISPLAY 'REPEAT ATTEMPTS EXCLUDED .... ' WS-CT-REPEATS.
             DISPLAY 'ELECTRONIC TRANSCRIPTS ...... '
                     WS-CT-ELECTRONIC.
             DISPLAY 'ELECTRONIC NOT SENT ......... ' WS-CT-NOT-SENT.
             DISPLAY 'COURSES OVER TERM LIMIT ..... ' WS-CT-OVERFLOW.
             DISPLAY 'ETRNFILE SEGMENTS ........... ' WS-ET-SEG-COUNT.
             DISPLAY 'ETRNFILE HASH TOTAL ......... ' WS-ET-HASH-TOTAL.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
                AND (WS-CT-NOTFOUND > ZERO OR WS-CT-INVALID > ZERO
                     OR WS-CT-NOT-SENT > ZERO OR WS-CT-OVERFLOW > ZERO)
                MOVE 4 TO RETURN-CODE
             END-IF.

