       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMSFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ENRLLOG ASSIGN TO ENRLLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ENRLLOG-FS.
                SELECT LMSFILE ASSIGN TO LMSFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ENRLLOG
            RECORDING MODE IS F.
       01 ENRL-LOG-REC.
          05 ENRL-STUD-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 ENRL-CODE       PIC X(01).
          05 FILLER          PIC X(01).
          05 ENRL-SQLCODE    PIC S9(05).
          05 FILLER          PIC X(01).
          05 ENRL-RESULT     PIC X(28).
             88 ENRL-ADDED       VALUE 'ENROLLMENT ADDED'.
             88 ENRL-REMOVED     VALUE 'ENROLLMENT DROPPED'
                                       'NEVER ATTENDED - ADMIN DROP'
                                       'LATE DROP - W GRADE RECORDED'
                                       'DROPPED - COURSE CANCELLED'.
          05 FILLER          PIC X(01).
          05 ENRL-COURSE     PIC X(08).
          05 FILLER          PIC X(01).
          05 ENRL-TERM       PIC X(06).
          05 FILLER          PIC X(01).
          05 ENRL-BUS-DATE   PIC X(08).
          05 FILLER          PIC X(01).
          05 ENRL-OPER-ID    PIC X(08).
       FD LMSFILE
            RECORDING MODE IS F.
       01 LMS-REC.
          05 LMS-REC-TYPE    PIC X(02).
          05 FILLER          PIC X(78).
       01 LMS-HEADER REDEFINES LMS-REC.
          05 LMS-HD-REC-TYPE PIC X(02).
          05 LMS-HD-MODE     PIC X(01).
          05 LMS-HD-TERM     PIC X(06).
          05 LMS-HD-BUS-DATE PIC X(08).
          05 FILLER          PIC X(63).
       01 LMS-DETAIL REDEFINES LMS-REC.
          05 LMS-DT-REC-TYPE PIC X(02).
          05 LMS-DT-ACTION   PIC X(01).
          05 LMS-DT-STUD-ID  PIC 9(09).
          05 LMS-DT-COURSE   PIC X(08).
          05 LMS-DT-TERM     PIC X(06).
          05 LMS-DT-SECTION  PIC X(03).
          05 LMS-DT-REASON   PIC X(01).
          05 LMS-DT-EFF-DATE PIC X(08).
          05 FILLER          PIC X(42).
       01 LMS-TRAILER REDEFINES LMS-REC.
          05 LMS-TR-REC-TYPE PIC X(02).
          05 LMS-TR-COUNT    PIC 9(07).
          05 LMS-TR-HASH     PIC 9(15).
          05 FILLER          PIC X(56).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-ENRLLOG-FS       PIC X(02) VALUE SPACES.
           88 WS-ENRLLOG-OK       VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

      *    D = THE DAY'S ADDS AND DROPS FROM ENRLLOG, F = THE WHOLE
      *    TERM ROSTER FROM STUD_ENROLL FOR THE FIRST DAY OF TERM.
       01 WS-FEED-MODE        PIC X(01) VALUE 'D'.
           88 WS-DELTA-MODE       VALUE 'D'.
           88 WS-FULL-MODE        VALUE 'F'.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ENROLLS   PIC 9(07) VALUE ZERO.
           05 WS-CT-UNENROLLS PIC 9(07) VALUE ZERO.
           05 WS-CT-CANCELS   PIC 9(07) VALUE ZERO.
           05 WS-CT-SKIPPED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DETAILS   PIC 9(07) VALUE ZERO.
           05 WS-HASH-TOTAL   PIC 9(15) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLENROLL.
           10 WS-ENR-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-SECTION           PIC X(03).

       01 WS-LMS-TERM         PIC X(06).

      *    THE TERM ROSTER. A LATE DROP KEEPS ITS ROW WITH A W GRADE
      *    BUT IS NO LONGER ON THE COURSE SITE.
            EXEC SQL
               DECLARE ROSCSR CURSOR FOR
               SELECT STUD_ID, COURSE_CODE,
                      COALESCE(SECTION, '   ')
                 FROM STUD_ENROLL
                WHERE TERM = :WS-LMS-TERM
                  AND GRADE <> 'W '
                ORDER BY COURSE_CODE, STUD_ID
            END-EXEC.

       LINKAGE SECTION.
       01 LM-PARM-AREA.
           05 LM-PARM-LEN  PIC S9(4) COMP.
           05 LM-PARM-TEXT PIC X(11).

      *    NO PARM IS THE NIGHTLY DELTA. PARM 'FULL' REFRESHES THE
      *    CURRENT TERM AND 'FULL,TTTTTT' A NAMED TERM.
       PROCEDURE DIVISION USING LM-PARM-AREA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            IF LM-PARM-LEN > ZERO
               IF LM-PARM-TEXT(1:4) = 'FULL'
                  SET WS-FULL-MODE TO TRUE
                  IF LM-PARM-LEN > 5
                     MOVE LM-PARM-TEXT(6:LM-PARM-LEN - 5)
                       TO WS-TERM-TEXT
                  END-IF
               ELSE
                  DISPLAY 'LMSFEED: UNKNOWN PARM '
                          LM-PARM-TEXT(1:LM-PARM-LEN)
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            IF WS-FULL-MODE AND WS-TERM-TEXT = SPACES
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'LMSFEED: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-LMS-TERM.

            IF WS-DELTA-MODE
               OPEN INPUT ENRLLOG
               IF NOT WS-ENRLLOG-OK
                  DISPLAY 'LMSFEED: ENRLLOG NOT AVAILABLE'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.

            OPEN OUTPUT LMSFILE.
            MOVE SPACES       TO LMS-REC.
            MOVE 'HD'         TO LMS-HD-REC-TYPE.
            MOVE WS-FEED-MODE TO LMS-HD-MODE.
            MOVE WS-LMS-TERM  TO LMS-HD-TERM.
            MOVE WS-BUS-DATE  TO LMS-HD-BUS-DATE.
            WRITE LMS-REC.

            IF WS-DELTA-MODE
               PERFORM UNTIL WS-EOF = 'Y'

                  READ ENRLLOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    ADD 1 TO WS-CT-READ
                    PERFORM A000-DELTA-PARA
                  END-READ

               END-PERFORM
               CLOSE ENRLLOG
            ELSE
               PERFORM A000-FULL-PARA
            END-IF.

            MOVE SPACES        TO LMS-REC.
            MOVE 'TR'          TO LMS-TR-REC-TYPE.
            MOVE WS-CT-DETAILS TO LMS-TR-COUNT.
            MOVE WS-HASH-TOTAL TO LMS-TR-HASH.
            WRITE LMS-REC.
            CLOSE LMSFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    ONLY ACTIONS THAT CHANGED STUD_ENROLL ARE PASSED ON, IN LOG
      *    ORDER, SO AN ADD AND A DROP ON THE SAME DAY BOTH REACH THE
      *    LMS AND LEAVE THE STUDENT OFF THE SITE.
       A000-DELTA-PARA.
             MOVE SPACES TO LMS-REC.
             MOVE 'DT'          TO LMS-DT-REC-TYPE.
             MOVE ENRL-STUD-ID  TO LMS-DT-STUD-ID.
             MOVE ENRL-COURSE   TO LMS-DT-COURSE.
             MOVE ENRL-TERM     TO LMS-DT-TERM.
             MOVE ENRL-CODE     TO LMS-DT-REASON.
             MOVE ENRL-BUS-DATE TO LMS-DT-EFF-DATE.
             EVALUATE TRUE
             WHEN (ENRL-CODE = 'I' OR ENRL-CODE = 'V') AND ENRL-ADDED
                  MOVE 'E' TO LMS-DT-ACTION
                  ADD 1 TO WS-CT-ENROLLS
                  PERFORM A000-WRITE-DETAIL-PARA
             WHEN ENRL-CODE = 'X' AND ENRL-REMOVED
                  MOVE 'U' TO LMS-DT-ACTION
                  ADD 1 TO WS-CT-CANCELS
                  PERFORM A000-WRITE-DETAIL-PARA
             WHEN (ENRL-CODE = 'D' OR ENRL-CODE = 'N')
                  AND ENRL-REMOVED
                  MOVE 'U' TO LMS-DT-ACTION
                  ADD 1 TO WS-CT-UNENROLLS
                  PERFORM A000-WRITE-DETAIL-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-SKIPPED
             END-EVALUATE.

       A000-FULL-PARA.
             EXEC SQL
                  OPEN ROSCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'LMSFEED: ROSTER CURSOR OPEN FAILED - SQLCODE '
                        WS-SQLCODE-DISPLAY
                MOVE 16 TO RETURN-CODE
                SET WS-CSR-DONE TO TRUE
             END-IF.
             PERFORM A000-FULL-FETCH-PARA UNTIL WS-CSR-DONE.
             EXEC SQL
                  CLOSE ROSCSR
             END-EXEC.

       A000-FULL-FETCH-PARA.
             EXEC SQL
                  FETCH ROSCSR
                   INTO :WS-ENR-STUD-ID, :WS-ENR-COURSE,
                        :WS-ENR-SECTION
             END-EXEC.
             IF SQLCODE NOT = 0
                IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'LMSFEED: ROSTER FETCH FAILED - SQLCODE '
                           WS-SQLCODE-DISPLAY
                   MOVE 16 TO RETURN-CODE
                END-IF
                SET WS-CSR-DONE TO TRUE
             ELSE
                ADD 1 TO WS-CT-READ
                MOVE SPACES TO LMS-REC
                MOVE 'DT'           TO LMS-DT-REC-TYPE
                MOVE 'E'            TO LMS-DT-ACTION
                MOVE WS-ENR-STUD-ID TO LMS-DT-STUD-ID
                MOVE WS-ENR-COURSE  TO LMS-DT-COURSE
                MOVE WS-LMS-TERM    TO LMS-DT-TERM
                MOVE WS-ENR-SECTION TO LMS-DT-SECTION
                MOVE 'F'            TO LMS-DT-REASON
                MOVE WS-BUS-DATE    TO LMS-DT-EFF-DATE
                ADD 1 TO WS-CT-ENROLLS
                PERFORM A000-WRITE-DETAIL-PARA
             END-IF.

       A000-WRITE-DETAIL-PARA.
             WRITE LMS-REC.
             ADD 1 TO WS-CT-DETAILS.
             ADD LMS-DT-STUD-ID TO WS-HASH-TOTAL.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'LMSFEED RUN CONTROL TOTALS'.
             DISPLAY 'BUSINESS DATE ............... ' WS-BUS-DATE.
             IF WS-FULL-MODE
                DISPLAY 'FEED MODE ................... FULL REFRESH'
                DISPLAY 'TERM ........................ ' WS-LMS-TERM
                DISPLAY 'ROSTER ROWS READ ............ ' WS-CT-READ
             ELSE
                DISPLAY 'FEED MODE ................... DAILY DELTA'
                DISPLAY 'ENRLLOG RECORDS READ ........ ' WS-CT-READ
                DISPLAY 'LOG RECORDS NOT PASSED ...... ' WS-CT-SKIPPED
             END-IF.
             DISPLAY 'ENROLL RECORDS .............. ' WS-CT-ENROLLS.
             DISPLAY 'UNENROLL RECORDS - DROPS .... ' WS-CT-UNENROLLS.
             DISPLAY 'UNENROLL RECORDS - CANCELS .. ' WS-CT-CANCELS.
             DISPLAY 'DETAIL RECORDS WRITTEN ...... ' WS-CT-DETAILS.
             DISPLAY 'HASH TOTAL .................. ' WS-HASH-TOTAL.
             DISPLAY '-------------------------------------------'.
