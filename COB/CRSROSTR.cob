                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT CRSESECT ASSIGN TO CRSESECT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-CRSESECT-FS.
                SELECT INSTASGN ASSIGN TO INSTASGN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TA-KEY
                FILE STATUS IS WS-INSTASGN-FS.
                SELECT INSTMAST ASSIGN TO INSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTR-ID
                FILE STATUS IS WS-INSTMAST-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RPTFILE
          05 CR-MEET-START   PIC X(04).
          05 CR-MEET-END     PIC X(04).
          05 FILLER          PIC X(17).
       FD CRSESECT
            RECORDING MODE IS F.
       01 SECT-REC.
          05 SC-KEY.
             10 SC-COURSE-CODE PIC X(08).
             10 SC-TERM        PIC X(06).
             10 SC-SECTION     PIC X(03).
          05 SC-MAX-SEATS      PIC 9(04).
          05 SC-MEET-DAYS      PIC X(07).
          05 SC-MEET-START     PIC X(04).
          05 SC-MEET-END       PIC X(04).
          05 SC-ACTIVE-FLAG    PIC X(01).
          05 SC-BUILDING       PIC X(04).
          05 SC-ROOM           PIC X(06).
          05 FILLER            PIC X(33).
       FD INSTASGN
            RECORDING MODE IS F.
       01 ASGN-REC.
          05 TA-KEY.
             10 TA-COURSE-CODE PIC X(08).
             10 TA-TERM        PIC X(06).
             10 TA-SECTION     PIC X(03).
          05 TA-INSTR-ID       PIC X(09).
          05 TA-ASSIGN-DATE    PIC X(08).
          05 FILLER            PIC X(46).
       FD INSTMAST
            RECORDING MODE IS F.
       01 INST-REC.
          05 IN-INSTR-ID     PIC X(09).
          05 IN-INSTR-NAME   PIC X(30).
          05 IN-DEPT-CODE    PIC X(03).
          05 IN-CONTRACT-HRS PIC 9(02).
          05 IN-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-CRSESECT-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSESECT-AVAILABLE VALUE 'Y'.
       01 WS-INSTASGN-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTASGN-OK      VALUE '00'.
       01 WS-INSTASGN-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-INSTASGN-AVAILABLE VALUE 'Y'.
       01 WS-INSTMAST-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTMAST-OK      VALUE '00'.
       01 WS-INSTMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-INSTMAST-AVAILABLE VALUE 'Y'.

       01 WS-COURSE-TEXT      PIC X(08) VALUE SPACES.
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-SECTION-TEXT     PIC X(03) VALUE SPACES.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
           05 WS-CH-TITLE     PIC X(30).
           05 FILLER          PIC X(07) VALUE ' TERM: '.
           05 WS-CH-TERM      PIC X(06).
           05 FILLER          PIC X(10) VALUE ' SECTION: '.
           05 WS-CH-SECTION   PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CH-MEET-DAYS PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-CH-MEET-START PIC X(04).
           05 FILLER          PIC X(01) VALUE '-'.
           05 WS-CH-MEET-END  PIC X(04).
           05 FILLER          PIC X(39) VALUE SPACES.

       01 WS-INSTR-HEAD.
           05 FILLER          PIC X(12) VALUE 'INSTRUCTOR: '.
           05 WS-IH-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-IH-INSTR-ID  PIC X(09).
           05 FILLER          PIC X(79) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUD-ID'.
           05 WS-TL-VALUE     PIC Z(06)9.
           05 FILLER          PIC X(95) VALUE SPACES.

       01 WS-CURR-KEY.
           05 WS-CURR-COURSE  PIC X(08) VALUE SPACES.
           05 WS-CURR-SECTION PIC X(03) VALUE SPACES.
       01 WS-SEAT-COUNT       PIC 9(07) VALUE ZERO.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.

       01 WS-SEL-COURSE       PIC X(08).
       01 WS-SEL-TERM         PIC X(06).
       01 WS-SEL-SECTION      PIC X(03).
       01 WS-ALL-SW           PIC X(01).

       01  DCLROSTER.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-SECTION           PIC X(03).
           10 WS-RST-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-RST-STUD-NAME         PIC X(30).
           10 WS-RST-STUD-DEPT         PIC X(10).

            EXEC SQL
               DECLARE RSTCSR CURSOR FOR
               SELECT E.COURSE_CODE, E.SECTION, E.STUD_ID,
                      COALESCE(NULLIF(S.PREF_NAME, ' '), S.STUD_NAME),
                      S.STUD_DEPT
                 FROM STUD_ENROLL E, STUD_STUDENT S
                WHERE E.STUD_ID = S.STUD_ID
                  AND E.TERM = :WS-SEL-TERM
                  AND (:WS-ALL-SW = 'A'
                       OR E.COURSE_CODE = :WS-SEL-COURSE)
                  AND (:WS-SEL-SECTION = '   '
                       OR E.SECTION = :WS-SEL-SECTION)
                  AND E.GRADE NOT = 'W '
                ORDER BY E.COURSE_CODE, E.SECTION, E.STUD_ID
            END-EXEC.

       LINKAGE SECTION.
       01 LR-PARM-AREA.
           05 LR-PARM-LEN  PIC S9(4) COMP.
           05 LR-PARM-TEXT PIC X(19).

       PROCEDURE DIVISION USING LR-PARM-AREA.

            IF LR-PARM-LEN > ZERO
               UNSTRING LR-PARM-TEXT DELIMITED BY ','
                   INTO WS-COURSE-TEXT, WS-TERM-TEXT,
                        WS-SECTION-TEXT
               END-UNSTRING
            END-IF.
            IF WS-COURSE-TEXT = SPACES
            END-IF.

            MOVE 'CRSROSTR' TO RH-PROGRAM-ID.
            MOVE 'CLASS ROSTER BY COURSE SECTION'
              TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN OUTPUT RPTFILE.
            IF WS-CRSETAB-OK
               SET WS-CRSETAB-AVAILABLE TO TRUE
            END-IF.
            OPEN INPUT CRSESECT.
            IF WS-CRSESECT-OK
               SET WS-CRSESECT-AVAILABLE TO TRUE
            END-IF.
            OPEN INPUT INSTASGN.
            IF WS-INSTASGN-OK
               SET WS-INSTASGN-AVAILABLE TO TRUE
            END-IF.
            OPEN INPUT INSTMAST.
            IF WS-INSTMAST-OK
               SET WS-INSTMAST-AVAILABLE TO TRUE
            END-IF.

            MOVE WS-TERM-TEXT TO WS-SEL-TERM.
            MOVE WS-SECTION-TEXT TO WS-SEL-SECTION.
            IF WS-COURSE-TEXT = 'ALL'
               MOVE 'A' TO WS-ALL-SW
               MOVE SPACES TO WS-SEL-COURSE
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            IF WS-CRSESECT-AVAILABLE
               CLOSE CRSESECT
            END-IF.
            IF WS-INSTASGN-AVAILABLE
               CLOSE INSTASGN
            END-IF.
            IF WS-INSTMAST-AVAILABLE
               CLOSE INSTMAST
            END-IF.

            PERFORM A000-SUMMARY-PARA.

       A000-FETCH-PARA.
             EXEC SQL
                  FETCH RSTCSR
                   INTO :WS-ENR-COURSE, :WS-ENR-SECTION,
                        :WS-RST-STUD-ID,
                        :WS-RST-STUD-NAME, :WS-RST-STUD-DEPT
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
             ELSE
                IF WS-ENR-COURSE NOT = WS-CURR-COURSE
                   OR WS-ENR-SECTION NOT = WS-CURR-SECTION
                   IF WS-CURR-COURSE NOT = SPACES
                      PERFORM A000-COURSE-BREAK-PARA
                   END-IF
                   MOVE WS-ENR-COURSE  TO WS-CURR-COURSE
                   MOVE WS-ENR-SECTION TO WS-CURR-SECTION
                   PERFORM A000-COURSE-HEAD-PARA
                END-IF
                PERFORM A000-DETAIL-PARA
             ADD 1 TO WS-CT-COURSES.
             MOVE 99 TO WS-LINE-COUNT.
             MOVE SPACES TO WS-CH-TITLE.
             MOVE SPACES TO WS-CH-MEET-DAYS.
             MOVE SPACES TO WS-CH-MEET-START.
             MOVE SPACES TO WS-CH-MEET-END.
             IF WS-CRSETAB-AVAILABLE
                MOVE WS-ENR-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE CR-TITLE      TO WS-CH-TITLE
                        MOVE CR-MEET-DAYS  TO WS-CH-MEET-DAYS
                        MOVE CR-MEET-START TO WS-CH-MEET-START
                        MOVE CR-MEET-END   TO WS-CH-MEET-END
                END-READ
             END-IF.
             IF WS-CRSESECT-AVAILABLE
                MOVE WS-ENR-COURSE  TO SC-COURSE-CODE
                MOVE WS-SEL-TERM    TO SC-TERM
                MOVE WS-ENR-SECTION TO SC-SECTION
                READ CRSESECT RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE SC-MEET-DAYS  TO WS-CH-MEET-DAYS
                        MOVE SC-MEET-START TO WS-CH-MEET-START
                        MOVE SC-MEET-END   TO WS-CH-MEET-END
                END-READ
             END-IF.
             MOVE WS-ENR-COURSE  TO WS-CH-COURSE.
             MOVE WS-SEL-TERM    TO WS-CH-TERM.
             MOVE WS-ENR-SECTION TO WS-CH-SECTION.
             MOVE WS-COURSE-HEAD TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM A000-INSTR-HEAD-PARA.
             MOVE WS-INSTR-HEAD TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE ZERO TO WS-SEAT-COUNT.

       A000-INSTR-HEAD-PARA.
             MOVE 'STAFF - NOT YET ASSIGNED' TO WS-IH-NAME.
             MOVE SPACES TO WS-IH-INSTR-ID.
             IF WS-INSTASGN-AVAILABLE
                MOVE WS-ENR-COURSE  TO TA-COURSE-CODE
                MOVE WS-SEL-TERM    TO TA-TERM
                MOVE WS-ENR-SECTION TO TA-SECTION
                READ INSTASGN RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE TA-INSTR-ID TO WS-IH-INSTR-ID
                        MOVE SPACES      TO WS-IH-NAME
                        PERFORM A000-INSTR-NAME-PARA
                END-READ
             END-IF.

       A000-INSTR-NAME-PARA.
             IF WS-INSTMAST-AVAILABLE
                MOVE TA-INSTR-ID TO IN-INSTR-ID
                READ INSTMAST RECORD
                   INVALID KEY
                        MOVE 'INSTRUCTOR NOT ON FILE' TO WS-IH-NAME
                   NOT INVALID KEY
                        MOVE IN-INSTR-NAME TO WS-IH-NAME
                END-READ
             END-IF.

       A000-DETAIL-PARA.
             ADD 1 TO WS-CT-LISTED.
             ADD 1 TO WS-SEAT-COUNT.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CRSROSTR RUN CONTROL TOTALS'.
             DISPLAY 'TERM REPORTED ............... ' WS-SEL-TERM.
             DISPLAY 'SECTIONS LISTED ............. ' WS-CT-COURSES.
             DISPLAY 'STUDENTS LISTED ............. ' WS-CT-LISTED.
             DISPLAY '-------------------------------------------'.

