                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT CRSESECT ASSIGN TO CRSESECT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-CRSESECT-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT OVLDAPPR ASSIGN TO OVLDAPPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OA-KEY
                FILE STATUS IS WS-OVLDAPPR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD WAITFILE
          05 WT-BUS-DATE     PIC X(08).
          05 FILLER          PIC X(01).
          05 WT-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 WT-SECTION      PIC X(03).
          05 FILLER          PIC X(01).
          05 WT-BASIS        PIC X(01).
          05 FILLER          PIC X(13).
       FD WAITOUT
            RECORDING MODE IS F.
       01 WOUT-REC          PIC X(80).
          05 PROM-WAIT-DATE  PIC X(08).
          05 FILLER          PIC X(01).
          05 PROM-TIMESTAMP  PIC X(26).
          05 FILLER          PIC X(01).
          05 PROM-SECTION    PIC X(03).
          05 FILLER          PIC X(15).
       FD CRSETAB
            RECORDING MODE IS F.
       01 CRSE-REC.
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
       FD OVLDAPPR
            RECORDING MODE IS F.
       01 OVLD-REC.
          05 OA-KEY.
             10 OA-STUD-ID     PIC X(09).
             10 OA-TERM        PIC X(06).
          05 OA-MAX-HOURS      PIC 9(02).
          05 OA-APPROVED-BY    PIC X(08).
          05 OA-APPROVED-DATE  PIC X(08).
          05 OA-REASON         PIC X(30).
          05 FILLER            PIC X(17).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-CRSESECT-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSESECT-AVAILABLE VALUE 'Y'.
       01 WS-SECT-SW          PIC X(01) VALUE 'N'.
           88 WS-SECT-FOUND       VALUE 'Y'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-TERMTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-TERMTAB-AVAILABLE VALUE 'Y'.
       01 WS-OVLDAPPR-FS      PIC X(02) VALUE SPACES.
           88 WS-OVLDAPPR-OK      VALUE '00'.
       01 WS-OVLDAPPR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-OVLDAPPR-AVAILABLE VALUE 'Y'.

       01 WS-STD-MAX-HOURS    PIC 9(02) VALUE 18.
       01 WS-MAX-HOURS        PIC 9(02) VALUE ZERO.
       01 WS-NEW-CRED-HRS     PIC 9(02) VALUE ZERO.
       01 WS-TERM-HOURS       PIC 9(03) VALUE ZERO.
       01 WS-HRSCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-HRSCSR-DONE      VALUE 'Y'.
       01 WS-HOURS-SW         PIC X(01) VALUE 'Y'.
           88 WS-HOURS-OK         VALUE 'Y'.
           88 WS-HOURS-OVER       VALUE 'N'.

       01 WS-SEAT-MAX         PIC 9(04) VALUE ZERO.
       01 WS-SEAT-COUNT       PIC S9(9) USAGE COMP.
           05 WS-CT-PROMOTED  PIC 9(07) VALUE ZERO.
           05 WS-CT-STILL-WAIT PIC 9(07) VALUE ZERO.
           05 WS-CT-ALREADY   PIC 9(07) VALUE ZERO.
           05 WS-CT-HRS-LIMIT PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

            EXEC SQL
           10 WS-ENR-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-SECTION           PIC X(03).
           10 WS-ENR-BASIS             PIC X(01).

       01 WS-ENR-EXIST-COURSE PIC X(08).

      *    THE STUDENT'S OTHER COURSES IN THE TERM, FOR THE SAME
      *    CREDIT-HOUR LIMIT ENRLMNT APPLIES TO AN ADD.
            EXEC SQL
               DECLARE HRSCSR CURSOR FOR
               SELECT COURSE_CODE
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-ENR-STUD-ID
                  AND TERM = :WS-ENR-TERM
                  AND GRADE NOT = 'W '
            END-EXEC.

       PROCEDURE DIVISION.

               CLOSE PROMRPT
               GOBACK
            END-IF.
            OPEN INPUT CRSESECT.
            IF WS-CRSESECT-OK
               SET WS-CRSESECT-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'WAITPROM: CRSESECT NOT AVAILABLE - COURSE-'
                       'LEVEL SEAT LIMITS USED'
            END-IF.
            OPEN INPUT TERMTAB.
            IF WS-TERMTAB-OK
               SET WS-TERMTAB-AVAILABLE TO TRUE
            END-IF.
            OPEN INPUT OVLDAPPR.
            IF WS-OVLDAPPR-OK
               SET WS-OVLDAPPR-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'WAITPROM: OVLDAPPR NOT AVAILABLE - NO '
                       'OVERLOAD APPROVALS APPLIED'
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

            CLOSE WAITOUT.
            CLOSE PROMRPT.
            CLOSE CRSETAB.
            IF WS-CRSESECT-AVAILABLE
               CLOSE CRSESECT
            END-IF.
            IF WS-TERMTAB-AVAILABLE
               CLOSE TERMTAB
            END-IF.
            IF WS-OVLDAPPR-AVAILABLE
               CLOSE OVLDAPPR
            END-IF.

            PERFORM A000-SUMMARY-PARA.

             MOVE WT-STUD-ID TO WS-ENR-STUD-ID.
             MOVE WT-COURSE  TO WS-ENR-COURSE.
             MOVE WT-TERM    TO WS-ENR-TERM.
             IF WT-SECTION = SPACES
                MOVE '001' TO WT-SECTION
             END-IF.
             MOVE WT-SECTION TO WS-ENR-SECTION.
             IF WT-BASIS = SPACES
                MOVE 'L' TO WT-BASIS
             END-IF.
             MOVE WT-BASIS   TO WS-ENR-BASIS.
             PERFORM A000-ALREADY-CHECK-PARA.
             IF WS-DUP-COUNT > ZERO
                ADD 1 TO WS-CT-ALREADY
                   MOVE WAIT-REC TO WOUT-REC
                   WRITE WOUT-REC
                ELSE
                   PERFORM A000-HOURS-CHECK-PARA
                   IF WS-HOURS-OVER
                      ADD 1 TO WS-CT-HRS-LIMIT
                      ADD 1 TO WS-CT-STILL-WAIT
                      MOVE WAIT-REC TO WOUT-REC
                      WRITE WOUT-REC
                   ELSE
                      PERFORM A000-ENROLL-PARA
                   END-IF
                END-IF
             END-IF.

       A000-SEAT-CHECK-PARA.
             SET WS-SEAT-OPEN TO TRUE.
             MOVE ZERO TO WS-SEAT-MAX.
             MOVE 'N' TO WS-SECT-SW.
             IF WS-CRSESECT-AVAILABLE
                MOVE WT-COURSE  TO SC-COURSE-CODE
                MOVE WT-TERM    TO SC-TERM
                MOVE WT-SECTION TO SC-SECTION
                READ CRSESECT RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        SET WS-SECT-FOUND TO TRUE
                        IF SC-MAX-SEATS IS NUMERIC
                           MOVE SC-MAX-SEATS TO WS-SEAT-MAX
                        END-IF
                END-READ
             END-IF.
             IF NOT WS-SECT-FOUND
                MOVE WT-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF CR-MAX-SEATS IS NUMERIC
                           MOVE CR-MAX-SEATS TO WS-SEAT-MAX
                        END-IF
                END-READ
             END-IF.
             IF WS-SEAT-MAX > ZERO
                EXEC SQL
                     SELECT COUNT(*)
                       FROM STUD_ENROLL
                      WHERE COURSE_CODE = :WS-ENR-COURSE
                        AND TERM = :WS-ENR-TERM
                        AND GRADE NOT = 'W '
                        AND (:WS-SECT-SW = 'N'
                             OR SECTION = :WS-ENR-SECTION)
                END-EXEC
                IF SQLCODE = 0
                   IF WS-SEAT-COUNT >= WS-SEAT-MAX
                END-IF
             END-IF.

      *    A PROMOTION THAT WOULD TAKE THE STUDENT OVER THE TERM
      *    MAXIMUM (TERMTAB, OR THE OVLDAPPR APPROVAL) STAYS ON THE
      *    WAITLIST UNTIL A DROP MAKES ROOM.
       A000-HOURS-CHECK-PARA.
             SET WS-HOURS-OK TO TRUE.
             MOVE ZERO TO WS-NEW-CRED-HRS.
             MOVE WT-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     IF CR-CREDIT-HRS IS NUMERIC
                        MOVE CR-CREDIT-HRS TO WS-NEW-CRED-HRS
                     END-IF
             END-READ.
             IF WS-NEW-CRED-HRS > ZERO
                PERFORM A000-TERM-LIMIT-PARA
                MOVE WS-NEW-CRED-HRS TO WS-TERM-HOURS
                MOVE 'N' TO WS-HRSCSR-DONE-SW
                EXEC SQL
                     OPEN HRSCSR
                END-EXEC
                IF SQLCODE NOT = 0
                   SET WS-HRSCSR-DONE TO TRUE
                END-IF
                PERFORM UNTIL WS-HRSCSR-DONE
                   PERFORM A000-HOURS-FETCH-PARA
                END-PERFORM
                EXEC SQL
                     CLOSE HRSCSR
                END-EXEC
                IF WS-TERM-HOURS > WS-MAX-HOURS
                   SET WS-HOURS-OVER TO TRUE
                   DISPLAY 'WAITPROM: STUD-ID ' WT-STUD-ID ' COURSE '
                           WT-COURSE ' LEFT WAITLISTED - TERM HOURS '
                           WS-TERM-HOURS ' EXCEED MAXIMUM OF '
                           WS-MAX-HOURS
                END-IF
             END-IF.

       A000-TERM-LIMIT-PARA.
             MOVE WS-STD-MAX-HOURS TO WS-MAX-HOURS.
             IF WS-TERMTAB-AVAILABLE
                MOVE WT-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF TM-MAX-HOURS IS NUMERIC
                           AND TM-MAX-HOURS > ZERO
                           MOVE TM-MAX-HOURS TO WS-MAX-HOURS
                        END-IF
                END-READ
             END-IF.
             IF WS-OVLDAPPR-AVAILABLE
                MOVE WT-STUD-ID TO OA-STUD-ID
                MOVE WT-TERM    TO OA-TERM
                READ OVLDAPPR RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF OA-MAX-HOURS IS NUMERIC
                           AND OA-MAX-HOURS > ZERO
                           MOVE OA-MAX-HOURS TO WS-MAX-HOURS
                        END-IF
                END-READ
             END-IF.

       A000-HOURS-FETCH-PARA.
             EXEC SQL
                  FETCH HRSCSR
                   INTO :WS-ENR-EXIST-COURSE
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-HRSCSR-DONE TO TRUE
             ELSE
                MOVE WS-ENR-EXIST-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF CR-CREDIT-HRS IS NUMERIC
                           ADD CR-CREDIT-HRS TO WS-TERM-HOURS
                        END-IF
                END-READ
             END-IF.

       A000-ENROLL-PARA.
             EXEC SQL
                  INSERT INTO STUD_ENROLL
                        (STUD_ID, COURSE_CODE, TERM, SECTION,
                         GRADE_BASIS)
                  VALUES (:WS-ENR-STUD-ID, :WS-ENR-COURSE,
                          :WS-ENR-TERM, :WS-ENR-SECTION,
                          :WS-ENR-BASIS)
             END-EXEC.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-PROMOTED
                MOVE WT-STUD-ID   TO PROM-STUD-ID
                MOVE WT-COURSE    TO PROM-COURSE
                MOVE WT-TERM      TO PROM-TERM
                MOVE WT-SECTION   TO PROM-SECTION
                MOVE WT-BUS-DATE  TO PROM-WAIT-DATE
                MOVE FUNCTION CURRENT-DATE TO PROM-TIMESTAMP
                WRITE PROM-REC
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'WAITPROM: INSERT FAILED FOR STUD-ID '
                        WT-STUD-ID ' COURSE ' WT-COURSE
                        ' SECTION ' WT-SECTION
                        ' SQLCODE ' SQLCODE
                MOVE WAIT-REC TO WOUT-REC
                WRITE WOUT-REC
             DISPLAY 'STILL WAITLISTED ............ '
                     WS-CT-STILL-WAIT.
             DISPLAY 'ALREADY ENROLLED (DROPPED) .. ' WS-CT-ALREADY.
             DISPLAY 'HELD AT TERM HOUR LIMIT ..... ' WS-CT-HRS-LIMIT.
             DISPLAY 'PROMOTIONS FAILED ........... ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
