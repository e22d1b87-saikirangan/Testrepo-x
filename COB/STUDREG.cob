       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDREG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-COMMAREA.
          05 CA-STUD-ID       PIC 9(09).
          05 CA-ENTRY-SW      PIC X(01).
             88 CA-FROM-SSI       VALUE 'S'.
             88 CA-FROM-REG       VALUE 'R'.
          05 CA-TERM          PIC X(06).

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-ABSTIME          PIC S9(15) COMP-3.
       01 WS-TODAY            PIC X(08).
       01 WS-QUEUE-RBA        PIC S9(8) COMP.
       01 WS-QUEUE-CODE       PIC X(01).

       01 WS-TERM1            PIC X(06).
       01 WS-ACTION1          PIC X(01).
       01 WS-COURSE1          PIC X(08).
       01 WS-SECTION1         PIC X(03).
       01 WS-BASIS1           PIC X(01).
           88 WS-BASIS-VALID      VALUE 'L' 'P' 'A'.

       01 WS-WATCH-REC.
          05 WL-STUD-ID       PIC X(09).
          05 WL-HOLD-REASON   PIC X(30).
          05 WL-EXPIRY-DATE   PIC X(08).
          05 WL-HOLD-TYPE     PIC X(01).
          05 FILLER           PIC X(32).

       01 WS-CRSE-REC.
          05 CR-COURSE-CODE   PIC X(08).
          05 CR-TITLE         PIC X(30).
          05 CR-CREDIT-HRS    PIC 9(02).
          05 CR-DEPT-CODE     PIC X(03).
          05 CR-ACTIVE-FLAG   PIC X(01).
          05 CR-MAX-SEATS     PIC 9(04).
          05 CR-MEET-DAYS     PIC X(07).
          05 CR-MEET-START    PIC X(04).
          05 CR-MEET-END      PIC X(04).
          05 FILLER           PIC X(17).

       01 WS-SECT-KEY.
          05 WS-SK-COURSE     PIC X(08).
          05 WS-SK-TERM       PIC X(06).
          05 WS-SK-SECTION    PIC X(03).
       01 WS-SECT-REC.
          05 SC-KEY.
             10 SC-COURSE-CODE PIC X(08).
             10 SC-TERM        PIC X(06).
             10 SC-SECTION     PIC X(03).
          05 SC-MAX-SEATS     PIC 9(04).
          05 SC-MEET-DAYS     PIC X(07).
          05 SC-MEET-START    PIC X(04).
          05 SC-MEET-END      PIC X(04).
          05 SC-ACTIVE-FLAG   PIC X(01).
          05 SC-BUILDING      PIC X(04).
          05 SC-ROOM          PIC X(06).
          05 FILLER           PIC X(33).

       01 WS-TERM-KEY         PIC X(06).
       01 WS-TERM-REC.
          05 TM-TERM-CODE     PIC X(06).
          05 TM-START-DATE    PIC X(08).
          05 TM-END-DATE      PIC X(08).
          05 TM-CENSUS-DATE   PIC X(08).
          05 TM-STATUS        PIC X(01).
          05 TM-MAX-HOURS     PIC 9(02).
          05 TM-LAST-ADD-DATE  PIC X(08).
          05 TM-LAST-DROP-DATE PIC X(08).
          05 FILLER           PIC X(31).

       01 WS-PREQ-KEY.
          05 WS-PK-COURSE     PIC X(08).
          05 WS-PK-REQ-COURSE PIC X(08).
       01 WS-PREQ-REC.
          05 PQ-KEY.
             10 PQ-COURSE      PIC X(08).
             10 PQ-REQ-COURSE  PIC X(08).
          05 FILLER            PIC X(64).

       01 WS-OVLD-KEY.
          05 WS-OK-STUD-ID    PIC X(09).
          05 WS-OK-TERM       PIC X(06).
       01 WS-OVLD-REC.
          05 OA-KEY.
             10 OA-STUD-ID     PIC X(09).
             10 OA-TERM        PIC X(06).
          05 OA-MAX-HOURS      PIC 9(02).
          05 OA-APPROVED-BY    PIC X(08).
          05 OA-APPROVED-DATE  PIC X(08).
          05 OA-REASON         PIC X(30).
          05 FILLER            PIC X(17).

      *    SSREGQ RECORDS CARRY THE ETRANFIL LAYOUT SO THE NIGHTLY
      *    ENRLMNT RUN APPLIES THEM THROUGH ITS USUAL EDITS.
       01 WS-QUEUE-REC.
          05 SQ-CODE          PIC X(01).
          05 FILLER           PIC X(01).
          05 SQ-STUD-ID       PIC 9(09).
          05 FILLER           PIC X(01).
          05 SQ-COURSE        PIC X(08).
          05 FILLER           PIC X(01).
          05 SQ-TERM          PIC X(06).
          05 FILLER           PIC X(01).
          05 SQ-OVERRIDE      PIC X(01).
          05 FILLER           PIC X(01).
          05 SQ-SECTION       PIC X(03).
          05 FILLER           PIC X(01).
          05 SQ-BASIS         PIC X(01).
          05 FILLER           PIC X(01).
          05 SQ-LATE-AUTH     PIC X(08).
          05 FILLER           PIC X(01).
          05 SQ-QUEUED-DATE   PIC X(08).
          05 FILLER           PIC X(01).
          05 SQ-TERMID        PIC X(04).
          05 FILLER           PIC X(22).

       01 WS-TERM-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-TERM-EOF         VALUE 'Y'.
       01 WS-COURSE-SW        PIC X(01) VALUE 'Y'.
           88 WS-COURSE-VALID     VALUE 'Y'.
           88 WS-COURSE-INVALID   VALUE 'N'.
       01 WS-REASON           PIC X(40).
       01 WS-SECT-SW          PIC X(01) VALUE 'N'.
           88 WS-SECT-FOUND       VALUE 'Y'.
       01 WS-PREREQ-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-PREREQ-EOF       VALUE 'Y'.
       01 WS-PREREQ-SW        PIC X(01) VALUE 'Y'.
           88 WS-PREREQ-MET       VALUE 'Y'.
           88 WS-PREREQ-MISSING   VALUE 'N'.
       01 WS-PREQ-COURSE      PIC X(08).
       01 WS-PREQ-COUNT       PIC S9(9) USAGE COMP.
       01 WS-NEW-MEET.
           05 WS-NEW-MEET-DAYS  PIC X(07).
           05 WS-NEW-MEET-START PIC X(04).
           05 WS-NEW-MEET-END   PIC X(04).
       01 WS-EXIST-MEET.
           05 WS-EXIST-MEET-DAYS  PIC X(07).
           05 WS-EXIST-MEET-START PIC X(04).
           05 WS-EXIST-MEET-END   PIC X(04).
       01 WS-CONFLICT-SW      PIC X(01) VALUE 'N'.
           88 WS-CONFLICT-FOUND   VALUE 'Y'.
       01 WS-CONFLICT-COURSE  PIC X(08).
       01 WS-ENRCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-ENRCSR-DONE      VALUE 'Y'.
       77 WS-DAY-SUB          PIC 9(02).
       01 WS-DAY-MATCH-SW     PIC X(01) VALUE 'N'.
           88 WS-DAY-MATCH        VALUE 'Y'.
       01 WS-STD-MAX-HOURS    PIC 9(02) VALUE 18.
       01 WS-MAX-HOURS        PIC 9(02) VALUE ZERO.
       01 WS-NEW-CRED-HRS     PIC 9(02) VALUE ZERO.
       01 WS-TERM-HOURS       PIC 9(03) VALUE ZERO.
       01 WS-SEAT-MAX         PIC 9(04) VALUE ZERO.
       01 WS-SEAT-COUNT       PIC S9(9) USAGE COMP.
       01 WS-SEAT-SW          PIC X(01) VALUE 'Y'.
           88 WS-SEAT-OPEN        VALUE 'Y'.
           88 WS-SEAT-FULL        VALUE 'N'.
       01 WS-ENR-COUNT        PIC S9(9) USAGE COMP.
       01 WS-QUEUED-SW        PIC X(01) VALUE 'N'.
           88 WS-QUEUED           VALUE 'Y'.

       01 WS-LINE-SUB         PIC 9(02) VALUE ZERO.
       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.
       01 WS-SCHED-LINE.
           05 WS-SL-COURSE    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-SL-SECTION   PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-SL-GRADE     PIC X(02).
           05 FILLER          PIC X(62) VALUE SPACES.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLENROLL.
           10 WS-ENR-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-SECTION           PIC X(03).
           10 WS-ENR-GRADE             PIC X(02).

       01 WS-ENR-EXIST-COURSE  PIC X(08).
       01 WS-ENR-EXIST-SECTION PIC X(03).

            EXEC SQL
               DECLARE ENRCSR CURSOR FOR
               SELECT COURSE_CODE, SECTION
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-ENR-STUD-ID
                  AND TERM = :WS-ENR-TERM
                  AND GRADE NOT = 'W '
            END-EXEC.

            EXEC SQL
               DECLARE SCHCSR CURSOR FOR
               SELECT COURSE_CODE, SECTION, GRADE
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-ENR-STUD-ID
                  AND TERM = :WS-ENR-TERM
                ORDER BY COURSE_CODE
            END-EXEC.

       COPY CPYRMAP.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = ZERO
              PERFORM A000-NO-SIGNON-PARA
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           IF NOT CA-FROM-SSI AND NOT CA-FROM-REG
              PERFORM A000-NO-SIGNON-PARA
           END-IF.

           PERFORM A000-TODAY-PARA.

      *    FIRST ENTRY FROM STUDSSI - THE PIN HAS JUST BEEN VERIFIED.
           IF CA-FROM-SSI
              SET CA-FROM-REG TO TRUE
              MOVE LOW-VALUES TO STUDRMAPO
              PERFORM A000-CURR-TERM-PARA
              MOVE WS-TERM1 TO CA-TERM
              MOVE 'ENTER ACTION, COURSE AND SECTION AND PRESS ENTER'
                TO REGMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           EXEC CICS
                HANDLE AID
                     CLEAR(A000-CLEAR-PARA)
                     PF3(A000-CLEAR-PARA)
           END-EXEC.

           EXEC CICS
                RECEIVE MAP('STUDRMAP')
                        MAPSET('STUDRMAP')
                        INTO(STUDRMAPI)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO STUDRMAPO
              MOVE 'ENTER ACTION, COURSE AND SECTION AND PRESS ENTER'
                TO REGMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           PERFORM A000-EDIT-INPUT-PARA.
           IF WS-ACTION1 = 'A'
              PERFORM A000-ADD-PARA
           ELSE
              PERFORM A000-DROP-PARA
           END-IF.
           PERFORM A000-SEND-MAP-PARA.

       A000-NO-SIGNON-PARA.
           EXEC CICS
                SEND TEXT FROM('SIGN ON THROUGH SSVC FIRST')
                     ERASE FREEKB
           END-EXEC.
           EXEC CICS
                RETURN
           END-EXEC.

       A000-TODAY-PARA.
           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.

      *    ONLINE EQUIVALENT OF TERMLKUP - THE ACTIVE TERMTAB TERM
      *    WHOSE DATES SPAN TODAY.
       A000-CURR-TERM-PARA.
           MOVE SPACES TO WS-TERM1.
           MOVE 'N' TO WS-TERM-EOF-SW.
           MOVE LOW-VALUES TO WS-TERM-KEY.
           EXEC CICS
                STARTBR FILE('TERMTAB')
                        RIDFLD(WS-TERM-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-TERM-EOF TO TRUE
           END-IF.
           PERFORM A000-TERM-NEXT-PARA UNTIL WS-TERM-EOF.
           EXEC CICS
                ENDBR FILE('TERMTAB')
                      RESP(WS-RESP)
           END-EXEC.

       A000-TERM-NEXT-PARA.
           EXEC CICS
                READNEXT FILE('TERMTAB')
                         INTO(WS-TERM-REC)
                         RIDFLD(WS-TERM-KEY)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-TERM-EOF TO TRUE
           ELSE
              IF TM-STATUS = 'A'
                 AND WS-TODAY >= TM-START-DATE
                 AND WS-TODAY <= TM-END-DATE
                 MOVE TM-TERM-CODE TO WS-TERM1
                 SET WS-TERM-EOF TO TRUE
              END-IF
           END-IF.

      *    FIELDS NOT KEYED THIS TIME COME BACK AS LOW-VALUES; THE
      *    TERM IS CARRIED IN THE COMMAREA BETWEEN SCREENS.
       A000-EDIT-INPUT-PARA.
           MOVE CA-TERM TO WS-TERM1.
           MOVE SPACES TO WS-ACTION1.
           MOVE SPACES TO WS-COURSE1.
           MOVE SPACES TO WS-SECTION1.
           MOVE SPACES TO WS-BASIS1.
           IF REGTRML > ZERO
              MOVE REGTRMI TO WS-TERM1
           END-IF.
           IF REGACTL > ZERO
              MOVE REGACTI TO WS-ACTION1
           END-IF.
           IF REGCRSL > ZERO
              MOVE REGCRSI TO WS-COURSE1
           END-IF.
           IF REGSECL > ZERO
              MOVE REGSECI TO WS-SECTION1
           END-IF.
           IF REGBASL > ZERO
              MOVE REGBASI TO WS-BASIS1
           END-IF.

           IF WS-TERM1 = SPACES
              PERFORM A000-CURR-TERM-PARA
           END-IF.
           MOVE WS-TERM1 TO CA-TERM.
           IF WS-TERM1 = SPACES
              MOVE 'NO TERM IS OPEN TODAY - ENTER A TERM' TO REGMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           EXEC CICS
                READ FILE('TERMTAB')
                     INTO(WS-TERM-REC)
                     RIDFLD(WS-TERM1)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'TERM NOT ON FILE' TO REGMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           IF WS-ACTION1 NOT = 'A' AND WS-ACTION1 NOT = 'D'
              MOVE 'ACTION MUST BE A (ADD) OR D (DROP)' TO REGMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           IF WS-COURSE1 = SPACES
              MOVE 'ENTER A COURSE CODE' TO REGMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           IF WS-SECTION1 = SPACES
              MOVE '001' TO WS-SECTION1
           END-IF.
           IF WS-BASIS1 = SPACES
              MOVE 'L' TO WS-BASIS1
           END-IF.
           IF NOT WS-BASIS-VALID
              MOVE 'GRADING BASIS MUST BE L, P OR A' TO REGMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           MOVE CA-STUD-ID  TO WS-ENR-STUD-ID.
           MOVE WS-COURSE1  TO WS-ENR-COURSE.
           MOVE WS-TERM1    TO WS-ENR-TERM.
           MOVE WS-SECTION1 TO WS-ENR-SECTION.

      *    SAME EDITS, IN THE SAME ORDER, AS ENRLMNT APPLIES TO AN
      *    ETRANFIL ADD. THE NIGHTLY RUN REPEATS THEM WHEN IT APPLIES
      *    THE QUEUED REQUEST.
       A000-ADD-PARA.
           SET WS-COURSE-VALID TO TRUE.
           PERFORM A000-HOLD-CHECK-PARA.
           IF WS-COURSE-VALID
              PERFORM A000-COURSE-VAL-PARA
           END-IF.
           IF WS-COURSE-VALID
              PERFORM A000-ADD-DEADLINE-PARA
           END-IF.
           IF WS-COURSE-VALID
              PERFORM A000-ENROLLED-CHECK-PARA
           END-IF.
           IF WS-COURSE-VALID
              PERFORM A000-PREREQ-CHECK-PARA
           END-IF.
           IF WS-COURSE-VALID
              PERFORM A000-CONFLICT-CHECK-PARA
           END-IF.
           IF WS-COURSE-VALID
              PERFORM A000-HOURS-CHECK-PARA
           END-IF.
           IF WS-COURSE-VALID AND WS-BASIS1 NOT = 'L'
              PERFORM A000-BASIS-CUTOFF-PARA
           END-IF.
           IF WS-COURSE-INVALID
              MOVE WS-REASON TO REGMSGO
           ELSE
              PERFORM A000-SEAT-CHECK-PARA
              MOVE 'I' TO WS-QUEUE-CODE
              PERFORM A000-QUEUE-PARA
              IF WS-QUEUED
                 IF WS-SEAT-FULL
                    MOVE 'SECTION FULL - ADD QUEUED FOR THE WAITLIST'
                      TO REGMSGO
                 ELSE
                    MOVE 'ADD QUEUED - APPLIED IN TONIGHT''S RUN'
                      TO REGMSGO
                 END-IF
              END-IF
           END-IF.

       A000-DROP-PARA.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ENR-COUNT
                  FROM STUD_ENROLL
                 WHERE STUD_ID = :WS-ENR-STUD-ID
                   AND COURSE_CODE = :WS-ENR-COURSE
                   AND TERM = :WS-ENR-TERM
                   AND GRADE = '  '
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'DB2 ERROR ON STUD_ENROLL SELECT' TO REGMSGO
           ELSE
              IF WS-ENR-COUNT = ZERO
                 MOVE 'NOT ENROLLED IN THIS COURSE OR ALREADY GRADED'
                   TO REGMSGO
              ELSE
                 MOVE 'D' TO WS-QUEUE-CODE
                 PERFORM A000-QUEUE-PARA
                 IF WS-QUEUED
                    IF TM-LAST-DROP-DATE IS NUMERIC
                       AND WS-TODAY > TM-LAST-DROP-DATE
                       MOVE 'DROP QUEUED - A W GRADE WILL BE RECORDED'
                         TO REGMSGO
                    ELSE
                       MOVE 'DROP QUEUED - APPLIED IN TONIGHT''S RUN'
                         TO REGMSGO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       A000-HOLD-CHECK-PARA.
           MOVE CA-STUD-ID TO WL-STUD-ID.
           EXEC CICS
                READ FILE('WATCHLST')
                     INTO(WS-WATCH-REC)
                     RIDFLD(WL-STUD-ID)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WL-EXPIRY-DATE IS NUMERIC
                 AND WL-EXPIRY-DATE < WS-TODAY
                 CONTINUE
              ELSE
                 IF WL-HOLD-TYPE = 'D'
                    OR WL-HOLD-TYPE = 'F'
                    OR WL-HOLD-TYPE = 'V'
                    OR WL-HOLD-TYPE = 'M'
                    SET WS-COURSE-INVALID TO TRUE
                    MOVE SPACES TO WS-REASON
                    STRING 'HOLD BLOCKS REGISTRATION: '
                           WL-HOLD-REASON(1:14)
                           DELIMITED BY SIZE
                           INTO WS-REASON
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       A000-COURSE-VAL-PARA.
           MOVE SPACES TO WS-NEW-MEET.
           MOVE ZERO TO WS-NEW-CRED-HRS.
           MOVE 'N' TO WS-SECT-SW.
           EXEC CICS
                READ FILE('CRSETAB')
                     INTO(WS-CRSE-REC)
                     RIDFLD(WS-COURSE1)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
           WHEN WS-RESP = DFHRESP(NORMAL)
                IF CR-ACTIVE-FLAG NOT = 'A'
                   SET WS-COURSE-INVALID TO TRUE
                   MOVE 'COURSE INACTIVE IN CATALOG' TO WS-REASON
                ELSE
                   MOVE CR-MEET-DAYS  TO WS-NEW-MEET-DAYS
                   MOVE CR-MEET-START TO WS-NEW-MEET-START
                   MOVE CR-MEET-END   TO WS-NEW-MEET-END
                   IF CR-CREDIT-HRS IS NUMERIC
                      MOVE CR-CREDIT-HRS TO WS-NEW-CRED-HRS
                   END-IF
                END-IF
           WHEN WS-RESP = DFHRESP(NOTFND)
                SET WS-COURSE-INVALID TO TRUE
                MOVE 'COURSE NOT IN CATALOG' TO WS-REASON
           WHEN OTHER
                SET WS-COURSE-INVALID TO TRUE
                MOVE 'COURSE CATALOG UNAVAILABLE - TRY LATER'
                  TO WS-REASON
           END-EVALUATE.
           IF WS-COURSE-VALID
              PERFORM A000-SECTION-VAL-PARA
           END-IF.

       A000-SECTION-VAL-PARA.
           MOVE WS-COURSE1  TO WS-SK-COURSE.
           MOVE WS-TERM1    TO WS-SK-TERM.
           MOVE WS-SECTION1 TO WS-SK-SECTION.
           EXEC CICS
                READ FILE('CRSESECT')
                     INTO(WS-SECT-REC)
                     RIDFLD(WS-SECT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
           WHEN WS-RESP = DFHRESP(NORMAL)
                IF SC-ACTIVE-FLAG NOT = 'A'
                   SET WS-COURSE-INVALID TO TRUE
                   MOVE 'SECTION INACTIVE FOR TERM' TO WS-REASON
                ELSE
                   SET WS-SECT-FOUND TO TRUE
                   MOVE SC-MEET-DAYS  TO WS-NEW-MEET-DAYS
                   MOVE SC-MEET-START TO WS-NEW-MEET-START
                   MOVE SC-MEET-END   TO WS-NEW-MEET-END
                END-IF
           WHEN WS-RESP = DFHRESP(NOTFND)
                SET WS-COURSE-INVALID TO TRUE
                MOVE SPACES TO WS-REASON
                STRING 'SECTION ' WS-SECTION1
                       ' NOT OFFERED THIS TERM'
                       DELIMITED BY SIZE
                       INTO WS-REASON
                END-STRING
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       A000-ADD-DEADLINE-PARA.
           IF TM-LAST-ADD-DATE IS NUMERIC
              AND WS-TODAY > TM-LAST-ADD-DATE
              SET WS-COURSE-INVALID TO TRUE
              MOVE 'ADD DEADLINE PASSED - SEE THE REGISTRAR'
                TO WS-REASON
           END-IF.

       A000-ENROLLED-CHECK-PARA.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ENR-COUNT
                  FROM STUD_ENROLL
                 WHERE STUD_ID = :WS-ENR-STUD-ID
                   AND COURSE_CODE = :WS-ENR-COURSE
                   AND TERM = :WS-ENR-TERM
           END-EXEC.
           IF SQLCODE = 0 AND WS-ENR-COUNT > ZERO
              SET WS-COURSE-INVALID TO TRUE
              MOVE 'COURSE ALREADY ON YOUR SCHEDULE THIS TERM'
                TO WS-REASON
           END-IF.

       A000-PREREQ-CHECK-PARA.
           SET WS-PREREQ-MET TO TRUE.
           MOVE 'N' TO WS-PREREQ-EOF-SW.
           MOVE WS-COURSE1 TO WS-PK-COURSE.
           MOVE LOW-VALUES TO WS-PK-REQ-COURSE.
           EXEC CICS
                STARTBR FILE('PREREQ')
                        RIDFLD(WS-PREQ-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-PREREQ-EOF TO TRUE
           END-IF.
           PERFORM A000-PREREQ-NEXT-PARA
              UNTIL WS-PREREQ-EOF OR WS-PREREQ-MISSING.
           EXEC CICS
                ENDBR FILE('PREREQ')
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-PREREQ-MISSING
              SET WS-COURSE-INVALID TO TRUE
              MOVE SPACES TO WS-REASON
              STRING 'PREREQUISITE NOT MET: ' WS-PREQ-COURSE
                     DELIMITED BY SIZE
                     INTO WS-REASON
              END-STRING
           END-IF.

       A000-PREREQ-NEXT-PARA.
           EXEC CICS
                READNEXT FILE('PREREQ')
                         INTO(WS-PREQ-REC)
                         RIDFLD(WS-PREQ-KEY)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-PREREQ-EOF TO TRUE
           ELSE
              IF PQ-COURSE NOT = WS-COURSE1
                 SET WS-PREREQ-EOF TO TRUE
              ELSE
                 PERFORM A000-PREREQ-TAKEN-PARA
              END-IF
           END-IF.

       A000-PREREQ-TAKEN-PARA.
           MOVE PQ-REQ-COURSE TO WS-PREQ-COURSE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PREQ-COUNT
                  FROM STUD_ENROLL
                 WHERE STUD_ID = :WS-ENR-STUD-ID
                   AND COURSE_CODE = :WS-PREQ-COURSE
                   AND TERM NOT = :WS-ENR-TERM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE ZERO TO WS-PREQ-COUNT
           END-IF.
           IF WS-PREQ-COUNT = ZERO
              PERFORM A000-PREREQ-HIST-PARA
           END-IF.
           IF WS-PREQ-COUNT = ZERO
              SET WS-PREREQ-MISSING TO TRUE
           END-IF.

       A000-PREREQ-HIST-PARA.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PREQ-COUNT
                  FROM STUD_ENRLHIST
                 WHERE STUD_ID = :WS-ENR-STUD-ID
                   AND COURSE_CODE = :WS-PREQ-COURSE
                   AND TERM NOT = :WS-ENR-TERM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE ZERO TO WS-PREQ-COUNT
           END-IF.

       A000-CONFLICT-CHECK-PARA.
           MOVE 'N' TO WS-CONFLICT-SW.
           IF WS-NEW-MEET-DAYS NOT = SPACES
              AND WS-NEW-MEET-START IS NUMERIC
              AND WS-NEW-MEET-END IS NUMERIC
              MOVE 'N' TO WS-ENRCSR-DONE-SW
              EXEC SQL
                   OPEN ENRCSR
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-ENRCSR-DONE TO TRUE
              END-IF
              PERFORM A000-CONFLICT-FETCH-PARA UNTIL WS-ENRCSR-DONE
              EXEC SQL
                   CLOSE ENRCSR
              END-EXEC
           END-IF.
           IF WS-CONFLICT-FOUND
              SET WS-COURSE-INVALID TO TRUE
              MOVE SPACES TO WS-REASON
              STRING 'TIME CONFLICT WITH ' WS-CONFLICT-COURSE
                     ' SECTION ' WS-ENR-EXIST-SECTION
                     DELIMITED BY SIZE
                     INTO WS-REASON
              END-STRING
           END-IF.

       A000-CONFLICT-FETCH-PARA.
           EXEC SQL
                FETCH ENRCSR
                 INTO :WS-ENR-EXIST-COURSE, :WS-ENR-EXIST-SECTION
           END-EXEC.
           IF SQLCODE NOT = 0
              SET WS-ENRCSR-DONE TO TRUE
           ELSE
              PERFORM A000-EXIST-MEET-PARA
              PERFORM A000-OVERLAP-TEST-PARA
           END-IF.

       A000-EXIST-MEET-PARA.
           MOVE SPACES TO WS-EXIST-MEET.
           MOVE WS-ENR-EXIST-COURSE  TO WS-SK-COURSE.
           MOVE WS-TERM1             TO WS-SK-TERM.
           MOVE WS-ENR-EXIST-SECTION TO WS-SK-SECTION.
           EXEC CICS
                READ FILE('CRSESECT')
                     INTO(WS-SECT-REC)
                     RIDFLD(WS-SECT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE SC-MEET-DAYS  TO WS-EXIST-MEET-DAYS
              MOVE SC-MEET-START TO WS-EXIST-MEET-START
              MOVE SC-MEET-END   TO WS-EXIST-MEET-END
           ELSE
              EXEC CICS
                   READ FILE('CRSETAB')
                        INTO(WS-CRSE-REC)
                        RIDFLD(WS-ENR-EXIST-COURSE)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE CR-MEET-DAYS  TO WS-EXIST-MEET-DAYS
                 MOVE CR-MEET-START TO WS-EXIST-MEET-START
                 MOVE CR-MEET-END   TO WS-EXIST-MEET-END
              END-IF
           END-IF.

       A000-OVERLAP-TEST-PARA.
           IF WS-EXIST-MEET-DAYS NOT = SPACES
              AND WS-EXIST-MEET-START IS NUMERIC
              AND WS-EXIST-MEET-END IS NUMERIC
              AND WS-NEW-MEET-START < WS-EXIST-MEET-END
              AND WS-EXIST-MEET-START < WS-NEW-MEET-END
              PERFORM A000-DAY-MATCH-PARA
              IF WS-DAY-MATCH
                 SET WS-CONFLICT-FOUND TO TRUE
                 MOVE WS-ENR-EXIST-COURSE TO WS-CONFLICT-COURSE
                 SET WS-ENRCSR-DONE TO TRUE
              END-IF
           END-IF.

       A000-DAY-MATCH-PARA.
           MOVE 'N' TO WS-DAY-MATCH-SW.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7 OR WS-DAY-MATCH
              IF WS-NEW-MEET-DAYS(WS-DAY-SUB:1) NOT = SPACE
                 AND WS-NEW-MEET-DAYS(WS-DAY-SUB:1) =
                     WS-EXIST-MEET-DAYS(WS-DAY-SUB:1)
                 SET WS-DAY-MATCH TO TRUE
              END-IF
           END-PERFORM.

       A000-HOURS-CHECK-PARA.
           IF WS-NEW-CRED-HRS > ZERO
              PERFORM A000-TERM-LIMIT-PARA
              MOVE WS-NEW-CRED-HRS TO WS-TERM-HOURS
              MOVE 'N' TO WS-ENRCSR-DONE-SW
              EXEC SQL
                   OPEN ENRCSR
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-ENRCSR-DONE TO TRUE
              END-IF
              PERFORM A000-HOURS-FETCH-PARA UNTIL WS-ENRCSR-DONE
              EXEC SQL
                   CLOSE ENRCSR
              END-EXEC
              IF WS-TERM-HOURS > WS-MAX-HOURS
                 SET WS-COURSE-INVALID TO TRUE
                 MOVE SPACES TO WS-REASON
                 STRING 'TERM HOURS ' WS-TERM-HOURS
                        ' EXCEED MAXIMUM OF ' WS-MAX-HOURS
                        DELIMITED BY SIZE
                        INTO WS-REASON
                 END-STRING
              END-IF
           END-IF.

       A000-TERM-LIMIT-PARA.
           MOVE WS-STD-MAX-HOURS TO WS-MAX-HOURS.
           IF TM-MAX-HOURS IS NUMERIC
              AND TM-MAX-HOURS > ZERO
              MOVE TM-MAX-HOURS TO WS-MAX-HOURS
           END-IF.
           MOVE CA-STUD-ID TO WS-OK-STUD-ID.
           MOVE WS-TERM1   TO WS-OK-TERM.
           EXEC CICS
                READ FILE('OVLDAPPR')
                     INTO(WS-OVLD-REC)
                     RIDFLD(WS-OVLD-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF OA-MAX-HOURS IS NUMERIC
                 AND OA-MAX-HOURS > ZERO
                 MOVE OA-MAX-HOURS TO WS-MAX-HOURS
              END-IF
           END-IF.

       A000-HOURS-FETCH-PARA.
           EXEC SQL
                FETCH ENRCSR
                 INTO :WS-ENR-EXIST-COURSE, :WS-ENR-EXIST-SECTION
           END-EXEC.
           IF SQLCODE NOT = 0
              SET WS-ENRCSR-DONE TO TRUE
           ELSE
              EXEC CICS
                   READ FILE('CRSETAB')
                        INTO(WS-CRSE-REC)
                        RIDFLD(WS-ENR-EXIST-COURSE)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND CR-CREDIT-HRS IS NUMERIC
                 ADD CR-CREDIT-HRS TO WS-TERM-HOURS
              END-IF
           END-IF.

       A000-BASIS-CUTOFF-PARA.
           IF TM-CENSUS-DATE IS NUMERIC
              AND WS-TODAY > TM-CENSUS-DATE
              SET WS-COURSE-INVALID TO TRUE
              MOVE 'GRADING BASIS CUTOFF DATE PASSED' TO WS-REASON
           END-IF.

       A000-SEAT-CHECK-PARA.
           SET WS-SEAT-OPEN TO TRUE.
           MOVE ZERO TO WS-SEAT-MAX.
           IF WS-SECT-FOUND
              IF SC-MAX-SEATS IS NUMERIC
                 MOVE SC-MAX-SEATS TO WS-SEAT-MAX
              END-IF
           ELSE
              EXEC CICS
                   READ FILE('CRSETAB')
                        INTO(WS-CRSE-REC)
                        RIDFLD(WS-COURSE1)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND CR-MAX-SEATS IS NUMERIC
                 MOVE CR-MAX-SEATS TO WS-SEAT-MAX
              END-IF
           END-IF.
           IF WS-SEAT-MAX > ZERO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SEAT-COUNT
                     FROM STUD_ENROLL
                    WHERE COURSE_CODE = :WS-ENR-COURSE
                      AND TERM = :WS-ENR-TERM
                      AND GRADE NOT = 'W '
                      AND (:WS-SECT-SW = 'N'
                           OR SECTION = :WS-ENR-SECTION)
              END-EXEC
              IF SQLCODE = 0
                 IF WS-SEAT-COUNT >= WS-SEAT-MAX
                    SET WS-SEAT-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.

       A000-QUEUE-PARA.
           MOVE 'N' TO WS-QUEUED-SW.
           MOVE SPACES        TO WS-QUEUE-REC.
           MOVE WS-QUEUE-CODE TO SQ-CODE.
           MOVE CA-STUD-ID  TO SQ-STUD-ID.
           MOVE WS-COURSE1  TO SQ-COURSE.
           MOVE WS-TERM1    TO SQ-TERM.
           MOVE WS-SECTION1 TO SQ-SECTION.
           MOVE WS-BASIS1   TO SQ-BASIS.
           MOVE WS-TODAY    TO SQ-QUEUED-DATE.
           MOVE EIBTRMID    TO SQ-TERMID.
           EXEC CICS
                WRITE FILE('SSREGQ')
                      FROM(WS-QUEUE-REC)
                      RIDFLD(WS-QUEUE-RBA)
                      RBA
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-QUEUED TO TRUE
              MOVE SPACES TO REGACTO
              MOVE SPACES TO REGCRSO
              MOVE SPACES TO REGSECO
              MOVE SPACES TO REGBASO
           ELSE
              MOVE 'REQUEST NOT QUEUED - CONTACT THE REGISTRAR'
                TO REGMSGO
           END-IF.

       A000-SCHEDULE-PARA.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
              MOVE SPACES TO REGLINO(WS-LINE-SUB)
           END-PERFORM.
           MOVE CA-STUD-ID TO WS-ENR-STUD-ID.
           MOVE CA-TERM    TO WS-ENR-TERM.
           MOVE ZERO TO WS-LINE-SUB.
           MOVE 'N' TO WS-CSR-DONE-SW.
           EXEC SQL
                OPEN SCHCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET WS-CSR-DONE TO TRUE
           END-IF.
           PERFORM A000-SCHED-FETCH-PARA UNTIL WS-CSR-DONE.
           EXEC SQL
                CLOSE SCHCSR
           END-EXEC.
           IF WS-LINE-SUB = ZERO
              MOVE 'NO ENROLLMENTS ON FILE FOR THIS TERM'
                TO REGLINO(1)
           END-IF.

       A000-SCHED-FETCH-PARA.
           EXEC SQL
                FETCH SCHCSR
                 INTO :WS-ENR-COURSE, :WS-ENR-SECTION, :WS-ENR-GRADE
           END-EXEC.
           IF SQLCODE NOT = 0
              SET WS-CSR-DONE TO TRUE
           ELSE
              IF WS-LINE-SUB < 8
                 ADD 1 TO WS-LINE-SUB
                 MOVE WS-ENR-COURSE  TO WS-SL-COURSE
                 MOVE WS-ENR-SECTION TO WS-SL-SECTION
                 MOVE WS-ENR-GRADE   TO WS-SL-GRADE
                 MOVE WS-SCHED-LINE  TO REGLINO(WS-LINE-SUB)
              END-IF
           END-IF.

       A000-SEND-MAP-PARA.
           MOVE CA-STUD-ID TO REGIDO.
           MOVE CA-TERM    TO REGTRMO.
           IF CA-TERM NOT = SPACES
              PERFORM A000-SCHEDULE-PARA
           END-IF.
           EXEC CICS
                SEND MAP('STUDRMAP')
                     MAPSET('STUDRMAP')
                     FROM(STUDRMAPO)
                     ERASE
           END-EXEC.
           EXEC CICS
                RETURN TRANSID('SREG')
                       COMMAREA(WS-COMMAREA)
           END-EXEC.

       A000-CLEAR-PARA.
           EXEC CICS
                SEND TEXT FROM('STUDREG TERMINATED')
                     ERASE FREEKB
           END-EXEC.
           EXEC CICS
                RETURN
           END-EXEC.
