       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSEBRWS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-COMMAREA.
          05 CA-DEPT          PIC X(03).
          05 CA-PREFIX        PIC X(08).
          05 CA-PFX-LEN       PIC 9(01).
          05 CA-TERM          PIC X(06).
          05 CA-FIRST-KEY     PIC X(08).
          05 CA-LAST-KEY      PIC X(08).
          05 CA-ROW-COUNT     PIC 9(02).
          05 CA-ROW-CRSE      PIC X(08) OCCURS 12 TIMES.

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-ABSTIME          PIC S9(15) COMP-3.
       01 WS-TODAY            PIC X(08).
       01 WS-MSG              PIC X(60) VALUE SPACES.

       01 WS-AID-PF7          PIC X(01) VALUE '7'.
       01 WS-AID-PF8          PIC X(01) VALUE '8'.

       01 WS-PAGE-SIZE        PIC 9(02) VALUE 12.
       01 WS-ROW-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-SUB              PIC 9(02) VALUE ZERO.
       01 WS-PFX-LEN          PIC 9(02) VALUE ZERO.

       01 WS-PAGE-ROWS.
           05 WS-PAGE-ROW OCCURS 12 TIMES.
               10 WS-PR-CRSE  PIC X(08).
               10 WS-PR-TITLE PIC X(30).
               10 WS-PR-HRS   PIC 9(02).
               10 WS-PR-MAX   PIC 9(04).
               10 WS-PR-DAYS  PIC X(07).
               10 WS-PR-START PIC X(04).
               10 WS-PR-END   PIC X(04).

       01 WS-SWAP-ROW         PIC X(59).

       01 WS-LINE-BUILD.
           05 WS-LB-CRSE      PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-TITLE     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-HRS       PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-DAYS      PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-START     PIC X(04).
           05 WS-LB-DASH      PIC X(01).
           05 WS-LB-END       PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-MAX       PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-ENRL      PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-WAIT      PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.

      *    BROWSE POSITION AND THE KEY A PAGE MUST MOVE PAST. LOW-VALUES
      *    IN THE SKIP KEY REDISPLAYS FROM THE START KEY ITSELF.
       01 WS-BR-KEY           PIC X(08).
       01 WS-SKIP-KEY         PIC X(08).
       01 WS-BROWSE-SW        PIC X(01) VALUE 'N'.
           88 WS-BROWSE-END       VALUE 'Y'.
       01 WS-MATCH-SW         PIC X(01) VALUE 'N'.
           88 WS-COURSE-MATCH     VALUE 'Y'.
       01 WS-DIRECTION        PIC X(01) VALUE 'F'.
           88 WS-FORWARD          VALUE 'F'.
           88 WS-BACKWARD         VALUE 'B'.

       01 WS-SEL-COURSE       PIC X(08) VALUE SPACES.

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
       01 WS-TERM-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-TERM-EOF         VALUE 'Y'.

       01 WS-PREQ-KEY.
          05 WS-PK-COURSE     PIC X(08).
          05 WS-PK-REQ-COURSE PIC X(08).
       01 WS-PREQ-REC.
          05 PQ-KEY.
             10 PQ-COURSE      PIC X(08).
             10 PQ-REQ-COURSE  PIC X(08).
          05 FILLER            PIC X(64).
       01 WS-PREREQ-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-PREREQ-EOF       VALUE 'Y'.
       01 WS-PREQ-LINE        PIC X(79).
       01 WS-PREQ-PTR         PIC 9(03) VALUE ZERO.
       01 WS-PREQ-COUNT       PIC 9(03) VALUE ZERO.

      *    WAITLIST DEPTH BY COURSE AND TERM, REBUILT FROM WAITFILE
      *    EACH NIGHT BY WAITCNT.
       01 WS-WCNT-KEY.
          05 WS-WK-COURSE     PIC X(08).
          05 WS-WK-TERM       PIC X(06).
       01 WS-WCNT-REC.
          05 WC-KEY.
             10 WC-COURSE     PIC X(08).
             10 WC-TERM       PIC X(06).
          05 WC-COUNT         PIC 9(05).
          05 WC-BUS-DATE      PIC X(08).
          05 FILLER           PIC X(53).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
       01 WS-ENR-COUNT        PIC S9(9) USAGE COMP.

       COPY CPYCMAP.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = ZERO
              MOVE LOW-VALUES TO STUDCMAPO
              MOVE 'ENTER A DEPARTMENT OR A COURSE PREFIX' TO WS-MSG
              MOVE SPACES TO CA-DEPT
              MOVE SPACES TO CA-PREFIX
              MOVE ZERO TO CA-PFX-LEN
              MOVE SPACES TO CA-TERM
              MOVE SPACES TO CA-FIRST-KEY
              MOVE SPACES TO CA-LAST-KEY
              MOVE ZERO TO CA-ROW-COUNT
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS
                HANDLE AID
                     CLEAR(A000-CLEAR-PARA)
                     PF3(A000-CLEAR-PARA)
           END-EXEC.

           EXEC CICS
                RECEIVE MAP('STUDCMAP')
                        MAPSET('STUDCMAP')
                        INTO(STUDCMAPI)
                        RESP(WS-RESP)
           END-EXEC.

           IF CA-TERM = SPACES
              PERFORM A000-CURR-TERM-PARA
           END-IF.

           MOVE SPACES TO WS-SEL-COURSE.
           PERFORM A000-FIND-SELECT-PARA
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > CA-ROW-COUNT
                 OR WS-SEL-COURSE NOT = SPACES.

           EVALUATE EIBAID
           WHEN WS-AID-PF7
                PERFORM A000-PAGE-BACK-PARA
           WHEN WS-AID-PF8
                PERFORM A000-PAGE-FWD-PARA
           WHEN OTHER
                IF CATDPTL > ZERO OR CATPFXL > ZERO
                   PERFORM A000-NEW-FILTER-PARA
                ELSE
                   IF CA-DEPT = SPACES AND CA-PFX-LEN = ZERO
                      MOVE LOW-VALUES TO STUDCMAPO
                      MOVE 'ENTER A DEPARTMENT OR A COURSE PREFIX'
                        TO WS-MSG
                      PERFORM A000-SEND-MAP-PARA
                   END-IF
                   MOVE CA-FIRST-KEY TO WS-BR-KEY
                   MOVE LOW-VALUES TO WS-SKIP-KEY
                   PERFORM A000-FETCH-FWD-PARA
                   IF WS-SEL-COURSE NOT = SPACES
                      PERFORM A000-PREREQ-PARA
                   END-IF
                END-IF
           END-EVALUATE.
           PERFORM A000-SEND-MAP-PARA.

       A000-FIND-SELECT-PARA.
           IF CATSELL(WS-SUB) > ZERO
              AND (CATSELI(WS-SUB) = 'S' OR CATSELI(WS-SUB) = 's')
              MOVE CA-ROW-CRSE(WS-SUB) TO WS-SEL-COURSE
           END-IF.

      *    A DEPARTMENT AND A PREFIX ARE ALTERNATIVES - THE PREFIX WINS
      *    WHEN BOTH ARE KEYED.
       A000-NEW-FILTER-PARA.
           MOVE SPACES TO CA-DEPT.
           MOVE SPACES TO CA-PREFIX.
           MOVE ZERO TO CA-PFX-LEN.
           IF CATPFXL > ZERO
              MOVE CATPFXI TO CA-PREFIX
              INSPECT CA-PREFIX REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           IF CA-PREFIX NOT = SPACES
              MOVE ZERO TO WS-PFX-LEN
              INSPECT CA-PREFIX TALLYING WS-PFX-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE WS-PFX-LEN TO CA-PFX-LEN
              MOVE CA-PREFIX TO WS-BR-KEY
           ELSE
              IF CATDPTL > ZERO
                 MOVE CATDPTI TO CA-DEPT
              END-IF
              MOVE LOW-VALUES TO WS-BR-KEY
           END-IF.
           IF CA-DEPT = SPACES AND CA-PFX-LEN = ZERO
              MOVE LOW-VALUES TO STUDCMAPO
              MOVE 'ENTER A DEPARTMENT OR A COURSE PREFIX' TO WS-MSG
              MOVE ZERO TO CA-ROW-COUNT
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           MOVE LOW-VALUES TO WS-SKIP-KEY.
           PERFORM A000-FETCH-FWD-PARA.
           IF WS-ROW-COUNT = ZERO
              MOVE 'NO ACTIVE COURSES MATCH' TO WS-MSG
           END-IF.

       A000-PAGE-FWD-PARA.
           MOVE CA-LAST-KEY TO WS-BR-KEY.
           MOVE CA-LAST-KEY TO WS-SKIP-KEY.
           PERFORM A000-FETCH-FWD-PARA.

       A000-PAGE-BACK-PARA.
           MOVE CA-FIRST-KEY TO WS-BR-KEY.
           PERFORM A000-FETCH-BWD-PARA.

       A000-FETCH-FWD-PARA.
           SET WS-FORWARD TO TRUE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE 'N' TO WS-BROWSE-SW.
           EXEC CICS
                STARTBR FILE('CRSETAB')
                        RIDFLD(WS-BR-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM A000-READ-NEXT-PARA
                 UNTIL WS-ROW-COUNT >= WS-PAGE-SIZE
                    OR WS-BROWSE-END
              EXEC CICS
                   ENDBR FILE('CRSETAB')
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           PERFORM A000-BUILD-SCREEN-PARA.

       A000-READ-NEXT-PARA.
           EXEC CICS
                READNEXT FILE('CRSETAB')
                         INTO(WS-CRSE-REC)
                         RIDFLD(WS-BR-KEY)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-END TO TRUE
           ELSE
              IF CR-COURSE-CODE > WS-SKIP-KEY
                 PERFORM A000-FILTER-PARA
              END-IF
           END-IF.

      *    BACKWARD PAGES READ DOWN FROM THE FIRST COURSE ON THE SCREEN
      *    AND ARE TURNED BACK INTO KEY ORDER FOR DISPLAY.
       A000-FETCH-BWD-PARA.
           SET WS-BACKWARD TO TRUE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE 'N' TO WS-BROWSE-SW.
           EXEC CICS
                STARTBR FILE('CRSETAB')
                        RIDFLD(WS-BR-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM A000-READ-PREV-PARA
                 UNTIL WS-ROW-COUNT >= WS-PAGE-SIZE
                    OR WS-BROWSE-END
              EXEC CICS
                   ENDBR FILE('CRSETAB')
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           PERFORM A000-REVERSE-PAGE-PARA.
           PERFORM A000-BUILD-SCREEN-PARA.

       A000-READ-PREV-PARA.
           EXEC CICS
                READPREV FILE('CRSETAB')
                         INTO(WS-CRSE-REC)
                         RIDFLD(WS-BR-KEY)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-END TO TRUE
           ELSE
              IF CR-COURSE-CODE < CA-FIRST-KEY
                 PERFORM A000-FILTER-PARA
              END-IF
           END-IF.

      *    ONLY ACTIVE COURSES ARE LISTED. A PREFIX BROWSE STOPS AS
      *    SOON AS IT LEAVES THE PREFIX RANGE; A DEPARTMENT BROWSE
      *    RUNS THE WHOLE CATALOG.
       A000-FILTER-PARA.
           MOVE 'N' TO WS-MATCH-SW.
           IF CA-PFX-LEN > ZERO
              IF CR-COURSE-CODE(1:CA-PFX-LEN)
                 = CA-PREFIX(1:CA-PFX-LEN)
                 MOVE 'Y' TO WS-MATCH-SW
              ELSE
                 IF WS-FORWARD
                    AND CR-COURSE-CODE(1:CA-PFX-LEN)
                        > CA-PREFIX(1:CA-PFX-LEN)
                    SET WS-BROWSE-END TO TRUE
                 END-IF
                 IF WS-BACKWARD
                    AND CR-COURSE-CODE(1:CA-PFX-LEN)
                        < CA-PREFIX(1:CA-PFX-LEN)
                    SET WS-BROWSE-END TO TRUE
                 END-IF
              END-IF
           ELSE
              IF CR-DEPT-CODE = CA-DEPT
                 MOVE 'Y' TO WS-MATCH-SW
              END-IF
           END-IF.
           IF WS-COURSE-MATCH AND CR-ACTIVE-FLAG = 'A'
              ADD 1 TO WS-ROW-COUNT
              MOVE CR-COURSE-CODE TO WS-PR-CRSE(WS-ROW-COUNT)
              MOVE CR-TITLE       TO WS-PR-TITLE(WS-ROW-COUNT)
              MOVE CR-CREDIT-HRS  TO WS-PR-HRS(WS-ROW-COUNT)
              MOVE CR-MAX-SEATS   TO WS-PR-MAX(WS-ROW-COUNT)
              MOVE CR-MEET-DAYS   TO WS-PR-DAYS(WS-ROW-COUNT)
              MOVE CR-MEET-START  TO WS-PR-START(WS-ROW-COUNT)
              MOVE CR-MEET-END    TO WS-PR-END(WS-ROW-COUNT)
           END-IF.

       A000-REVERSE-PAGE-PARA.
           IF WS-ROW-COUNT > 1
              PERFORM A000-SWAP-ROWS-PARA
                 VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB * 2 > WS-ROW-COUNT
           END-IF.

       A000-SWAP-ROWS-PARA.
           MOVE WS-PAGE-ROW(WS-SUB) TO WS-SWAP-ROW.
           MOVE WS-PAGE-ROW(WS-ROW-COUNT - WS-SUB + 1)
             TO WS-PAGE-ROW(WS-SUB).
           MOVE WS-SWAP-ROW
             TO WS-PAGE-ROW(WS-ROW-COUNT - WS-SUB + 1).

      *    ENROLLED COUNT IS LIVE FROM STUD_ENROLL FOR THE CURRENT TERM,
      *    LEAVING OUT LATE-DROP W ROWS AS THE SEAT CHECKS DO.
       A000-BUILD-SCREEN-PARA.
           MOVE LOW-VALUES TO STUDCMAPO.
           MOVE CA-DEPT   TO CATDPTO.
           MOVE CA-PREFIX TO CATPFXO.
           MOVE CA-TERM   TO CATTRMO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
              MOVE WS-PR-CRSE(WS-SUB)  TO WS-LB-CRSE
              MOVE WS-PR-TITLE(WS-SUB) TO WS-LB-TITLE
              MOVE WS-PR-HRS(WS-SUB)   TO WS-LB-HRS
              MOVE WS-PR-DAYS(WS-SUB)  TO WS-LB-DAYS
              MOVE WS-PR-START(WS-SUB) TO WS-LB-START
              MOVE WS-PR-END(WS-SUB)   TO WS-LB-END
              IF WS-PR-START(WS-SUB) = SPACES
                 MOVE SPACE TO WS-LB-DASH
              ELSE
                 MOVE '-' TO WS-LB-DASH
              END-IF
              MOVE WS-PR-MAX(WS-SUB)   TO WS-LB-MAX
              MOVE WS-PR-CRSE(WS-SUB) TO WS-ENR-COURSE
              MOVE CA-TERM            TO WS-ENR-TERM
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ENR-COUNT
                     FROM STUD_ENROLL
                    WHERE COURSE_CODE = :WS-ENR-COURSE
                      AND TERM = :WS-ENR-TERM
                      AND GRADE NOT = 'W '
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE ZERO TO WS-ENR-COUNT
              END-IF
              MOVE WS-ENR-COUNT TO WS-LB-ENRL
              MOVE WS-PR-CRSE(WS-SUB) TO WS-WK-COURSE
              MOVE CA-TERM            TO WS-WK-TERM
              EXEC CICS
                   READ FILE('WAITCNT')
                        INTO(WS-WCNT-REC)
                        RIDFLD(WS-WCNT-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WC-COUNT TO WS-LB-WAIT
              ELSE
                 MOVE ZERO TO WS-LB-WAIT
              END-IF
              MOVE WS-LINE-BUILD      TO CATLINO(WS-SUB)
              MOVE WS-PR-CRSE(WS-SUB) TO CA-ROW-CRSE(WS-SUB)
           END-PERFORM.
           IF WS-ROW-COUNT = ZERO
              IF WS-MSG = SPACES
                 MOVE 'NO MORE COURSES IN THIS DIRECTION' TO WS-MSG
              END-IF
           ELSE
              MOVE WS-ROW-COUNT TO CA-ROW-COUNT
              MOVE WS-PR-CRSE(1) TO CA-FIRST-KEY
              MOVE WS-PR-CRSE(WS-ROW-COUNT) TO CA-LAST-KEY
              IF WS-MSG = SPACES
                 MOVE 'PF7 BACKWARD - PF8 FORWARD - S TO SEE PREREQS'
                   TO WS-MSG
              END-IF
           END-IF.

      *    PREREQUISITES OF THE SELECTED COURSE, AS MANY AS FIT ON THE
      *    PREREQUISITE LINE.
       A000-PREREQ-PARA.
           MOVE SPACES TO WS-PREQ-LINE.
           MOVE 1 TO WS-PREQ-PTR.
           MOVE ZERO TO WS-PREQ-COUNT.
           STRING 'PREREQUISITES FOR ' DELIMITED BY SIZE
                  WS-SEL-COURSE DELIMITED BY SPACE
                  ':' DELIMITED BY SIZE
             INTO WS-PREQ-LINE
             WITH POINTER WS-PREQ-PTR.
           MOVE 'N' TO WS-PREREQ-EOF-SW.
           MOVE WS-SEL-COURSE TO WS-PK-COURSE.
           MOVE LOW-VALUES TO WS-PK-REQ-COURSE.
           EXEC CICS
                STARTBR FILE('PREREQ')
                        RIDFLD(WS-PREQ-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-PREREQ-EOF TO TRUE
           ELSE
              PERFORM A000-PREREQ-NEXT-PARA UNTIL WS-PREREQ-EOF
              EXEC CICS
                   ENDBR FILE('PREREQ')
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-PREQ-COUNT = ZERO
              MOVE SPACES TO WS-PREQ-LINE
              STRING WS-SEL-COURSE DELIMITED BY SPACE
                     ' HAS NO PREREQUISITES' DELIMITED BY SIZE
                INTO WS-PREQ-LINE
           END-IF.
           MOVE WS-PREQ-LINE TO CATPRQO.

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
              IF PQ-COURSE NOT = WS-SEL-COURSE
                 SET WS-PREREQ-EOF TO TRUE
              ELSE
                 IF WS-PREQ-PTR > 70
                    SET WS-PREREQ-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-PREQ-COUNT
                    STRING ' ' DELIMITED BY SIZE
                           PQ-REQ-COURSE DELIMITED BY SPACE
                      INTO WS-PREQ-LINE
                      WITH POINTER WS-PREQ-PTR
                 END-IF
              END-IF
           END-IF.

      *    ONLINE EQUIVALENT OF TERMLKUP - THE ACTIVE TERMTAB TERM
      *    WHOSE DATES SPAN TODAY.
       A000-CURR-TERM-PARA.
           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
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
                 MOVE TM-TERM-CODE TO CA-TERM
                 SET WS-TERM-EOF TO TRUE
              END-IF
           END-IF.

       A000-SEND-MAP-PARA.
           MOVE WS-MSG TO CATMSGO.
           EXEC CICS
                SEND MAP('STUDCMAP')
                     MAPSET('STUDCMAP')
                     FROM(STUDCMAPO)
                     ERASE
           END-EXEC.
           EXEC CICS
                RETURN TRANSID('CRSB')
                       COMMAREA(WS-COMMAREA)
           END-EXEC.

       A000-CLEAR-PARA.
           EXEC CICS
                SEND TEXT FROM('CRSEBRWS TERMINATED')
                     ERASE FREEKB
           END-EXEC.
           EXEC CICS
                RETURN
           END-EXEC.
