       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADENTR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-COMMAREA.
          05 CA-COURSE        PIC X(08).
          05 CA-TERM          PIC X(06).
          05 CA-FIRST-ID      PIC 9(09).
          05 CA-LAST-ID       PIC 9(09).
          05 CA-ROW-COUNT     PIC 9(02).
          05 CA-ROW OCCURS 12 TIMES.
             10 CA-ROW-ID     PIC 9(09).
             10 CA-ROW-BASIS  PIC X(01).

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-LOG-RESP         PIC S9(8) COMP.
       01 WS-ABSTIME          PIC S9(15) COMP-3.
       01 WS-TODAY            PIC X(08).
       01 WS-USER-ID          PIC X(08) VALUE SPACES.
       01 WS-MSG              PIC X(60) VALUE SPACES.

       01 WS-AID-PF7          PIC X(01) VALUE '7'.
       01 WS-AID-PF8          PIC X(01) VALUE '8'.
       01 WS-AID-PF10         PIC X(01) VALUE ':'.
       01 WS-ATTR-PROT        PIC X(01) VALUE '-'.

       01 WS-PAGE-SIZE        PIC 9(02) VALUE 12.
       01 WS-ROW-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-SUB              PIC 9(02) VALUE ZERO.

       01 WS-PAGE-ROWS.
           05 WS-PAGE-ROW OCCURS 12 TIMES.
               10 WS-PR-ID    PIC 9(09).
               10 WS-PR-NAME  PIC X(30).
               10 WS-PR-BASIS PIC X(01).
               10 WS-PR-GRADE PIC X(02).

       01 WS-SWAP-ROW.
           05 WS-SW-ID        PIC 9(09).
           05 WS-SW-NAME      PIC X(30).
           05 WS-SW-BASIS     PIC X(01).
           05 WS-SW-GRADE     PIC X(02).

       01 WS-LINE-BUILD.
           05 WS-LB-ID        PIC 9(09).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-NAME      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-BASIS     PIC X(01).
           05 FILLER          PIC X(08) VALUE SPACES.

       01 WS-KEY-ID           PIC S9(9) USAGE COMP.

      *    PENDING GRADE RECORD - ONE PER COURSE/TERM/STUDENT, PLUS A
      *    ROSTER HEADER (STUDENT ID ZERO) CARRYING THE ROSTER STATUS.
       01 WS-PEND-KEY.
           05 WS-PK-COURSE    PIC X(08).
           05 WS-PK-TERM      PIC X(06).
           05 WS-PK-STUD-ID   PIC 9(09).

       01 WS-PEND-REC.
           05 PG-KEY.
               10 PG-COURSE   PIC X(08).
               10 PG-TERM     PIC X(06).
               10 PG-STUD-ID  PIC 9(09).
           05 PG-GRADE        PIC X(02).
           05 PG-BASIS        PIC X(01).
           05 PG-STATUS       PIC X(01).
           05 PG-USER-ID      PIC X(08).
           05 PG-DATE         PIC X(08).
           05 FILLER          PIC X(37).

       01 WS-ROSTER-SW        PIC X(01) VALUE 'O'.
           88 WS-ROSTER-OPEN      VALUE 'O'.
           88 WS-ROSTER-SUBMITTED VALUE 'S'.
           88 WS-ROSTER-POSTED    VALUE 'P'.
           88 WS-ROSTER-LOCKED    VALUE 'S' 'P'.
       01 WS-HEADER-SW        PIC X(01) VALUE 'N'.
           88 WS-HEADER-DONE      VALUE 'Y'.

       01 WS-GRADE            PIC X(02).
       01 WS-BASIS            PIC X(01).
       01 WS-REASON           PIC X(33).
       01 WS-GRADE-SW         PIC X(01) VALUE 'Y'.
           88 WS-GRADE-VALID      VALUE 'Y'.
           88 WS-GRADE-INVALID    VALUE 'N'.

       01 WS-ERROR-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-SAVED-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-MISSING-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZ9.

       01 WS-ERR-LINE.
           05 FILLER          PIC X(08) VALUE 'STUDENT '.
           05 WS-EL-ID        PIC 9(09).
           05 FILLER          PIC X(02) VALUE ': '.
           05 WS-EL-REASON    PIC X(33).

       01 WS-ENTL-KEY.
           05 WS-EK-OPER-ID   PIC X(08).
           05 WS-EK-FUNC-CODE PIC X(03) VALUE 'GRS'.
       01 WS-ENTL-REC         PIC X(80).
       01 WS-ENTRY-SW         PIC X(01) VALUE 'N'.
           88 WS-ENTRY-OK        VALUE 'Y'.
       01 WS-DENIED-COUNT     PIC 9(03) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLENROLL.
           10 WS-ENR-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-BASIS             PIC X(01).
           10 WS-ENR-GRADE             PIC X(02).
           10 WS-STUD-NAME             PIC X(30).

            EXEC SQL
               DECLARE ROSFWD CURSOR FOR
               SELECT E.STUD_ID,
                      COALESCE(NULLIF(S.PREF_NAME, ' '), S.STUD_NAME,
                               ' '),
                      COALESCE(E.GRADE_BASIS, 'L'), E.GRADE
                 FROM STUD_ENROLL E
                 LEFT OUTER JOIN STUD_STUDENT S
                   ON S.STUD_ID = E.STUD_ID
                WHERE E.COURSE_CODE = :WS-ENR-COURSE
                  AND E.TERM = :WS-ENR-TERM
                  AND E.STUD_ID > :WS-KEY-ID
                ORDER BY E.STUD_ID ASC
            END-EXEC.

            EXEC SQL
               DECLARE ROSBWD CURSOR FOR
               SELECT E.STUD_ID,
                      COALESCE(NULLIF(S.PREF_NAME, ' '), S.STUD_NAME,
                               ' '),
                      COALESCE(E.GRADE_BASIS, 'L'), E.GRADE
                 FROM STUD_ENROLL E
                 LEFT OUTER JOIN STUD_STUDENT S
                   ON S.STUD_ID = E.STUD_ID
                WHERE E.COURSE_CODE = :WS-ENR-COURSE
                  AND E.TERM = :WS-ENR-TERM
                  AND E.STUD_ID < :WS-KEY-ID
                ORDER BY E.STUD_ID DESC
            END-EXEC.

            EXEC SQL
               DECLARE MISSCSR CURSOR FOR
               SELECT STUD_ID
                 FROM STUD_ENROLL
                WHERE COURSE_CODE = :WS-ENR-COURSE
                  AND TERM = :WS-ENR-TERM
                  AND GRADE = '  '
            END-EXEC.

       COPY CPYGMAP.

       COPY CPYOLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(154).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = ZERO
              MOVE LOW-VALUES TO STUDGMAPO
              MOVE 'ENTER A COURSE AND TERM' TO WS-MSG
              MOVE SPACES TO CA-COURSE
              MOVE SPACES TO CA-TERM
              MOVE ZERO TO CA-FIRST-ID
              MOVE ZERO TO CA-LAST-ID
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
                RECEIVE MAP('STUDGMAP')
                        MAPSET('STUDGMAP')
                        INTO(STUDGMAPI)
                        RESP(WS-RESP)
           END-EXEC.

           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           EXEC CICS
                ASSIGN USERID(WS-USER-ID)
           END-EXEC.
           PERFORM A000-ENTL-CHECK-PARA.

      *    A NEW COURSE OR TERM STARTS A NEW ROSTER FROM THE TOP. ANY
      *    GRADES KEYED ON THE OLD PAGE ARE NOT SAVED.
           IF (GRDCRSL > ZERO AND GRDCRSI NOT = CA-COURSE)
              OR (GRDTRML > ZERO AND GRDTRMI NOT = CA-TERM)
              PERFORM A000-NEW-ROSTER-PARA
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           IF CA-COURSE = SPACES OR CA-TERM = SPACES
              MOVE LOW-VALUES TO STUDGMAPO
              MOVE 'ENTER A COURSE AND TERM' TO WS-MSG
              MOVE ZERO TO CA-ROW-COUNT
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           PERFORM A000-ROSTER-STATUS-PARA.

           IF EIBAID = WS-AID-PF10
              PERFORM A000-SUBMIT-PARA
              PERFORM A000-REFRESH-PAGE-PARA
           ELSE
              PERFORM A000-SAVE-PAGE-PARA
              IF WS-ERROR-COUNT > ZERO
                 PERFORM A000-REFRESH-PAGE-PARA
              ELSE
                 EVALUATE EIBAID
                 WHEN WS-AID-PF7
                      MOVE CA-FIRST-ID TO WS-KEY-ID
                      PERFORM A000-FETCH-BWD-PARA
                 WHEN WS-AID-PF8
                      MOVE CA-LAST-ID TO WS-KEY-ID
                      PERFORM A000-FETCH-FWD-PARA
                 WHEN OTHER
                      PERFORM A000-REFRESH-PAGE-PARA
                 END-EVALUATE
              END-IF
           END-IF.
           PERFORM A000-SEND-MAP-PARA.

       A000-NEW-ROSTER-PARA.
           IF GRDCRSL > ZERO
              MOVE GRDCRSI TO CA-COURSE
           END-IF.
           IF GRDTRML > ZERO
              MOVE GRDTRMI TO CA-TERM
           END-IF.
           MOVE ZERO TO CA-ROW-COUNT.
           IF CA-COURSE = SPACES OR CA-TERM = SPACES
              MOVE LOW-VALUES TO STUDGMAPO
              MOVE CA-COURSE TO GRDCRSO
              MOVE CA-TERM   TO GRDTRMO
              MOVE 'ENTER A COURSE AND TERM' TO WS-MSG
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           PERFORM A000-ROSTER-STATUS-PARA.
           MOVE ZERO TO WS-KEY-ID.
           PERFORM A000-FETCH-FWD-PARA.
           IF WS-ROW-COUNT = ZERO
              MOVE 'NO STUDENTS ENROLLED FOR THIS COURSE AND TERM'
                TO WS-MSG
           END-IF.

      *    REDISPLAY THE PAGE CURRENTLY ON THE SCREEN, STARTING AT ITS
      *    FIRST STUDENT.
       A000-REFRESH-PAGE-PARA.
           IF CA-ROW-COUNT = ZERO
              MOVE ZERO TO WS-KEY-ID
           ELSE
              COMPUTE WS-KEY-ID = CA-FIRST-ID - 1
           END-IF.
           PERFORM A000-FETCH-FWD-PARA.

      *    THE ROSTER HEADER (STUDENT ID ZERO) HOLDS THE ROSTER STATUS.
      *    NO HEADER MEANS NO GRADE HAS BEEN SAVED YET - STILL OPEN.
       A000-ROSTER-STATUS-PARA.
           MOVE CA-COURSE TO WS-PK-COURSE.
           MOVE CA-TERM   TO WS-PK-TERM.
           MOVE ZERO      TO WS-PK-STUD-ID.
           EXEC CICS
                READ FILE('PENDGRAD')
                     INTO(WS-PEND-REC)
                     RIDFLD(WS-PEND-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE PG-STATUS TO WS-ROSTER-SW
              MOVE 'Y' TO WS-HEADER-SW
           ELSE
              MOVE 'O' TO WS-ROSTER-SW
              MOVE 'N' TO WS-HEADER-SW
           END-IF.

      *    SAVE EVERY GRADE THE INSTRUCTOR KEYED OR CHANGED ON THIS
      *    PAGE. A BLANKED-OUT GRADE REMOVES THE PENDING GRADE.
       A000-SAVE-PAGE-PARA.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-SAVED-COUNT.
           MOVE ZERO TO WS-DENIED-COUNT.
           PERFORM A000-SAVE-ROW-PARA
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > CA-ROW-COUNT.
           IF WS-DENIED-COUNT > ZERO
              MOVE WS-DENIED-COUNT TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-ONL-LOG
              SET OC-SEV-WARN TO TRUE
              MOVE 'GRD' TO OC-FUNC-CODE
              STRING 'ACCESS DENIED - ' WS-COUNT-DISPLAY
                     ' GRADE(S) ' CA-COURSE ' ' CA-TERM
                        DELIMITED BY SIZE
                INTO OC-TEXT
              PERFORM A000-WRITE-LOG-PARA
           END-IF.
           IF WS-ERROR-COUNT = ZERO AND WS-SAVED-COUNT > ZERO
              MOVE WS-SAVED-COUNT TO WS-COUNT-DISPLAY
              STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                     ' GRADE(S) SAVED' DELIMITED BY SIZE
                INTO WS-MSG
              MOVE SPACES TO WS-ONL-LOG
              SET OC-SEV-INFO TO TRUE
              MOVE 'GRD' TO OC-FUNC-CODE
              STRING WS-COUNT-DISPLAY ' GRADE(S) SAVED '
                     CA-COURSE ' ' CA-TERM DELIMITED BY SIZE
                INTO OC-TEXT
              PERFORM A000-WRITE-LOG-PARA
           END-IF.

       A000-SAVE-ROW-PARA.
           IF GRDGRDL(WS-SUB) > ZERO
              EVALUATE TRUE
              WHEN NOT WS-ENTRY-OK
                 MOVE 'NOT AUTHORIZED FOR GRADE ENTRY - READ ONLY'
                   TO WS-MSG
                 ADD 1 TO WS-ERROR-COUNT
                 ADD 1 TO WS-DENIED-COUNT
              WHEN WS-ROSTER-LOCKED
                 MOVE 'ROSTER HAS BEEN SUBMITTED - GRADES ARE LOCKED'
                   TO WS-MSG
                 ADD 1 TO WS-ERROR-COUNT
              WHEN OTHER
                 PERFORM A000-SAVE-GRADE-PARA
              END-EVALUATE
           END-IF.

       A000-SAVE-GRADE-PARA.
           MOVE GRDGRDI(WS-SUB) TO WS-GRADE.
           INSPECT WS-GRADE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-GRADE CONVERTING 'abcdfinpuw'
                                    TO 'ABCDFINPUW'.
           MOVE CA-ROW-BASIS(WS-SUB) TO WS-BASIS.
           MOVE CA-ROW-ID(WS-SUB) TO WS-PK-STUD-ID.
           IF WS-GRADE = SPACES
              PERFORM A000-CLEAR-GRADE-PARA
           ELSE
              PERFORM A000-GRADE-EDIT-PARA
              IF WS-GRADE-VALID
                 PERFORM A000-WRITE-PENDING-PARA
              ELSE
                 IF WS-ERROR-COUNT = ZERO
                    MOVE CA-ROW-ID(WS-SUB) TO WS-EL-ID
                    MOVE WS-REASON TO WS-EL-REASON
                    MOVE WS-ERR-LINE TO WS-MSG
                 END-IF
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF.

      *    SAME GRADE RULES GRADPOST APPLIES WHEN THE GRADES POST.
       A000-GRADE-EDIT-PARA.
           MOVE 'Y' TO WS-GRADE-SW.
           EVALUATE WS-BASIS
           WHEN 'P'
                PERFORM A000-PASS-FAIL-EDIT-PARA
           WHEN 'A'
                PERFORM A000-AUDIT-EDIT-PARA
           WHEN OTHER
                PERFORM A000-LETTER-EDIT-PARA
           END-EVALUATE.

       A000-PASS-FAIL-EDIT-PARA.
           EVALUATE WS-GRADE
           WHEN 'P '
           WHEN 'NP'
           WHEN 'W '
           WHEN 'I '
                CONTINUE
           WHEN OTHER
                MOVE 'GRADE INVALID FOR PASS/FAIL BASIS' TO WS-REASON
                MOVE 'N' TO WS-GRADE-SW
           END-EVALUATE.

       A000-AUDIT-EDIT-PARA.
           EVALUATE WS-GRADE
           WHEN 'AU'
           WHEN 'W '
                CONTINUE
           WHEN OTHER
                MOVE 'GRADE INVALID FOR AUDIT BASIS' TO WS-REASON
                MOVE 'N' TO WS-GRADE-SW
           END-EVALUATE.

       A000-LETTER-EDIT-PARA.
           EVALUATE WS-GRADE
           WHEN 'A '
           WHEN 'B '
           WHEN 'C '
           WHEN 'D '
           WHEN 'F '
           WHEN 'W '
           WHEN 'I '
                CONTINUE
           WHEN OTHER
                MOVE 'INVALID GRADE CODE' TO WS-REASON
                MOVE 'N' TO WS-GRADE-SW
           END-EVALUATE.

       A000-WRITE-PENDING-PARA.
           PERFORM A000-HEADER-CHECK-PARA.
           MOVE CA-COURSE TO WS-PK-COURSE.
           MOVE CA-TERM   TO WS-PK-TERM.
           MOVE CA-ROW-ID(WS-SUB) TO WS-PK-STUD-ID.
           EXEC CICS
                READ FILE('PENDGRAD')
                     INTO(WS-PEND-REC)
                     RIDFLD(WS-PEND-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-GRADE   TO PG-GRADE
              MOVE WS-BASIS   TO PG-BASIS
              MOVE WS-USER-ID TO PG-USER-ID
              MOVE WS-TODAY   TO PG-DATE
              EXEC CICS
                   REWRITE FILE('PENDGRAD')
                           FROM(WS-PEND-REC)
                           RESP(WS-RESP)
              END-EXEC
           ELSE
              MOVE SPACES        TO WS-PEND-REC
              MOVE WS-PEND-KEY   TO PG-KEY
              MOVE WS-GRADE      TO PG-GRADE
              MOVE WS-BASIS      TO PG-BASIS
              MOVE SPACE         TO PG-STATUS
              MOVE WS-USER-ID    TO PG-USER-ID
              MOVE WS-TODAY      TO PG-DATE
              EXEC CICS
                   WRITE FILE('PENDGRAD')
                         FROM(WS-PEND-REC)
                         RIDFLD(WS-PEND-KEY)
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WS-SAVED-COUNT
           ELSE
              MOVE 'PENDING GRADE FILE UPDATE FAILED' TO WS-MSG
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

       A000-CLEAR-GRADE-PARA.
           MOVE CA-COURSE TO WS-PK-COURSE.
           MOVE CA-TERM   TO WS-PK-TERM.
           MOVE CA-ROW-ID(WS-SUB) TO WS-PK-STUD-ID.
           EXEC CICS
                DELETE FILE('PENDGRAD')
                       RIDFLD(WS-PEND-KEY)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WS-SAVED-COUNT
           END-IF.

      *    FIRST GRADE SAVED FOR A ROSTER CREATES ITS OPEN HEADER.
       A000-HEADER-CHECK-PARA.
           IF NOT WS-HEADER-DONE
              MOVE SPACES    TO WS-PEND-REC
              MOVE CA-COURSE TO PG-COURSE
              MOVE CA-TERM   TO PG-TERM
              MOVE ZERO      TO PG-STUD-ID
              MOVE 'O'       TO PG-STATUS
              MOVE WS-USER-ID TO PG-USER-ID
              MOVE WS-TODAY  TO PG-DATE
              MOVE PG-KEY    TO WS-PEND-KEY
              EXEC CICS
                   WRITE FILE('PENDGRAD')
                         FROM(WS-PEND-REC)
                         RIDFLD(WS-PEND-KEY)
                         RESP(WS-RESP)
              END-EXEC
              MOVE 'Y' TO WS-HEADER-SW
           END-IF.

      *    PF10 - LOCK THE ROSTER FOR POSTING. REGISTRAR'S OFFICE ONLY,
      *    AND ONLY WHEN EVERY ENROLLED STUDENT HAS A GRADE.
       A000-SUBMIT-PARA.
           MOVE WS-USER-ID TO WS-EK-OPER-ID.
           MOVE 'GRS' TO WS-EK-FUNC-CODE.
           EXEC CICS
                READ FILE('ENTLFILE')
                     INTO(WS-ENTL-REC)
                     RIDFLD(WS-ENTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ONLY THE REGISTRAR MAY SUBMIT A GRADE ROSTER'
                TO WS-MSG
              MOVE SPACES TO WS-ONL-LOG
              SET OC-SEV-WARN TO TRUE
              MOVE 'GRS' TO OC-FUNC-CODE
              STRING 'ACCESS DENIED - SUBMIT ' CA-COURSE ' '
                     CA-TERM DELIMITED BY SIZE
                INTO OC-TEXT
              PERFORM A000-WRITE-LOG-PARA
           ELSE
              IF WS-ROSTER-LOCKED
                 MOVE 'ROSTER HAS ALREADY BEEN SUBMITTED' TO WS-MSG
              ELSE
                 PERFORM A000-MISSING-COUNT-PARA
                 IF WS-MISSING-COUNT > ZERO
                    MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
                    STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                           ' STUDENT(S) HAVE NO GRADE - NOT SUBMITTED'
                              DELIMITED BY SIZE
                      INTO WS-MSG
                 ELSE
                    PERFORM A000-LOCK-ROSTER-PARA
                 END-IF
              END-IF
           END-IF.

      *    ENROLLED STUDENTS WITH NO POSTED GRADE AND NO PENDING GRADE.
       A000-MISSING-COUNT-PARA.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE CA-COURSE TO WS-ENR-COURSE.
           MOVE CA-TERM   TO WS-ENR-TERM.
           EXEC SQL
                OPEN MISSCSR
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                   FETCH MISSCSR
                    INTO :WS-ENR-STUD-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE CA-COURSE      TO WS-PK-COURSE
                 MOVE CA-TERM        TO WS-PK-TERM
                 MOVE WS-ENR-STUD-ID TO WS-PK-STUD-ID
                 EXEC CICS
                      READ FILE('PENDGRAD')
                           INTO(WS-PEND-REC)
                           RIDFLD(WS-PEND-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR PG-GRADE = SPACES
                    ADD 1 TO WS-MISSING-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
                CLOSE MISSCSR
           END-EXEC.

       A000-LOCK-ROSTER-PARA.
           MOVE CA-COURSE TO WS-PK-COURSE.
           MOVE CA-TERM   TO WS-PK-TERM.
           MOVE ZERO      TO WS-PK-STUD-ID.
           EXEC CICS
                READ FILE('PENDGRAD')
                     INTO(WS-PEND-REC)
                     RIDFLD(WS-PEND-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'S'        TO PG-STATUS
              MOVE WS-USER-ID TO PG-USER-ID
              MOVE WS-TODAY   TO PG-DATE
              EXEC CICS
                   REWRITE FILE('PENDGRAD')
                           FROM(WS-PEND-REC)
                           RESP(WS-RESP)
              END-EXEC
           ELSE
              MOVE SPACES     TO WS-PEND-REC
              MOVE WS-PEND-KEY TO PG-KEY
              MOVE 'S'        TO PG-STATUS
              MOVE WS-USER-ID TO PG-USER-ID
              MOVE WS-TODAY   TO PG-DATE
              EXEC CICS
                   WRITE FILE('PENDGRAD')
                         FROM(WS-PEND-REC)
                         RIDFLD(WS-PEND-KEY)
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'S' TO WS-ROSTER-SW
              MOVE 'ROSTER SUBMITTED AND LOCKED FOR GRADE POSTING'
                TO WS-MSG
              MOVE SPACES TO WS-ONL-LOG
              SET OC-SEV-INFO TO TRUE
              MOVE 'GRS' TO OC-FUNC-CODE
              STRING 'ROSTER SUBMITTED ' CA-COURSE ' '
                     CA-TERM DELIMITED BY SIZE
                INTO OC-TEXT
              PERFORM A000-WRITE-LOG-PARA
           ELSE
              MOVE 'PENDING GRADE FILE UPDATE FAILED' TO WS-MSG
           END-IF.

       A000-FETCH-FWD-PARA.
           MOVE CA-COURSE TO WS-ENR-COURSE.
           MOVE CA-TERM   TO WS-ENR-TERM.
           MOVE ZERO TO WS-ROW-COUNT.
           EXEC SQL
                OPEN ROSFWD
           END-EXEC.
           PERFORM UNTIL WS-ROW-COUNT >= WS-PAGE-SIZE
                   OR SQLCODE NOT = 0
              EXEC SQL
                   FETCH ROSFWD
                    INTO :WS-ENR-STUD-ID, :WS-STUD-NAME,
                         :WS-ENR-BASIS, :WS-ENR-GRADE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ROW-COUNT
                 PERFORM A000-STORE-ROW-PARA
              END-IF
           END-PERFORM.
           EXEC SQL
                CLOSE ROSFWD
           END-EXEC.
           PERFORM A000-BUILD-SCREEN-PARA.

       A000-FETCH-BWD-PARA.
           MOVE CA-COURSE TO WS-ENR-COURSE.
           MOVE CA-TERM   TO WS-ENR-TERM.
           MOVE ZERO TO WS-ROW-COUNT.
           EXEC SQL
                OPEN ROSBWD
           END-EXEC.
           PERFORM UNTIL WS-ROW-COUNT >= WS-PAGE-SIZE
                   OR SQLCODE NOT = 0
              EXEC SQL
                   FETCH ROSBWD
                    INTO :WS-ENR-STUD-ID, :WS-STUD-NAME,
                         :WS-ENR-BASIS, :WS-ENR-GRADE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ROW-COUNT
                 PERFORM A000-STORE-ROW-PARA
              END-IF
           END-PERFORM.
           EXEC SQL
                CLOSE ROSBWD
           END-EXEC.
           PERFORM A000-REVERSE-PAGE-PARA.
           PERFORM A000-BUILD-SCREEN-PARA.

       A000-STORE-ROW-PARA.
           MOVE WS-ENR-STUD-ID TO WS-PR-ID(WS-ROW-COUNT).
           MOVE WS-STUD-NAME   TO WS-PR-NAME(WS-ROW-COUNT).
           MOVE WS-ENR-BASIS   TO WS-PR-BASIS(WS-ROW-COUNT).
           MOVE WS-ENR-GRADE   TO WS-PR-GRADE(WS-ROW-COUNT).

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

      *    A PENDING GRADE, WHERE ONE HAS BEEN SAVED, IS SHOWN IN
      *    PLACE OF THE GRADE ON STUD_ENROLL.
       A000-BUILD-SCREEN-PARA.
           MOVE LOW-VALUES TO STUDGMAPO.
           MOVE CA-COURSE TO GRDCRSO.
           MOVE CA-TERM   TO GRDTRMO.
           EVALUATE TRUE
           WHEN WS-ROSTER-SUBMITTED
                MOVE 'SUBMITTED - LOCKED' TO GRDSTAO
           WHEN WS-ROSTER-POSTED
                MOVE 'POSTED - LOCKED' TO GRDSTAO
           WHEN OTHER
                MOVE 'OPEN FOR ENTRY' TO GRDSTAO
           END-EVALUATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PAGE-SIZE
              IF WS-SUB > WS-ROW-COUNT
                 MOVE ZERO   TO CA-ROW-ID(WS-SUB)
                 MOVE SPACE  TO CA-ROW-BASIS(WS-SUB)
                 MOVE WS-ATTR-PROT TO GRDGRDA(WS-SUB)
              ELSE
                 MOVE WS-PR-ID(WS-SUB)    TO WS-LB-ID
                 MOVE WS-PR-NAME(WS-SUB)  TO WS-LB-NAME
                 MOVE WS-PR-BASIS(WS-SUB) TO WS-LB-BASIS
                 MOVE WS-LINE-BUILD       TO GRDLINO(WS-SUB)
                 MOVE WS-PR-ID(WS-SUB)    TO CA-ROW-ID(WS-SUB)
                 MOVE WS-PR-BASIS(WS-SUB) TO CA-ROW-BASIS(WS-SUB)
                 MOVE CA-COURSE        TO WS-PK-COURSE
                 MOVE CA-TERM          TO WS-PK-TERM
                 MOVE WS-PR-ID(WS-SUB) TO WS-PK-STUD-ID
                 EXEC CICS
                      READ FILE('PENDGRAD')
                           INTO(WS-PEND-REC)
                           RIDFLD(WS-PEND-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE PG-GRADE TO GRDGRDO(WS-SUB)
                 ELSE
                    MOVE WS-PR-GRADE(WS-SUB) TO GRDGRDO(WS-SUB)
                 END-IF
                 IF WS-ROSTER-LOCKED OR NOT WS-ENTRY-OK
                    MOVE WS-ATTR-PROT TO GRDGRDA(WS-SUB)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-ROW-COUNT TO CA-ROW-COUNT.
           IF WS-ROW-COUNT > ZERO
              MOVE WS-PR-ID(1) TO CA-FIRST-ID
              MOVE WS-PR-ID(WS-ROW-COUNT) TO CA-LAST-ID
           END-IF.
           IF WS-MSG = SPACES
              IF WS-ROW-COUNT = ZERO
                 MOVE 'NO MORE STUDENTS IN THIS DIRECTION' TO WS-MSG
              ELSE
                 MOVE 'PF7 BACKWARD - PF8 FORWARD' TO WS-MSG
              END-IF
           END-IF.

      *    KEYING GRADES NEEDS A 'GRD' ENTRY ON ENTLFILE FOR THE
      *    SIGNED-ON USER. ANYONE ELSE SEES THE ROSTER READ-ONLY.
       A000-ENTL-CHECK-PARA.
           MOVE WS-USER-ID TO WS-EK-OPER-ID.
           MOVE 'GRD' TO WS-EK-FUNC-CODE.
           EXEC CICS
                READ FILE('ENTLFILE')
                     INTO(WS-ENTL-REC)
                     RIDFLD(WS-ENTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ENTRY-SW
           ELSE
              MOVE 'N' TO WS-ENTRY-SW
           END-IF.

       A000-WRITE-LOG-PARA.
           MOVE 'GRADENTR'        TO OC-PROGRAM.
           MOVE WS-USER-ID        TO OC-OPER-ID.
           MOVE WS-TODAY          TO OC-DATE.
           EXEC CICS
                LINK PROGRAM('OPERLOGC')
                     COMMAREA(WS-ONL-LOG)
                     LENGTH(120)
                     RESP(WS-LOG-RESP)
           END-EXEC.

       A000-SEND-MAP-PARA.
           MOVE WS-MSG TO GRDMSGO.
           EXEC CICS
                SEND MAP('STUDGMAP')
                     MAPSET('STUDGMAP')
                     FROM(STUDGMAPO)
                     ERASE
           END-EXEC.
           EXEC CICS
                RETURN TRANSID('GRDE')
                       COMMAREA(WS-COMMAREA)
           END-EXEC.

       A000-CLEAR-PARA.
           EXEC CICS
                SEND TEXT FROM('GRADENTR TERMINATED')
                     ERASE FREEKB
           END-EXEC.
           EXEC CICS
                RETURN
           END-EXEC.
