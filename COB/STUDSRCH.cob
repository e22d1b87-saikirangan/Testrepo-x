              10 CA-LIST-ID OCCURS 12 TIMES PIC 9(09).

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-USER-ID          PIC X(08) VALUE SPACES.

      *    ONLY THE REGISTRAR'S OFFICE ('REG' ON ENTLFILE) SEES STUDENTS
      *    UNDER A DIRECTORY HOLD IN THE SEARCH LIST.
       01 WS-ENTL-KEY.
           05 WS-EK-OPER-ID   PIC X(08).
           05 WS-EK-FUNC-CODE PIC X(03) VALUE 'REG'.
       01 WS-ENTL-REC         PIC X(80).
       01 WS-SHOW-HELD        PIC X(01) VALUE 'N'.
           88 WS-REGISTRAR       VALUE 'Y'.
       01 WS-HELD-COUNT       PIC 9(02) VALUE ZERO.

       01 WS-SUB              PIC 9(02) VALUE ZERO.
       01 WS-ROW-COUNT        PIC 9(02) VALUE ZERO.

       01 WS-ATTR-UNP-NUM-MDT PIC X(01) VALUE 'Q'.

      *    A ROW FOUND BY PREFERRED NAME IS MARKED PRF AND ONE FOUND
      *    ONLY BY A FORMER LEGAL NAME IS MARKED FMR; THE NAME SHOWN IS
      *    ALWAYS THE CURRENT LEGAL NAME.
       01 WS-LINE-BUILD.
           05 WS-LB-ID        PIC 9(09).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-NAME      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-DEPT      PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-CONFID    PIC X(12).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-MATCH     PIC X(03).

            EXEC SQL
               INCLUDE SQLCA
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-DEPT             PIC X(10).
           10 WS-STUD-CONFID           PIC X(01).
           10 WS-STUD-MATCH            PIC X(01).

            EXEC SQL
               DECLARE SRCHCSR CURSOR FOR
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,
                      CASE WHEN CONFID_FLAG = 'Y'
                            AND CONFID_DATE <= CURRENT DATE
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN STUD_NAME LIKE :WS-LIKE-PATTERN
                           THEN 'L'
                           WHEN PREF_NAME LIKE :WS-LIKE-PATTERN
                           THEN 'P'
                           ELSE 'F' END
                 FROM STUD_STUDENT
                WHERE (STUD_NAME LIKE :WS-LIKE-PATTERN
                       OR PREF_NAME LIKE :WS-LIKE-PATTERN
                       OR EXISTS
                          (SELECT 1
                             FROM STUD_NAME_HIST H
                            WHERE H.STUD_ID = STUD_STUDENT.STUD_ID
                              AND H.PRIOR_NAME LIKE :WS-LIKE-PATTERN))
                  AND (:WS-SHOW-HELD = 'Y'
                       OR CONFID_FLAG <> 'Y'
                       OR CONFID_DATE > CURRENT DATE)
                ORDER BY STUD_NAME, STUD_ID
            END-EXEC.

              PERFORM A000-HANDOFF-PARA
           END-IF.

           EXEC CICS
                ASSIGN USERID(WS-USER-ID)
           END-EXEC.
           PERFORM A000-ENTL-CHECK-PARA.
           PERFORM A000-SEARCH-PARA.
           PERFORM A000-SEND-MAP-PARA.

                RETURN TRANSID('STUD')
           END-EXEC.

      *    ANY FAILURE READING ENTLFILE LEAVES HELD STUDENTS OUT.
       A000-ENTL-CHECK-PARA.
           MOVE WS-USER-ID TO WS-EK-OPER-ID.
           MOVE 'REG' TO WS-EK-FUNC-CODE.
           EXEC CICS
                READ FILE('ENTLFILE')
                     INTO(WS-ENTL-REC)
                     RIDFLD(WS-ENTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SHOW-HELD
           ELSE
              MOVE 'N' TO WS-SHOW-HELD
           END-IF.

       A000-SEARCH-PARA.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE ZERO TO CA-LIST-COUNT.
           MOVE LOW-VALUES TO STUDSMAPO.
           IF SRCNAMI = SPACES OR SRCNAMI = LOW-VALUES
                 MOVE WS-ROW-COUNT TO CA-LIST-COUNT
                 MOVE 'MARK A ROW WITH S TO SELECT' TO SRCMSGO
              END-IF
              IF WS-HELD-COUNT > ZERO
                 MOVE '*** CONFIDENTIAL STUDENTS LISTED ***'
                   TO SRCCNFO
              END-IF
           END-IF.

       A000-FETCH-LIST-PARA.
                   OR SQLCODE NOT = 0
              EXEC SQL
                   FETCH SRCHCSR
                    INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,
                         :WS-STUD-CONFID, :WS-STUD-MATCH
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ROW-COUNT
                 MOVE WS-STUD-ID   TO WS-LB-ID
                 MOVE WS-STUD-NAME TO WS-LB-NAME
                 MOVE WS-STUD-DEPT TO WS-LB-DEPT
                 IF WS-STUD-CONFID = 'Y'
                    ADD 1 TO WS-HELD-COUNT
                    MOVE 'CONFIDENTIAL' TO WS-LB-CONFID
                 ELSE
                    MOVE SPACES TO WS-LB-CONFID
                 END-IF
                 EVALUATE WS-STUD-MATCH
                 WHEN 'P'
                      MOVE 'PRF' TO WS-LB-MATCH
                 WHEN 'F'
                      MOVE 'FMR' TO WS-LB-MATCH
                 WHEN OTHER
                      MOVE SPACES TO WS-LB-MATCH
                 END-EVALUATE
                 MOVE WS-LINE-BUILD TO SRCLINO(WS-ROW-COUNT)
                 MOVE WS-STUD-ID   TO CA-LIST-ID(WS-ROW-COUNT)
              END-IF
