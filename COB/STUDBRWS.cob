           05 WS-PAGE-ROW OCCURS 15 TIMES.
               10 WS-PR-ID    PIC 9(09).
               10 WS-PR-NAME  PIC X(30).
               10 WS-PR-CONFID PIC X(01).

       01 WS-LINE-BUILD.
           05 WS-LB-ID        PIC 9(09).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-NAME      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-CONFID    PIC X(12).
           05 FILLER          PIC X(05) VALUE SPACES.

       01 WS-HELD-COUNT       PIC 9(02) VALUE ZERO.

       01 WS-SWAP-ROW.
           05 WS-SW-ID        PIC 9(09).
           05 WS-SW-NAME      PIC X(30).
           05 WS-SW-CONFID    PIC X(01).

       01 WS-KEY-ID           PIC S9(9) USAGE COMP.

           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-DEPT             PIC X(10).
           10 WS-STUD-CONFID           PIC X(01).

            EXEC SQL
               DECLARE BRWFWD CURSOR FOR
               SELECT STUD_ID, STUD_NAME,
                      CASE WHEN CONFID_FLAG = 'Y'
                            AND CONFID_DATE <= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                 FROM STUD_STUDENT
                WHERE STUD_DEPT = :WS-STUD-DEPT
                  AND STUD_ID > :WS-KEY-ID

            EXEC SQL
               DECLARE BRWBWD CURSOR FOR
               SELECT STUD_ID, STUD_NAME,
                      CASE WHEN CONFID_FLAG = 'Y'
                            AND CONFID_DATE <= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                 FROM STUD_STUDENT
                WHERE STUD_DEPT = :WS-STUD-DEPT
                  AND STUD_ID < :WS-KEY-ID
                   OR SQLCODE NOT = 0
              EXEC SQL
                   FETCH BRWFWD
                    INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-CONFID
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ROW-COUNT
                 MOVE WS-STUD-ID   TO WS-PR-ID(WS-ROW-COUNT)
                 MOVE WS-STUD-NAME TO WS-PR-NAME(WS-ROW-COUNT)
                 MOVE WS-STUD-CONFID TO WS-PR-CONFID(WS-ROW-COUNT)
              END-IF
           END-PERFORM.
           EXEC SQL
                   OR SQLCODE NOT = 0
              EXEC SQL
                   FETCH BRWBWD
                    INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-CONFID
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ROW-COUNT
                 MOVE WS-STUD-ID   TO WS-PR-ID(WS-ROW-COUNT)
                 MOVE WS-STUD-NAME TO WS-PR-NAME(WS-ROW-COUNT)
                 MOVE WS-STUD-CONFID TO WS-PR-CONFID(WS-ROW-COUNT)
              END-IF
           END-PERFORM.
           EXEC SQL
       A000-BUILD-SCREEN-PARA.
           MOVE LOW-VALUES TO STUDBMAPO.
           MOVE CA-DEPT TO BRWDPTO.
           MOVE ZERO TO WS-HELD-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
              MOVE WS-PR-ID(WS-SUB)   TO WS-LB-ID
              MOVE WS-PR-NAME(WS-SUB) TO WS-LB-NAME
              IF WS-PR-CONFID(WS-SUB) = 'Y'
                 ADD 1 TO WS-HELD-COUNT
                 MOVE 'CONFIDENTIAL' TO WS-LB-CONFID
              ELSE
                 MOVE SPACES TO WS-LB-CONFID
              END-IF
              MOVE WS-LINE-BUILD      TO BRWLINO(WS-SUB)
           END-PERFORM.
           IF WS-HELD-COUNT > ZERO
              MOVE '*** CONFIDENTIAL STUDENTS ON PAGE ***'
                TO BRWCNFO
           END-IF.
           IF WS-ROW-COUNT = ZERO
              MOVE 'NO MORE STUDENTS IN THIS DIRECTION' TO BRWMSGO
           ELSE
