          05 CA-STUD-ID       PIC X(09).

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-LOG-RESP         PIC S9(8) COMP.
       01 WS-USER-ID          PIC X(08) VALUE SPACES.
       01 WS-LOG-ID           PIC 9(09).
       01 WS-ATTR-PROT        PIC X(01) VALUE '-'.

       01 WS-ENTL-KEY.
           05 WS-EK-OPER-ID   PIC X(08).
           05 WS-EK-FUNC-CODE PIC X(03) VALUE 'STU'.
       01 WS-ENTL-REC         PIC X(80).
       01 WS-ENTL-SW          PIC X(01) VALUE 'N'.
           88 WS-ENTITLED        VALUE 'Y'.

       01 WS-DEPT-REC.
          05 WS-DT-DEPT-CODE  PIC X(03).
           88 WS-DEPT-VALID      VALUE 'Y'.
           88 WS-DEPT-INVALID    VALUE 'N'.

       01 WS-PRIOR-NAME       PIC X(30).
       01 WS-SAVE-SQLCODE     PIC S9(9) COMP.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       COPY CPYMMAP.

       COPY CPYOLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM A000-ENTL-CHECK-PARA.

           IF EIBCALEN = ZERO
              MOVE LOW-VALUES TO STUDMMAPO
              IF WS-ENTITLED
                 MOVE 'ENTER ACTION AND STUDENT FIELDS' TO MNTMSGO
              ELSE
                 MOVE 'READ ONLY - KEY I AND A STUDENT ID TO INQUIRE'
                   TO MNTMSGO
              END-IF
              SET CA-PHASE-ENTRY TO TRUE
              MOVE SPACES TO CA-STUD-ID
              PERFORM A000-SEND-MAP-PARA

       A000-DISPATCH-PARA.
           SET CA-PHASE-ENTRY TO TRUE.
           IF NOT WS-ENTITLED
              AND (MNTACTI = 'A' OR MNTACTI = 'U' OR MNTACTI = 'D')
              PERFORM A000-DENY-PARA
           ELSE
              PERFORM A000-ACTION-PARA
           END-IF.

       A000-ACTION-PARA.
           EVALUATE MNTACTI
           WHEN 'A'
                PERFORM A000-EDIT-FIELDS-PARA
                   MOVE 'KEY Y IN ACTION AND PRESS ENTER TO DELETE'
                     TO MNTMSGO
                END-IF
           WHEN 'I'
                IF MNTIDI IS NOT NUMERIC
                   MOVE 'STUD ID MUST BE NUMERIC' TO MNTMSGO
                ELSE
                   PERFORM A000-INQUIRE-PARA
                END-IF
           WHEN OTHER
                MOVE 'ACTION MUST BE A, U, D OR I' TO MNTMSGO
           END-EVALUATE.

       A000-CONFIRM-PARA.
           SET CA-PHASE-ENTRY TO TRUE.
           IF MNTACTI = 'Y'
              IF WS-ENTITLED
                 PERFORM A000-DELETE-PARA
              ELSE
                 PERFORM A000-DENY-PARA
              END-IF
           ELSE
              MOVE 'DELETE CANCELLED' TO MNTMSGO
           END-IF.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'STUDENT ADDED' TO MNTMSGO
                    PERFORM A000-LOG-UPDATE-PARA
               WHEN -803
                    MOVE 'STUDENT ID ALREADY ON FILE' TO MNTMSGO
               WHEN OTHER
                      TO MNTMSGO
           END-EVALUATE.

      *    A NAME CHANGED ON THIS SCREEN IS A CORRECTION; THE NAME IT
      *    REPLACES IS KEPT ON STUD_NAME_HIST. MARRIAGE AND COURT-ORDER
      *    CHANGES GO THROUGH THE BATCH STUDMNT 'N' TRANSACTION.
       A000-UPDATE-PARA.
           MOVE MNTIDI  TO WS-STUD-ID.
           EXEC SQL
                SELECT STUD_NAME
                  INTO :WS-PRIOR-NAME
                  FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
           END-EXEC.
           IF SQLCODE = 0
              MOVE MNTNAMI TO WS-STUD-NAME
              MOVE MNTDPTI TO WS-STUD-DEPT
              EXEC SQL
                   UPDATE STUD_STUDENT
                      SET STUD_NAME = :WS-STUD-NAME,
                          STUD_DEPT = :WS-STUD-DEPT
                    WHERE STUD_ID = :WS-STUD-ID
              END-EXEC
           END-IF.
           IF SQLCODE = 0 AND WS-PRIOR-NAME NOT = WS-STUD-NAME
              PERFORM A000-NAME-HIST-PARA
           END-IF.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'STUDENT UPDATED' TO MNTMSGO
                    PERFORM A000-LOG-UPDATE-PARA
               WHEN +100
                    MOVE 'STUDENT ID NOT ON FILE' TO MNTMSGO
               WHEN OTHER
                      TO MNTMSGO
           END-EVALUATE.

       A000-NAME-HIST-PARA.
           EXEC SQL
                INSERT INTO STUD_NAME_HIST
                      (STUD_ID, PRIOR_NAME, NEW_NAME, REASON,
                       EFF_DATE, CHANGE_TS, SOURCE_PGM)
                VALUES (:WS-STUD-ID, :WS-PRIOR-NAME, :WS-STUD-NAME,
                        'C', CURRENT DATE, CURRENT TIMESTAMP,
                        'STUDMNTC')
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SAVE-SQLCODE
              EXEC CICS
                   SYNCPOINT ROLLBACK
              END-EXEC
              MOVE WS-SAVE-SQLCODE TO SQLCODE
           END-IF.

       A000-DELETE-PARA.
           MOVE CA-STUD-ID TO WS-STUD-ID.
           EXEC SQL
           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'STUDENT DELETED' TO MNTMSGO
                    PERFORM A000-LOG-UPDATE-PARA
               WHEN +100
                    MOVE 'STUDENT ID NOT ON FILE' TO MNTMSGO
               WHEN OTHER
                      TO MNTMSGO
           END-EVALUATE.

       A000-INQUIRE-PARA.
           MOVE MNTIDI TO WS-STUD-ID.
           EXEC SQL
                SELECT STUD_NAME, STUD_DEPT
                  INTO :WS-STUD-NAME, :WS-STUD-DEPT
                  FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE MNTIDI       TO MNTIDO
                    MOVE WS-STUD-NAME TO MNTNAMO
                    MOVE WS-STUD-DEPT TO MNTDPTO
                    MOVE 'STUDENT DISPLAYED' TO MNTMSGO
               WHEN +100
                    MOVE 'STUDENT ID NOT ON FILE' TO MNTMSGO
               WHEN OTHER
                    MOVE 'DB2 ERROR ON STUD_STUDENT SELECT'
                      TO MNTMSGO
           END-EVALUATE.

      *    STUDENT MAINTENANCE NEEDS AN 'STU' ENTRY ON ENTLFILE FOR THE
      *    SIGNED-ON USER, THE SAME FUNCTION THE BATCH STUDMNT CHECKS.
      *    ANYONE ELSE GETS THE SCREEN READ-ONLY.
       A000-ENTL-CHECK-PARA.
           EXEC CICS
                ASSIGN USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO WS-EK-OPER-ID.
           EXEC CICS
                READ FILE('ENTLFILE')
                     INTO(WS-ENTL-REC)
                     RIDFLD(WS-ENTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ENTL-SW
           ELSE
              MOVE 'N' TO WS-ENTL-SW
           END-IF.

       A000-DENY-PARA.
           MOVE 'NOT AUTHORIZED FOR STUDENT MAINTENANCE - READ ONLY'
             TO MNTMSGO.
           MOVE SPACES TO WS-ONL-LOG.
           SET OC-SEV-WARN TO TRUE.
           STRING 'ACCESS DENIED - ACTION ' MNTACTI
                  ' STUDENT ' MNTIDI DELIMITED BY SIZE
             INTO OC-TEXT.
           INSPECT OC-TEXT REPLACING ALL LOW-VALUE BY SPACE.
           PERFORM A000-WRITE-LOG-PARA.

       A000-LOG-UPDATE-PARA.
           MOVE SPACES TO WS-ONL-LOG.
           SET OC-SEV-INFO TO TRUE.
           MOVE WS-STUD-ID TO WS-LOG-ID.
           STRING MNTMSGO DELIMITED BY '  '
                  ' ' WS-LOG-ID DELIMITED BY SIZE
             INTO OC-TEXT.
           PERFORM A000-WRITE-LOG-PARA.

       A000-WRITE-LOG-PARA.
           MOVE 'STUDMNTC'        TO OC-PROGRAM.
           MOVE WS-USER-ID        TO OC-OPER-ID.
           MOVE WS-EK-FUNC-CODE   TO OC-FUNC-CODE.
           EXEC CICS
                LINK PROGRAM('OPERLOGC')
                     COMMAREA(WS-ONL-LOG)
                     LENGTH(120)
                     RESP(WS-LOG-RESP)
           END-EXEC.

       A000-SEND-MAP-PARA.
           IF NOT WS-ENTITLED
              MOVE WS-ATTR-PROT TO MNTNAMA
              MOVE WS-ATTR-PROT TO MNTDPTA
           END-IF.
           EXEC CICS
                SEND MAP('STUDMMAP')
                     MAPSET('STUDMMAP')
