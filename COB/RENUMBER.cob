          05 FILLER           PIC X(01).
          05 JRNL-AFT-DEPT    PIC X(10).
          05 FILLER           PIC X(27).
          05 JRNL-CHAIN.
             10 FILLER        PIC X(01).
             10 JRNL-SEQ-NO   PIC 9(09).
             10 FILLER        PIC X(01).
             10 JRNL-CHAIN-HASH PIC X(64).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-XWALK-FS         PIC X(02) VALUE SPACES.
           88 WS-XWALK-OK         VALUE '00'.
       01 WS-XWALK-EOF-SW     PIC X(01) VALUE 'N'.
            END-PERFORM.

            CLOSE XWALK.
            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
            CLOSE JRNLFILE.

            PERFORM A000-SUMMARY-PARA.
                   ELSE
                      MOVE ZERO TO WS-ENR-MOVED
                   END-IF
                   PERFORM A000-NAME-HIST-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                   DISPLAY 'RENUMBER: STUD_ENROLL UPDATE FAILED '
                END-IF
             END-IF.

      *    PRIOR LEGAL NAMES FOLLOW THE STUDENT TO THE NEW ID.
       A000-NAME-HIST-PARA.
             EXEC SQL
                  UPDATE STUD_NAME_HIST
                     SET STUD_ID = :WS-NEW-ID
                   WHERE STUD_ID = :WS-OLD-ID
             END-EXEC.
             IF SQLCODE = 0 OR SQLCODE = 100
                ADD 1 TO WS-CT-RENUM
                ADD WS-ENR-MOVED TO WS-CT-ENR-MOVED
                PERFORM A000-JOURNAL-PARA
                EXEC SQL
                     COMMIT
                END-EXEC
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'RENUMBER: STUD_NAME_HIST UPDATE FAILED '
                        'FOR ' XW-OLD-ID ' SQLCODE ' SQLCODE
                EXEC SQL
                     ROLLBACK
                END-EXEC
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES           TO JRNL-REC.
             MOVE WS-RUN-TIMESTAMP TO JRNL-RUN-TS.
             MOVE WS-NEW-ID        TO JRNL-AFT-ID.
             MOVE WS-BEF-STUD-NAME TO JRNL-AFT-NAME.
             MOVE WS-BEF-STUD-DEPT TO JRNL-AFT-DEPT.
             PERFORM A000-SEAL-JRNLFILE-PARA.
             WRITE JRNL-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-JRNLFILE-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'JRNLFILE' TO JCH-JOURNAL.
             MOVE 159        TO JCH-REC-LEN.
             MOVE JRNL-REC(1:159) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO JRNL-CHAIN.
             MOVE JCH-SEQ-NO TO JRNL-SEQ-NO.
             MOVE JCH-HASH   TO JRNL-CHAIN-HASH.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'RENUMBER RUN CONTROL TOTALS'.
