          05 FILLER           PIC X(01).
          05 JRNL-AFT-DEPT    PIC X(10).
          05 FILLER           PIC X(27).
          05 JRNL-CHAIN.
             10 FILLER        PIC X(01).
             10 JRNL-SEQ-NO   PIC 9(09).
             10 FILLER        PIC X(01).
             10 JRNL-CHAIN-HASH PIC X(64).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

               10 WS-JT-AFT-DEPT  PIC X(10).

       01 WS-ENTRY-SUB   PIC 9(05) VALUE ZERO.
       01 WS-NEW-NAME    PIC X(30).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-JRNL-READ PIC 9(07) VALUE ZERO.
             WHEN 'I'
                  PERFORM A000-UNDO-INSERT-PARA
             WHEN 'U'
             WHEN 'N'
                  PERFORM A000-UNDO-UPDATE-PARA
             WHEN 'D'
                  PERFORM A000-UNDO-DELETE-PARA
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             PERFORM A000-CHECK-SQL-PARA.
             IF SQLCODE = 0 AND WS-STUD-NAME NOT =
                WS-JT-AFT-NAME(WS-JRNL-IDX)
                PERFORM A000-UNDO-NAME-HIST-PARA
             END-IF.

      *    THE NAME CHANGE BEING BACKED OUT LEFT A STUD_NAME_HIST ROW;
      *    THE LATEST ONE FOR THAT PRIOR AND NEW NAME IS REMOVED.
       A000-UNDO-NAME-HIST-PARA.
             MOVE WS-JT-AFT-NAME(WS-JRNL-IDX) TO WS-NEW-NAME.
             EXEC SQL
                  DELETE FROM STUD_NAME_HIST
                   WHERE STUD_ID    = :WS-STUD-ID
                     AND PRIOR_NAME = :WS-STUD-NAME
                     AND NEW_NAME   = :WS-NEW-NAME
                     AND CHANGE_TS  =
                         (SELECT MAX(H.CHANGE_TS)
                            FROM STUD_NAME_HIST H
                           WHERE H.STUD_ID    = :WS-STUD-ID
                             AND H.PRIOR_NAME = :WS-STUD-NAME
                             AND H.NEW_NAME   = :WS-NEW-NAME)
             END-EXEC.
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'STUDBKO: NAME HISTORY NOT REMOVED FOR STUD-ID '
                        WS-STUD-ID ' SQLCODE ' SQLCODE
             END-IF.

       A000-UNDO-DELETE-PARA.
             MOVE WS-JT-BEF-ID(WS-JRNL-IDX)   TO WS-STUD-ID.
