           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-DEPT             PIC X(10).
           10 WS-STUD-STANDING         PIC X(10).
           10 WS-STUD-CONFID           PIC X(01).

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(01).
       A000-LOOKUP-PARA.
           MOVE WS-STUD-ID1 TO WS-STUD-ID.
           EXEC SQL
                SELECT STUD_ID, STUD_NAME, STUD_DEPT,
                       COALESCE(CLASS_STANDING, ' '),
                       CASE WHEN CONFID_FLAG = 'Y'
                             AND CONFID_DATE <= CURRENT DATE
                            THEN 'Y' ELSE 'N' END
                  INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,
                       :WS-STUD-STANDING, :WS-STUD-CONFID
                  FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
           END-EXEC.
           MOVE SPACES TO STUDCNFO.
           EVALUATE SQLCODE
               WHEN 0
                    IF WS-STUD-CONFID = 'Y'
                       MOVE '*** CONFIDENTIAL - DIRECTORY HOLD ***'
                         TO STUDCNFO
                    END-IF
                    MOVE WS-STUD-NAME TO STUDNAMO
                    MOVE WS-STUD-DEPT TO STUDDPTO
                    MOVE WS-STUD-STANDING TO STUDSTNO
                    MOVE 'STUDENT FOUND' TO MSGO
               WHEN +100
                    MOVE SPACES TO STUDNAMO
                    MOVE SPACES TO STUDDPTO
                    MOVE SPACES TO STUDSTNO
                    MOVE 'STUDENT ID NOT ON FILE' TO MSGO
               WHEN OTHER
                    MOVE SPACES TO STUDNAMO
                    MOVE SPACES TO STUDDPTO
                    MOVE SPACES TO STUDSTNO
                    MOVE 'DB2 ERROR ON STUD_STUDENT SELECT' TO MSGO
           END-EVALUATE.

