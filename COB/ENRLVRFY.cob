           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-LETTERS   PIC 9(07) VALUE ZERO.
           05 WS-CT-EXCEPTS   PIC 9(07) VALUE ZERO.
           05 WS-CT-HELD      PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-STATUS           PIC X(10).
           10 WS-STUD-CONFID           PIC X(01).

       01 WS-SEL-TERM         PIC X(06).
       01 WS-ENROLL-COUNT     PIC S9(9) USAGE COMP.
       A000-SELECT-PARA.
             EXEC SQL
                  SELECT  STUD_ID, STUD_NAME,
                          COALESCE(STUD_STATUS, 'ACTIVE'),
                          CASE WHEN CONFID_FLAG = 'Y'
                                AND CONFID_DATE <= CURRENT DATE
                               THEN 'Y' ELSE 'N' END
                    INTO  :WS-STUD-ID, :WS-STUD-NAME,
                          :WS-STUD-STATUS, :WS-STUD-CONFID
                 FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
      *      A STUDENT UNDER A DIRECTORY HOLD IS NOT CONFIRMED TO A
      *      THIRD PARTY AT ALL - THE REQUEST GOES TO THE EXCEPTION
      *      LIST FOR THE REGISTRAR TO ANSWER BY HAND.
             WHEN 0
                  IF WS-STUD-CONFID = 'Y'
                     ADD 1 TO WS-CT-HELD
                     MOVE 'DIRECTORY HOLD - NOT RELEASED'
                       TO VEXC-REASON
                     PERFORM A000-EXCEPTION-PARA
                  ELSE
                     PERFORM A000-ENROLL-COUNT-PARA
                     IF WS-ENROLL-COUNT > ZERO
                        PERFORM A000-LETTER-PARA
                     ELSE
                        MOVE 'NO CURRENT-TERM ENROLLMENT ON FILE'
                          TO VEXC-REASON
                        PERFORM A000-EXCEPTION-PARA
                     END-IF
                  END-IF
             WHEN 100
                  MOVE 'STUDENT NOT ON STUD_STUDENT'
                     WS-CT-LETTERS.
             DISPLAY 'EXCEPTIONS LISTED ........... '
                     WS-CT-EXCEPTS.
             DISPLAY 'WITHHELD - DIRECTORY HOLD ... '
                     WS-CT-HELD.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO AND WS-CT-EXCEPTS > ZERO
                MOVE 4 TO RETURN-CODE
