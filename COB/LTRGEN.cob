           05 FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05 WS-DL-DEPT      PIC X(10).
           05 FILLER          PIC X(110) VALUE SPACES.
       01 WS-CONFID-LINE.
           05 FILLER          PIC X(40)
              VALUE 'CONFIDENTIAL - FOR THE ADDRESSEE ONLY.'.
           05 FILLER          PIC X(40)
              VALUE 'NOT TO BE RELEASED OR PUBLISHED.'.
           05 FILLER          PIC X(52) VALUE SPACES.

       01 WS-BODY-SW          PIC X(01) VALUE 'N'.
           88 WS-BODY-WRITTEN     VALUE 'Y'.
           05 WS-CT-ADD-LTRS  PIC 9(07) VALUE ZERO.
           05 WS-CT-CHG-LTRS  PIC 9(07) VALUE ZERO.
           05 WS-CT-DRP-LTRS  PIC 9(07) VALUE ZERO.
           05 WS-CT-DEAN-LTRS PIC 9(07) VALUE ZERO.
           05 WS-CT-HONR-LTRS PIC 9(07) VALUE ZERO.
           05 WS-CT-MIDT-LTRS PIC 9(07) VALUE ZERO.
           05 WS-CT-PLAN-LTRS PIC 9(07) VALUE ZERO.
           05 WS-CT-CHKL-LTRS PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-TMPL   PIC 9(07) VALUE ZERO.
           05 WS-CT-CONFID    PIC 9(07) VALUE ZERO.
           05 WS-CT-SQL-ERR   PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-CONFID           PIC X(01).

       PROCEDURE DIVISION.

                     ADD 1 TO WS-CT-CHG-LTRS
                WHEN 'D'
                     ADD 1 TO WS-CT-DRP-LTRS
                WHEN 'L'
                     ADD 1 TO WS-CT-DEAN-LTRS
                WHEN 'H'
                     ADD 1 TO WS-CT-HONR-LTRS
                WHEN 'M'
                     ADD 1 TO WS-CT-MIDT-LTRS
                WHEN 'P'
                     ADD 1 TO WS-CT-PLAN-LTRS
                WHEN 'K'
                     ADD 1 TO WS-CT-CHKL-LTRS
                END-EVALUATE
             ELSE
                ADD 1 TO WS-CT-NO-TMPL
                WRITE PRINT-REC
             END-IF.

      *    A STUDENT UNDER A DIRECTORY HOLD STILL GETS THE LETTER, BUT
      *    IT IS MARKED CONFIDENTIAL AND THE DEPARTMENT IS LEFT OFF SO
      *    NOTHING ON IT CAN BE PASSED ON OR PUBLISHED.
       A000-HEADING-PARA.
             PERFORM A000-CONFID-PARA.
             MOVE '1' TO PRT-CC.
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE SPACE TO PRT-CC.
             MOVE WS-STUD-NAME TO WS-NL-NAME.
             MOVE WS-NAME-LINE TO PRT-LINE.
             WRITE PRINT-REC.
             IF WS-STUD-CONFID = 'Y'
                ADD 1 TO WS-CT-CONFID
                MOVE WS-CONFID-LINE TO PRT-LINE
             ELSE
                MOVE DLT-STUD-DEPT TO WS-DL-DEPT
                MOVE WS-DEPT-LINE TO PRT-LINE
             END-IF.
             WRITE PRINT-REC.
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.

      *    A STUDENT NO LONGER ON STUD_STUDENT HAS NO HOLD. IF THE FLAG
      *    CANNOT BE READ THE LETTER IS TREATED AS HELD. LETTERS ARE
      *    ADDRESSED TO THE PREFERRED NAME WHEN ONE IS ON FILE AND TO
      *    THE LEGAL NAME OTHERWISE; A STUDENT NO LONGER ON FILE GETS
      *    THE NAME ON THE DELTA RECORD.
       A000-CONFID-PARA.
             MOVE 'N' TO WS-STUD-CONFID.
             MOVE DLT-STUD-NAME TO WS-STUD-NAME.
             IF DLT-STUD-ID IS NUMERIC
                MOVE DLT-STUD-ID TO WS-STUD-ID
                EXEC SQL
                     SELECT CASE WHEN CONFID_FLAG = 'Y'
                                  AND CONFID_DATE <= CURRENT DATE
                                 THEN 'Y' ELSE 'N' END,
                            COALESCE(NULLIF(PREF_NAME, ' '), STUD_NAME)
                       INTO :WS-STUD-CONFID, :WS-STUD-NAME
                       FROM STUD_STUDENT
                      WHERE STUD_ID = :WS-STUD-ID
                END-EXEC
                EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'N' TO WS-STUD-CONFID
                WHEN OTHER
                     DISPLAY 'LTRGEN: DB2 ERROR - SQLCODE ' SQLCODE
                             ' STUD-ID ' DLT-STUD-ID
                     ADD 1 TO WS-CT-SQL-ERR
                     MOVE 'Y' TO WS-STUD-CONFID
                END-EVALUATE
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'LTRGEN RUN CONTROL TOTALS'.
                     WS-CT-CHG-LTRS.
             DISPLAY 'DROP LETTERS ................ '
                     WS-CT-DRP-LTRS.
             DISPLAY 'DEAN''S LIST LETTERS ......... '
                     WS-CT-DEAN-LTRS.
             DISPLAY 'GRADUATION HONORS LETTERS ... '
                     WS-CT-HONR-LTRS.
             DISPLAY 'MID-TERM ALERT LETTERS ...... '
                     WS-CT-MIDT-LTRS.
             DISPLAY 'PAYMENT PLAN REMINDERS ...... '
                     WS-CT-PLAN-LTRS.
             DISPLAY 'MISSING DOCUMENT REMINDERS .. '
                     WS-CT-CHKL-LTRS.
             DISPLAY 'NO TEMPLATE FOR ACTION ...... '
                     WS-CT-NO-TMPL.
             DISPLAY 'MARKED CONFIDENTIAL ......... '
                     WS-CT-CONFID.
             DISPLAY 'HOLD LOOKUP DB2 ERRORS ...... '
                     WS-CT-SQL-ERR.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-SQL-ERR > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-NO-TMPL > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
