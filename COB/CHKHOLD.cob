       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CHKLIST ASSIGN TO CHKLIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CK-KEY
                FILE STATUS IS WS-CHK-FS.
                SELECT WATCHLST ASSIGN TO WATCHLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-STUD-ID
                FILE STATUS IS WS-WATCH-FS.
                SELECT HOLDRPT ASSIGN TO HOLDRPT
                ORGANIZATION IS SEQUENTIAL.
                SELECT CHKLTR ASSIGN TO CHKLTR
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CHKLIST
            RECORDING MODE IS F.
       01 CHK-REC.
          05 CK-KEY.
             10 CK-STUD-ID     PIC X(09).
             10 CK-ITEM        PIC X(04).
          05 CK-STUD-TYPE      PIC X(01).
          05 CK-STATUS         PIC X(01).
          05 CK-DUE-DATE       PIC X(08).
          05 CK-RECEIVED-DATE  PIC X(08).
          05 CK-WAIVED-BY      PIC X(08).
          05 CK-NOTICE-DATE    PIC X(08).
          05 CK-ADDED-DATE     PIC X(08).
          05 FILLER            PIC X(25).
       FD WATCHLST
            RECORDING MODE IS F.
       01 WATCH-REC.
          05 WL-STUD-ID      PIC X(09).
          05 WL-HOLD-REASON  PIC X(30).
          05 WL-EXPIRY-DATE  PIC X(08).
          05 WL-HOLD-TYPE    PIC X(01).
          05 FILLER          PIC X(32).
       FD HOLDRPT
            RECORDING MODE IS F.
       01 HRPT-REC.
          05 HRPT-ACTION     PIC X(08).
          05 FILLER          PIC X(01).
          05 HRPT-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 HRPT-MISSING    PIC ZZ9.
          05 FILLER          PIC X(01).
          05 HRPT-TIMESTAMP  PIC X(26).
          05 FILLER          PIC X(31).
       FD CHKLTR
            RECORDING MODE IS F.
       01 DLT-REC.
          05 DLT-ACTION     PIC X(01).
          05 FILLER         PIC X(01).
          05 DLT-STUD-ID    PIC 9(09).
          05 FILLER         PIC X(01).
          05 DLT-STUD-NAME  PIC X(30).
          05 FILLER         PIC X(01).
          05 DLT-STUD-DEPT  PIC X(10).
          05 FILLER         PIC X(27).
       WORKING-STORAGE SECTION.
       01 WS-CHK-FS           PIC X(02) VALUE SPACES.
           88 WS-CHK-OK           VALUE '00'.
       01 WS-CHK-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-CHK-EOF          VALUE 'Y'.
       01 WS-WATCH-FS         PIC X(02) VALUE SPACES.
           88 WS-WATCH-OK         VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).

      *    THE HOLD TYPE MARKS A HOLD AS THE CHECKLIST'S OWN, SO ONCE
      *    EVERY OVERDUE ITEM IS IN ONLY THAT HOLD IS RELEASED.
       01 WS-CHK-HOLD-TYPE    PIC X(01) VALUE 'M'.
       01 WS-CHK-HOLD-REASON  PIC X(30) VALUE
           'ADMISSIONS DOCUMENTS MISSING'.

       01 WS-HOLD-SW          PIC X(01) VALUE 'N'.
           88 WS-HOLD-ON-FILE     VALUE 'Y'.
       01 WS-CHK-HOLD-SW      PIC X(01) VALUE 'N'.
           88 WS-CHK-HOLD         VALUE 'Y'.
       01 WS-NOTICE-SW        PIC X(01) VALUE 'N'.
           88 WS-NOTICE-DUE       VALUE 'Y'.

       01 WS-CUR-STUD-ID      PIC X(09) VALUE SPACES.
       01 WS-MISSING          PIC 9(03) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-ITEMS     PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERDUE   PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-MISSING   PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLD-ADDED PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLD-RELSD PIC 9(07) VALUE ZERO.
           05 WS-CT-OTHER-HOLD PIC 9(07) VALUE ZERO.
           05 WS-CT-LETTERS   PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-DEPT             PIC X(10).

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN I-O CHKLIST.
            IF NOT WS-CHK-OK
               DISPLAY 'CHKHOLD: CHKLIST NOT AVAILABLE - STATUS '
                       WS-CHK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O WATCHLST.
            IF NOT WS-WATCH-OK
               DISPLAY 'CHKHOLD: WATCHLST NOT AVAILABLE - NO HOLDS '
                       'APPLIED'
               MOVE 16 TO RETURN-CODE
               CLOSE CHKLIST
               GOBACK
            END-IF.
            OPEN OUTPUT HOLDRPT.
            OPEN OUTPUT CHKLTR.

            MOVE LOW-VALUES TO CK-KEY.
            START CHKLIST KEY IS GREATER THAN CK-KEY
                INVALID KEY SET WS-CHK-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-CHK-EOF

               READ CHKLIST NEXT RECORD
                 AT END SET WS-CHK-EOF TO TRUE
                 NOT AT END
                 ADD 1 TO WS-CT-ITEMS
                 IF CK-STUD-ID NOT = WS-CUR-STUD-ID
                    IF WS-CUR-STUD-ID NOT = SPACES
                       PERFORM A000-STUDENT-PARA
                    END-IF
                    MOVE CK-STUD-ID TO WS-CUR-STUD-ID
                    MOVE ZERO TO WS-MISSING
                    MOVE 'N' TO WS-NOTICE-SW
                 END-IF
                 PERFORM A000-ITEM-PARA
               END-READ

            END-PERFORM.
            IF WS-CUR-STUD-ID NOT = SPACES
               PERFORM A000-STUDENT-PARA
            END-IF.

            CLOSE CHKLIST.
            CLOSE WATCHLST.
            CLOSE HOLDRPT.
            CLOSE CHKLTR.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    AN ITEM IS MISSING WHEN IT IS STILL OUTSTANDING AFTER ITS
      *    DUE DATE. THE NOTICE DATE IS SET THE FIRST NIGHT IT IS
      *    FOUND OVERDUE - ONE REMINDER PER ITEM, NOT ONE A DAY.
       A000-ITEM-PARA.
             IF CK-STATUS = 'O' AND CK-DUE-DATE < WS-BUS-DATE
                ADD 1 TO WS-CT-OVERDUE
                ADD 1 TO WS-MISSING
                IF CK-NOTICE-DATE = SPACES
                   SET WS-NOTICE-DUE TO TRUE
                   MOVE WS-BUS-DATE TO CK-NOTICE-DATE
                   REWRITE CHK-REC
                   IF NOT WS-CHK-OK
                      ADD 1 TO WS-CT-FAILED
                      DISPLAY 'CHKHOLD: NOTICE DATE NOT SET FOR '
                              CK-STUD-ID ' ' CK-ITEM
                              ' STATUS ' WS-CHK-FS
                   END-IF
                END-IF
             END-IF.

       A000-STUDENT-PARA.
             ADD 1 TO WS-CT-STUDENTS.
             PERFORM A000-HOLD-LOOKUP-PARA.
             IF WS-MISSING > ZERO
                ADD 1 TO WS-CT-MISSING
                IF NOT WS-HOLD-ON-FILE
                   PERFORM A000-ADD-HOLD-PARA
                ELSE
                   IF NOT WS-CHK-HOLD
                      ADD 1 TO WS-CT-OTHER-HOLD
                   END-IF
                END-IF
                IF WS-NOTICE-DUE
                   PERFORM A000-LETTER-PARA
                END-IF
             ELSE
                IF WS-CHK-HOLD
                   PERFORM A000-RELEASE-HOLD-PARA
                END-IF
             END-IF.

       A000-HOLD-LOOKUP-PARA.
             MOVE 'N' TO WS-HOLD-SW.
             MOVE 'N' TO WS-CHK-HOLD-SW.
             MOVE WS-CUR-STUD-ID TO WL-STUD-ID.
             READ WATCHLST RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-HOLD-ON-FILE TO TRUE
                     IF WL-HOLD-TYPE = WS-CHK-HOLD-TYPE
                        SET WS-CHK-HOLD TO TRUE
                     END-IF
             END-READ.

       A000-ADD-HOLD-PARA.
             MOVE SPACES         TO WATCH-REC.
             MOVE WS-CUR-STUD-ID TO WL-STUD-ID.
             MOVE WS-CHK-HOLD-REASON TO WL-HOLD-REASON.
             MOVE WS-CHK-HOLD-TYPE   TO WL-HOLD-TYPE.
             WRITE WATCH-REC.
             IF WS-WATCH-OK
                ADD 1 TO WS-CT-HOLD-ADDED
                MOVE 'ADDED   ' TO HRPT-ACTION
                PERFORM A000-REPORT-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKHOLD: HOLD ADD FAILED FOR ' WS-CUR-STUD-ID
                        ' STATUS ' WS-WATCH-FS
             END-IF.

       A000-RELEASE-HOLD-PARA.
             DELETE WATCHLST RECORD.
             IF WS-WATCH-OK
                ADD 1 TO WS-CT-HOLD-RELSD
                MOVE 'RELEASED' TO HRPT-ACTION
                PERFORM A000-REPORT-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKHOLD: HOLD RELEASE FAILED FOR '
                        WS-CUR-STUD-ID ' STATUS ' WS-WATCH-FS
             END-IF.

       A000-REPORT-PARA.
             MOVE WS-CUR-STUD-ID TO HRPT-STUD-ID.
             MOVE WS-MISSING     TO HRPT-MISSING.
             MOVE FUNCTION CURRENT-DATE TO HRPT-TIMESTAMP.
             WRITE HRPT-REC.

       A000-LETTER-PARA.
             MOVE WS-CUR-STUD-ID TO WS-STUD-ID.
             EXEC SQL
                  SELECT  STUD_NAME, STUD_DEPT
                    INTO  :WS-STUD-NAME, :WS-STUD-DEPT
                 FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  MOVE SPACES       TO DLT-REC
                  MOVE 'K'          TO DLT-ACTION
                  MOVE WS-STUD-ID   TO DLT-STUD-ID
                  MOVE WS-STUD-NAME TO DLT-STUD-NAME
                  MOVE WS-STUD-DEPT TO DLT-STUD-DEPT
                  WRITE DLT-REC
                  ADD 1 TO WS-CT-LETTERS
             WHEN 100
                  ADD 1 TO WS-CT-NOTFOUND
                  DISPLAY 'CHKHOLD: STUD-ID ' WS-CUR-STUD-ID
                          ' NOT ON STUD_STUDENT - NO REMINDER'
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'CHKHOLD: DB2 ERROR ON STUD_STUDENT - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
             END-EVALUATE.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CHKHOLD RUN CONTROL TOTALS'.
             DISPLAY 'BUSINESS DATE ............... ' WS-BUS-DATE.
             DISPLAY 'CHECKLIST ITEMS READ ........ ' WS-CT-ITEMS.
             DISPLAY 'ITEMS OVERDUE ............... ' WS-CT-OVERDUE.
             DISPLAY 'STUDENTS CHECKED ............ ' WS-CT-STUDENTS.
             DISPLAY 'STUDENTS MISSING ITEMS ...... ' WS-CT-MISSING.
             DISPLAY 'HOLDS ADDED ................. '
                     WS-CT-HOLD-ADDED.
             DISPLAY 'HOLDS RELEASED .............. '
                     WS-CT-HOLD-RELSD.
             DISPLAY 'HELD FOR ANOTHER CAUSE ...... '
                     WS-CT-OTHER-HOLD.
             DISPLAY 'REMINDER LETTERS ............ ' WS-CT-LETTERS.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'FAILURES .................... ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-NOTFOUND > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
