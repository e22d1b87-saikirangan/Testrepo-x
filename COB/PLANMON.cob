       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PAYPLAN ASSIGN TO PAYPLAN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PP-STUD-ID
                FILE STATUS IS WS-PLAN-FS.
                SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARL-KEY
                FILE STATUS IS WS-LEDGER-FS.
                SELECT WATCHLST ASSIGN TO WATCHLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-STUD-ID
                FILE STATUS IS WS-WATCH-FS.
                SELECT HOLDRPT ASSIGN TO HOLDRPT
                ORGANIZATION IS SEQUENTIAL.
                SELECT PLANLTR ASSIGN TO PLANLTR
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAYPLAN
            RECORDING MODE IS F.
       01 PLAN-REC.
          05 PP-STUD-ID      PIC X(09).
          05 PP-TERM         PIC X(06).
          05 PP-STATUS       PIC X(01).
          05 PP-START-DATE   PIC X(08).
          05 PP-PLAN-AMT     PIC 9(07)V99.
          05 PP-INST-COUNT   PIC 9(02).
          05 PP-LAST-NOTICE  PIC 9(02).
          05 PP-LAST-CHECK   PIC X(08).
          05 PP-PAID-AMT     PIC 9(07)V99.
          05 PP-INSTALLMENT OCCURS 6 TIMES.
             10 PP-DUE-DATE  PIC X(08).
             10 PP-INST-AMT  PIC 9(07)V99.
          05 FILLER          PIC X(44).
       FD ARLEDGER
            RECORDING MODE IS F.
       01 ARL-REC.
          05 ARL-KEY.
             10 ARL-STUD-ID  PIC X(09).
             10 ARL-SEQ      PIC 9(05).
          05 ARL-ENTRY-TYPE  PIC X(01).
          05 ARL-POST-DATE   PIC X(08).
          05 ARL-TERM        PIC X(06).
          05 ARL-REF         PIC X(10).
          05 ARL-AMOUNT      PIC S9(07)V99.
          05 ARL-BALANCE     PIC S9(07)V99.
          05 ARL-SOURCE      PIC X(08).
          05 FILLER          PIC X(15).
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
          05 HRPT-BALANCE    PIC 9(07).99.
          05 FILLER          PIC X(01).
          05 HRPT-TIMESTAMP  PIC X(26).
          05 FILLER          PIC X(24).
       FD PLANLTR
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
       01 WS-PLAN-FS          PIC X(02) VALUE SPACES.
           88 WS-PLAN-OK          VALUE '00'.
       01 WS-PLAN-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-PLAN-EOF         VALUE 'Y'.
       01 WS-LEDGER-FS        PIC X(02) VALUE SPACES.
           88 WS-LEDGER-OK        VALUE '00'.
       01 WS-LEDGER-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-LEDGER-EOF       VALUE 'Y'.
       01 WS-WATCH-FS         PIC X(02) VALUE SPACES.
           88 WS-WATCH-OK         VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).

      *    THE REASON TEXT MARKS A HOLD AS THE PLAN'S OWN. A PLAN
      *    BROUGHT BACK UP TO DATE RELEASES THAT HOLD, AND ALSO THE
      *    BURSAR'S FINANCIAL HOLD THE PLAN WAS SET UP TO CLEAR. ANY
      *    OTHER HOLD IS LEFT ALONE.
       01 WS-PLAN-HOLD-REASON PIC X(30) VALUE
           'FINANCIAL HOLD - PAYMENT PLAN'.

       01 WS-HOLD-SW          PIC X(01) VALUE 'N'.
           88 WS-HOLD-ON-FILE     VALUE 'Y'.
       01 WS-PLAN-HOLD-SW     PIC X(01) VALUE 'N'.
           88 WS-PLAN-HOLD        VALUE 'Y'.
       01 WS-BURSAR-HOLD-SW   PIC X(01) VALUE 'N'.
           88 WS-BURSAR-HOLD      VALUE 'Y'.

       01 WS-PAID-AMT         PIC S9(07)V99 VALUE ZERO.
       01 WS-CUM-DUE          PIC 9(07)V99 VALUE ZERO.
       01 WS-OWED-AMT         PIC S9(07)V99 VALUE ZERO.
       01 WS-INST-SUB         PIC 9(02) VALUE ZERO.
       01 WS-MISSED-INST      PIC 9(02) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-CURRENT   PIC 9(07) VALUE ZERO.
           05 WS-CT-MISSED    PIC 9(07) VALUE ZERO.
           05 WS-CT-COMPLETED PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLD-ADDED PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLD-RELSD PIC 9(07) VALUE ZERO.
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

            OPEN I-O PAYPLAN.
            IF NOT WS-PLAN-OK
               DISPLAY 'PLANMON: PAYPLAN NOT AVAILABLE - STATUS '
                       WS-PLAN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT ARLEDGER.
            IF NOT WS-LEDGER-OK
               DISPLAY 'PLANMON: ARLEDGER NOT AVAILABLE - NO '
                       'PAYMENTS TO CHECK'
               MOVE 16 TO RETURN-CODE
               CLOSE PAYPLAN
               GOBACK
            END-IF.
            OPEN I-O WATCHLST.
            IF NOT WS-WATCH-OK
               DISPLAY 'PLANMON: WATCHLST NOT AVAILABLE - NO HOLDS '
                       'APPLIED'
               MOVE 16 TO RETURN-CODE
               CLOSE PAYPLAN
               CLOSE ARLEDGER
               GOBACK
            END-IF.
            OPEN OUTPUT HOLDRPT.
            OPEN OUTPUT PLANLTR.

            MOVE LOW-VALUES TO PP-STUD-ID.
            START PAYPLAN KEY IS GREATER THAN PP-STUD-ID
                INVALID KEY SET WS-PLAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-PLAN-EOF

               READ PAYPLAN NEXT RECORD
                 AT END SET WS-PLAN-EOF TO TRUE
                 NOT AT END
                 IF PP-STATUS = 'A'
                    ADD 1 TO WS-CT-READ
                    PERFORM A000-PLAN-PARA
                 END-IF
               END-READ

            END-PERFORM.

            CLOSE PAYPLAN.
            CLOSE ARLEDGER.
            CLOSE WATCHLST.
            CLOSE HOLDRPT.
            CLOSE PLANLTR.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    AN INSTALLMENT IS MISSED WHEN ITS DUE DATE HAS PASSED AND
      *    THE PAYMENTS SINCE THE PLAN STARTED DO NOT COVER IT AND ALL
      *    THE INSTALLMENTS BEFORE IT.
       A000-PLAN-PARA.
             PERFORM A000-PAYMENTS-PARA.
             MOVE ZERO TO WS-CUM-DUE.
             MOVE ZERO TO WS-MISSED-INST.
             PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                     UNTIL WS-INST-SUB > PP-INST-COUNT
                        OR WS-MISSED-INST > ZERO
                ADD PP-INST-AMT(WS-INST-SUB) TO WS-CUM-DUE
                IF PP-DUE-DATE(WS-INST-SUB) < WS-BUS-DATE
                   AND WS-PAID-AMT < WS-CUM-DUE
                   MOVE WS-INST-SUB TO WS-MISSED-INST
                END-IF
             END-PERFORM.
             PERFORM A000-HOLD-LOOKUP-PARA.
             EVALUATE TRUE
             WHEN WS-PAID-AMT >= PP-PLAN-AMT
                  ADD 1 TO WS-CT-COMPLETED
                  MOVE 'C' TO PP-STATUS
                  IF WS-PLAN-HOLD OR WS-BURSAR-HOLD
                     PERFORM A000-RELEASE-HOLD-PARA
                  END-IF
             WHEN WS-MISSED-INST > ZERO
                  ADD 1 TO WS-CT-MISSED
                  IF NOT WS-HOLD-ON-FILE
                     PERFORM A000-ADD-HOLD-PARA
                  END-IF
                  IF WS-MISSED-INST > PP-LAST-NOTICE
                     PERFORM A000-LETTER-PARA
                  END-IF
             WHEN OTHER
                  ADD 1 TO WS-CT-CURRENT
                  IF WS-PLAN-HOLD OR WS-BURSAR-HOLD
                     PERFORM A000-RELEASE-HOLD-PARA
                  END-IF
             END-EVALUATE.
             IF WS-PAID-AMT > ZERO
                MOVE WS-PAID-AMT TO PP-PAID-AMT
             ELSE
                MOVE ZERO TO PP-PAID-AMT
             END-IF.
             MOVE WS-BUS-DATE TO PP-LAST-CHECK.
             REWRITE PLAN-REC.
             IF NOT WS-PLAN-OK
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'PLANMON: PLAN UPDATE FAILED FOR '
                        PP-STUD-ID ' STATUS ' WS-PLAN-FS
             END-IF.

      *    PAYMENTS ARE POSTED AS NEGATIVE AMOUNTS.
       A000-PAYMENTS-PARA.
             MOVE ZERO TO WS-PAID-AMT.
             MOVE 'N' TO WS-LEDGER-EOF-SW.
             MOVE PP-STUD-ID TO ARL-STUD-ID.
             MOVE ZERO       TO ARL-SEQ.
             START ARLEDGER KEY IS GREATER THAN ARL-KEY
                INVALID KEY SET WS-LEDGER-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-LEDGER-EOF
                READ ARLEDGER NEXT RECORD
                  AT END SET WS-LEDGER-EOF TO TRUE
                  NOT AT END
                  IF ARL-STUD-ID NOT = PP-STUD-ID
                     SET WS-LEDGER-EOF TO TRUE
                  ELSE
                     IF ARL-ENTRY-TYPE = 'P'
                        AND ARL-POST-DATE >= PP-START-DATE
                        SUBTRACT ARL-AMOUNT FROM WS-PAID-AMT
                     END-IF
                  END-IF
                END-READ
             END-PERFORM.

       A000-HOLD-LOOKUP-PARA.
             MOVE 'N' TO WS-HOLD-SW.
             MOVE 'N' TO WS-PLAN-HOLD-SW.
             MOVE 'N' TO WS-BURSAR-HOLD-SW.
             MOVE PP-STUD-ID TO WL-STUD-ID.
             READ WATCHLST RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-HOLD-ON-FILE TO TRUE
                     IF WL-HOLD-REASON = WS-PLAN-HOLD-REASON
                        SET WS-PLAN-HOLD TO TRUE
                     ELSE
                        IF WL-HOLD-TYPE = 'F'
                           AND WL-HOLD-REASON(1:14) = 'FINANCIAL HOLD'
                           SET WS-BURSAR-HOLD TO TRUE
                        END-IF
                     END-IF
             END-READ.

       A000-ADD-HOLD-PARA.
             MOVE SPACES     TO WATCH-REC.
             MOVE PP-STUD-ID TO WL-STUD-ID.
             MOVE WS-PLAN-HOLD-REASON TO WL-HOLD-REASON.
             MOVE 'F' TO WL-HOLD-TYPE.
             WRITE WATCH-REC.
             IF WS-WATCH-OK
                ADD 1 TO WS-CT-HOLD-ADDED
                MOVE 'ADDED   ' TO HRPT-ACTION
                PERFORM A000-REPORT-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'PLANMON: HOLD ADD FAILED FOR ' PP-STUD-ID
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
                DISPLAY 'PLANMON: HOLD RELEASE FAILED FOR '
                        PP-STUD-ID ' STATUS ' WS-WATCH-FS
             END-IF.

       A000-REPORT-PARA.
             MOVE PP-STUD-ID TO HRPT-STUD-ID.
             COMPUTE WS-OWED-AMT = PP-PLAN-AMT - WS-PAID-AMT.
             IF WS-OWED-AMT > ZERO
                MOVE WS-OWED-AMT TO HRPT-BALANCE
             ELSE
                MOVE ZERO TO HRPT-BALANCE
             END-IF.
             MOVE FUNCTION CURRENT-DATE TO HRPT-TIMESTAMP.
             WRITE HRPT-REC.

      *    ONE REMINDER PER MISSED INSTALLMENT, NOT ONE A DAY.
       A000-LETTER-PARA.
             MOVE PP-STUD-ID TO WS-STUD-ID.
             EXEC SQL
                  SELECT  STUD_NAME, STUD_DEPT
                    INTO  :WS-STUD-NAME, :WS-STUD-DEPT
                 FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  MOVE SPACES       TO DLT-REC
                  MOVE 'P'          TO DLT-ACTION
                  MOVE WS-STUD-ID   TO DLT-STUD-ID
                  MOVE WS-STUD-NAME TO DLT-STUD-NAME
                  MOVE WS-STUD-DEPT TO DLT-STUD-DEPT
                  WRITE DLT-REC
                  ADD 1 TO WS-CT-LETTERS
                  MOVE WS-MISSED-INST TO PP-LAST-NOTICE
             WHEN 100
                  ADD 1 TO WS-CT-NOTFOUND
                  DISPLAY 'PLANMON: STUD-ID ' PP-STUD-ID
                          ' NOT ON STUD_STUDENT - NO REMINDER'
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'PLANMON: DB2 ERROR ON STUD_STUDENT - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
             END-EVALUATE.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'PLANMON RUN CONTROL TOTALS'.
             DISPLAY 'BUSINESS DATE ............... ' WS-BUS-DATE.
             DISPLAY 'ACTIVE PLANS CHECKED ........ ' WS-CT-READ.
             DISPLAY 'PLANS CURRENT ............... ' WS-CT-CURRENT.
             DISPLAY 'PLANS WITH MISSED PAYMENT ... ' WS-CT-MISSED.
             DISPLAY 'PLANS PAID IN FULL .......... '
                     WS-CT-COMPLETED.
             DISPLAY 'HOLDS ADDED ................. '
                     WS-CT-HOLD-ADDED.
             DISPLAY 'HOLDS RELEASED .............. '
                     WS-CT-HOLD-RELSD.
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
