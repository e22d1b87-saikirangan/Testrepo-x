       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARL-KEY
                FILE STATUS IS WS-LEDGER-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       01 ARL-HEADER REDEFINES ARL-REC.
          05 FILLER          PIC X(14).
          05 ARH-ENTRY-TYPE  PIC X(01).
          05 ARH-OPEN-DATE   PIC X(08).
          05 ARH-LAST-DATE   PIC X(08).
          05 ARH-LAST-SEQ    PIC 9(05).
          05 ARH-BALANCE     PIC S9(07)V99.
          05 FILLER          PIC X(35).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-LEDGER-FS        PIC X(02) VALUE SPACES.
           88 WS-LEDGER-OK        VALUE '00'.
       01 WS-LEDGER-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-LEDGER-EOF       VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TODAY-INT        PIC 9(09) VALUE ZERO.
       01 WS-ENTRY-INT        PIC 9(09) VALUE ZERO.
       01 WS-AGE-DAYS         PIC S9(07) VALUE ZERO.

       01 WS-PREV-STUD-ID     PIC X(09) VALUE SPACES.
       01 WS-STUD-BALANCE     PIC S9(07)V99 VALUE ZERO.
       01 WS-REMAINING        PIC S9(07)V99 VALUE ZERO.
       01 WS-APPLIED          PIC S9(07)V99 VALUE ZERO.

       01 WS-BUCKETS.
           05 WS-BK-CURRENT   PIC S9(09)V99.
           05 WS-BK-31-60     PIC S9(09)V99.
           05 WS-BK-61-90     PIC S9(09)V99.
           05 WS-BK-OVER-90   PIC S9(09)V99.
       01 WS-GRAND-BUCKETS.
           05 WS-GB-CURRENT   PIC S9(09)V99 VALUE ZERO.
           05 WS-GB-31-60     PIC S9(09)V99 VALUE ZERO.
           05 WS-GB-61-90     PIC S9(09)V99 VALUE ZERO.
           05 WS-GB-OVER-90   PIC S9(09)V99 VALUE ZERO.
       01 WS-GRAND-BALANCE    PIC S9(09)V99 VALUE ZERO.

      *    DEBIT ENTRIES FOR THE CURRENT STUDENT. THE BALANCE IS AGED
      *    AGAINST THE NEWEST DEBITS, SO CREDITS ARE TAKEN AS HAVING
      *    PAID THE OLDEST CHARGES FIRST.
       01 WS-DEB-COUNT PIC 9(03) VALUE ZERO.
       01 WS-DEB-TABLE.
           05 WS-DEB-ENTRY OCCURS 1 TO 999 TIMES
                 DEPENDING ON WS-DEB-COUNT
                 INDEXED BY WS-DEB-IDX.
               10 WS-DB-DATE      PIC X(08).
               10 WS-DB-AMOUNT    PIC S9(07)V99.
       01 WS-DEB-SUB          PIC S9(04) COMP VALUE ZERO.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(15) VALUE '      BALANCE'.
           05 FILLER PIC X(15) VALUE '      CURRENT'.
           05 FILLER PIC X(15) VALUE '   31-60 DAYS'.
           05 FILLER PIC X(15) VALUE '   61-90 DAYS'.
           05 FILLER PIC X(15) VALUE '  OVER 90 DAYS'.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-STUD-ID   PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-BALANCE   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-CURRENT   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-31-60     PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-61-90     PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-OVER-90   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL     PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-TL-BALANCE   PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-CURRENT   PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-31-60     PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-61-90     PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-OVER-90   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-ACCOUNTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-ENTRIES   PIC 9(07) VALUE ZERO.
           05 WS-CT-OWING     PIC 9(07) VALUE ZERO.
           05 WS-CT-CREDIT    PIC 9(07) VALUE ZERO.
           05 WS-CT-ZERO      PIC 9(07) VALUE ZERO.
           05 WS-CT-OUT-BAL   PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).

       01 WS-RUN-BALANCE      PIC S9(07)V99 VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            COMPUTE WS-TODAY-INT = FUNCTION
                    INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUS-DATE)).

            OPEN INPUT ARLEDGER.
            IF NOT WS-LEDGER-OK
               DISPLAY 'ARAGING: ARLEDGER NOT AVAILABLE - NO AGING '
                       'REPORT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            MOVE 'ARAGING' TO RH-PROGRAM-ID.
            MOVE 'STUDENT ACCOUNTS AGED BALANCES' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT RPTFILE.

            MOVE LOW-VALUES TO ARL-KEY.
            START ARLEDGER KEY IS GREATER THAN ARL-KEY
                INVALID KEY SET WS-LEDGER-EOF TO TRUE
            END-START.
            PERFORM A000-READ-LEDGER-PARA UNTIL WS-LEDGER-EOF.
            IF WS-PREV-STUD-ID NOT = SPACES
               PERFORM A000-STUDENT-BREAK-PARA
            END-IF.

            PERFORM A000-GRAND-TOTAL-PARA.

            CLOSE ARLEDGER.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-READ-LEDGER-PARA.
             READ ARLEDGER NEXT RECORD
                 AT END SET WS-LEDGER-EOF TO TRUE
                 NOT AT END
                      IF ARL-STUD-ID NOT = WS-PREV-STUD-ID
                         IF WS-PREV-STUD-ID NOT = SPACES
                            PERFORM A000-STUDENT-BREAK-PARA
                         END-IF
                         MOVE ARL-STUD-ID TO WS-PREV-STUD-ID
                         MOVE ZERO TO WS-DEB-COUNT
                         MOVE ZERO TO WS-STUD-BALANCE
                         MOVE ZERO TO WS-RUN-BALANCE
                      END-IF
                      PERFORM A000-ENTRY-PARA
             END-READ.

       A000-ENTRY-PARA.
             IF ARH-ENTRY-TYPE = 'H'
                ADD 1 TO WS-CT-ACCOUNTS
                MOVE ARH-BALANCE TO WS-STUD-BALANCE
             ELSE
                ADD 1 TO WS-CT-ENTRIES
                ADD ARL-AMOUNT TO WS-RUN-BALANCE
                IF ARL-AMOUNT > ZERO
                   IF WS-DEB-COUNT < 999
                      ADD 1 TO WS-DEB-COUNT
                      SET WS-DEB-IDX TO WS-DEB-COUNT
                      MOVE ARL-POST-DATE TO WS-DB-DATE(WS-DEB-IDX)
                      MOVE ARL-AMOUNT    TO WS-DB-AMOUNT(WS-DEB-IDX)
                   ELSE
                      ADD 1 TO WS-CT-OVERFLOW
                   END-IF
                END-IF
             END-IF.

       A000-STUDENT-BREAK-PARA.
             IF WS-RUN-BALANCE NOT = WS-STUD-BALANCE
                ADD 1 TO WS-CT-OUT-BAL
                DISPLAY 'ARAGING: LEDGER ENTRIES FOR ' WS-PREV-STUD-ID
                        ' DO NOT ADD UP TO THE HEADER BALANCE'
             END-IF.
             EVALUATE TRUE
             WHEN WS-STUD-BALANCE = ZERO
                  ADD 1 TO WS-CT-ZERO
             WHEN WS-STUD-BALANCE < ZERO
                  ADD 1 TO WS-CT-CREDIT
                  PERFORM A000-AGE-PARA
                  PERFORM A000-PRINT-STUDENT-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-OWING
                  PERFORM A000-AGE-PARA
                  PERFORM A000-PRINT-STUDENT-PARA
             END-EVALUATE.

       A000-AGE-PARA.
             INITIALIZE WS-BUCKETS.
             IF WS-STUD-BALANCE < ZERO
                MOVE WS-STUD-BALANCE TO WS-BK-CURRENT
             ELSE
                MOVE WS-STUD-BALANCE TO WS-REMAINING
                PERFORM VARYING WS-DEB-SUB FROM WS-DEB-COUNT BY -1
                        UNTIL WS-DEB-SUB < 1 OR WS-REMAINING = ZERO
                   IF WS-DB-AMOUNT(WS-DEB-SUB) < WS-REMAINING
                      MOVE WS-DB-AMOUNT(WS-DEB-SUB) TO WS-APPLIED
                   ELSE
                      MOVE WS-REMAINING TO WS-APPLIED
                   END-IF
                   SUBTRACT WS-APPLIED FROM WS-REMAINING
                   PERFORM A000-BUCKET-PARA
                END-PERFORM
      *          ANY BALANCE NOT COVERED BY A DEBIT ON FILE IS AGED
      *          AS THE OLDEST AMOUNT OWED.
                ADD WS-REMAINING TO WS-BK-OVER-90
             END-IF.
             ADD WS-STUD-BALANCE TO WS-GRAND-BALANCE.
             ADD WS-BK-CURRENT   TO WS-GB-CURRENT.
             ADD WS-BK-31-60     TO WS-GB-31-60.
             ADD WS-BK-61-90     TO WS-GB-61-90.
             ADD WS-BK-OVER-90   TO WS-GB-OVER-90.

       A000-BUCKET-PARA.
             MOVE ZERO TO WS-AGE-DAYS.
             IF WS-DB-DATE(WS-DEB-SUB) IS NUMERIC
                COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-DB-DATE(WS-DEB-SUB)))
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ENTRY-INT
             END-IF.
             EVALUATE TRUE
             WHEN WS-AGE-DAYS <= 30
                  ADD WS-APPLIED TO WS-BK-CURRENT
             WHEN WS-AGE-DAYS <= 60
                  ADD WS-APPLIED TO WS-BK-31-60
             WHEN WS-AGE-DAYS <= 90
                  ADD WS-APPLIED TO WS-BK-61-90
             WHEN OTHER
                  ADD WS-APPLIED TO WS-BK-OVER-90
             END-EVALUATE.

       A000-PRINT-STUDENT-PARA.
             MOVE SPACES TO WS-STUD-NAME.
             MOVE WS-PREV-STUD-ID TO WS-STUD-ID.
             EXEC SQL
                  SELECT STUD_NAME
                    INTO :WS-STUD-NAME
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-NOTFOUND
                MOVE '*** NOT ON STUD_STUDENT ***' TO WS-STUD-NAME
             END-IF.
             MOVE WS-PREV-STUD-ID TO WS-DL-STUD-ID.
             MOVE WS-STUD-NAME    TO WS-DL-NAME.
             MOVE WS-STUD-BALANCE TO WS-DL-BALANCE.
             MOVE WS-BK-CURRENT   TO WS-DL-CURRENT.
             MOVE WS-BK-31-60     TO WS-DL-31-60.
             MOVE WS-BK-61-90     TO WS-DL-61-90.
             MOVE WS-BK-OVER-90   TO WS-DL-OVER-90.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-GRAND-TOTAL-PARA.
             IF WS-CT-OWING = ZERO AND WS-CT-CREDIT = ZERO
                MOVE 'NO OPEN BALANCES ON THE LEDGER' TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'TOTAL ALL ACCOUNTS' TO WS-TL-LABEL.
             MOVE WS-GRAND-BALANCE TO WS-TL-BALANCE.
             MOVE WS-GB-CURRENT    TO WS-TL-CURRENT.
             MOVE WS-GB-31-60      TO WS-TL-31-60.
             MOVE WS-GB-61-90      TO WS-TL-61-90.
             MOVE WS-GB-OVER-90    TO WS-TL-OVER-90.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ARAGING RUN CONTROL TOTALS'.
             DISPLAY 'AGED AS OF .................. ' WS-BUS-DATE.
             DISPLAY 'LEDGER ACCOUNTS READ ........ ' WS-CT-ACCOUNTS.
             DISPLAY 'LEDGER ENTRIES READ ......... ' WS-CT-ENTRIES.
             DISPLAY 'ACCOUNTS OWING .............. ' WS-CT-OWING.
             DISPLAY 'ACCOUNTS IN CREDIT .......... ' WS-CT-CREDIT.
             DISPLAY 'ACCOUNTS AT ZERO ............ ' WS-CT-ZERO.
             DISPLAY 'HEADER/ENTRY MISMATCHES ..... ' WS-CT-OUT-BAL.
             DISPLAY 'DEBIT TABLE OVERFLOW ........ ' WS-CT-OVERFLOW.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'TOTAL BALANCE ............... ' WS-GRAND-BALANCE.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-OUT-BAL > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-OVERFLOW > ZERO OR WS-CT-NOTFOUND > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.

       PRINT-LINE-PARA.
             IF WS-LINE-COUNT >= 60
                PERFORM NEW-PAGE-PARA
             END-IF.
             MOVE SPACE TO PRT-CC.
             MOVE WS-PRINT-WORK TO PRT-LINE.
             WRITE PRINT-REC.
             ADD 1 TO WS-LINE-COUNT.

       NEW-PAGE-PARA.
             ADD 1 TO WS-PAGE-COUNTER.
             MOVE WS-PAGE-COUNTER TO RH-PAGE-NO.
             MOVE '1' TO PRT-CC.
             MOVE WS-REPORT-HEADER TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE SPACE TO PRT-CC.
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE WS-COLUMN-HEADING TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE 3 TO WS-LINE-COUNT.
