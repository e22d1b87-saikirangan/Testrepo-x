       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT BILLFILE ASSIGN TO BILLFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BILL-FS.
                SELECT CASHPAY ASSIGN TO CASHPAY
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CASH-FS.
                SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARL-KEY
                FILE STATUS IS WS-LEDGER-FS.
                SELECT ARREJ ASSIGN TO ARREJ
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BILLFILE
            RECORDING MODE IS F.
       01 BILL-REC.
          05 BL-MARKER       PIC X(02).
          05 FILLER          PIC X(78).
       01 BILL-DETAIL REDEFINES BILL-REC.
          05 BL-DT-MARKER    PIC X(02).
          05 BL-DT-STUD-ID   PIC 9(09).
          05 FILLER          PIC X(01).
          05 BL-DT-COURSE    PIC X(08).
          05 FILLER          PIC X(01).
          05 BL-DT-HOURS     PIC 9(02).
          05 FILLER          PIC X(01).
          05 BL-DT-RATE      PIC 9(05)V99.
          05 FILLER          PIC X(01).
          05 BL-DT-AMOUNT    PIC 9(07)V99.
          05 FILLER          PIC X(01).
          05 BL-DT-BASIS     PIC X(01).
          05 FILLER          PIC X(01).
          05 BL-DT-TERM      PIC X(06).
          05 BL-DT-FEE-TYPE  PIC X(02).
          05 BL-DT-SIGN      PIC X(01).
          05 FILLER          PIC X(01).
          05 BL-DT-DESC      PIC X(20).
          05 FILLER          PIC X(06).
       01 BILL-TRAILER REDEFINES BILL-REC.
          05 BL-TR-MARKER    PIC X(02).
          05 BL-TR-STUDENTS  PIC 9(07).
          05 BL-TR-DETAILS   PIC 9(07).
          05 BL-TR-AMOUNT    PIC 9(11)V99.
          05 FILLER          PIC X(51).
       FD CASHPAY
            RECORDING MODE IS F.
       01 CASH-REC.
          05 CP-TYPE         PIC X(01).
          05 FILLER          PIC X(01).
          05 CP-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 CP-AMOUNT       PIC 9(07)V99.
          05 CP-SIGN         PIC X(01).
          05 FILLER          PIC X(01).
          05 CP-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 CP-REF          PIC X(10).
          05 FILLER          PIC X(01).
          05 CP-DATE         PIC X(08).
          05 FILLER          PIC X(31).
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
       FD ARREJ
            RECORDING MODE IS F.
       01 AREJ-REC.
          05 AREJ-SOURCE     PIC X(02).
          05 FILLER          PIC X(01).
          05 AREJ-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 AREJ-REF        PIC X(10).
          05 FILLER          PIC X(01).
          05 AREJ-AMOUNT     PIC 9(07)V99.
          05 FILLER          PIC X(01).
          05 AREJ-REASON     PIC X(40).
          05 FILLER          PIC X(06).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-BILL-FS          PIC X(02) VALUE SPACES.
           88 WS-BILL-OK          VALUE '00'.
       01 WS-CASH-FS          PIC X(02) VALUE SPACES.
           88 WS-CASH-OK          VALUE '00'.
       01 WS-LEDGER-FS        PIC X(02) VALUE SPACES.
           88 WS-LEDGER-OK        VALUE '00'.
       01 WS-LEDGER-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-LEDGER-EOF       VALUE 'Y'.
       01 WS-HEADER-SW        PIC X(01) VALUE 'N'.
           88 WS-HEADER-ON-FILE   VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).

      *    ENTRY BEING POSTED - FILLED IN BY THE BILLFILE AND CASHPAY
      *    PARAGRAPHS AND WRITTEN BY A000-POST-ENTRY-PARA.
       01 WS-POST-ENTRY.
           05 WS-PE-STUD-ID   PIC X(09).
           05 WS-PE-TYPE      PIC X(01).
           05 WS-PE-DATE      PIC X(08).
           05 WS-PE-TERM      PIC X(06).
           05 WS-PE-REF       PIC X(10).
           05 WS-PE-AMOUNT    PIC S9(07)V99.
           05 WS-PE-SOURCE    PIC X(08).

       01 WS-HDR-SAVE.
           05 WS-HS-OPEN-DATE PIC X(08).
           05 WS-HS-LAST-SEQ  PIC 9(05).
           05 WS-HS-BALANCE   PIC S9(07)V99.

       01 WS-BILLED-SO-FAR    PIC S9(07)V99 VALUE ZERO.
       01 WS-CHARGE-DELTA     PIC S9(07)V99 VALUE ZERO.
       01 WS-BILL-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01 WS-LINE-AMOUNT      PIC S9(07)V99 VALUE ZERO.
       01 WS-DETAIL-COUNT     PIC 9(07) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-BILL-READ PIC 9(07) VALUE ZERO.
           05 WS-CT-CHARGES   PIC 9(07) VALUE ZERO.
           05 WS-CT-REBILLS   PIC 9(07) VALUE ZERO.
           05 WS-CT-UNCHANGED PIC 9(07) VALUE ZERO.
           05 WS-CT-CASH-READ PIC 9(07) VALUE ZERO.
           05 WS-CT-PAYMENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-ADJUSTS   PIC 9(07) VALUE ZERO.
           05 WS-CT-REFUNDS   PIC 9(07) VALUE ZERO.
           05 WS-CT-NEW-ACCTS PIC 9(07) VALUE ZERO.
           05 WS-CT-REJECTED  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-AMT-CHARGED  PIC S9(09)V99 VALUE ZERO.
           05 WS-AMT-PAID     PIC S9(09)V99 VALUE ZERO.
           05 WS-AMT-ADJUSTED PIC S9(09)V99 VALUE ZERO.
           05 WS-AMT-REFUNDED PIC S9(09)V99 VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-STUD-ID          PIC S9(9) USAGE COMP.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN I-O ARLEDGER.
            IF NOT WS-LEDGER-OK
               DISPLAY 'ARPOST: ARLEDGER NOT AVAILABLE - STATUS '
                       WS-LEDGER-FS ' - NOTHING POSTED'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT ARREJ.

            OPEN INPUT BILLFILE.
            IF WS-BILL-OK
               PERFORM UNTIL WS-EOF = 'Y'
                  READ BILLFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    ADD 1 TO WS-CT-BILL-READ
                    PERFORM A000-BILL-RECORD-PARA
                  END-READ
               END-PERFORM
               CLOSE BILLFILE
            ELSE
               DISPLAY 'ARPOST: NO BILLFILE - NO CHARGES POSTED'
            END-IF.

            MOVE SPACE TO WS-EOF.
            OPEN INPUT CASHPAY.
            IF WS-CASH-OK
               PERFORM UNTIL WS-EOF = 'Y'
                  READ CASHPAY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    ADD 1 TO WS-CT-CASH-READ
                    PERFORM A000-CASH-RECORD-PARA
                  END-READ
               END-PERFORM
               CLOSE CASHPAY
            ELSE
               DISPLAY 'ARPOST: NO CASHPAY - NO PAYMENTS POSTED'
            END-IF.

            CLOSE ARLEDGER.
            CLOSE ARREJ.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-BILL-RECORD-PARA.
             EVALUATE BL-MARKER
             WHEN 'DT'
                  ADD 1 TO WS-DETAIL-COUNT
                  IF BL-DT-AMOUNT IS NUMERIC
                     IF BL-DT-SIGN = '-'
                        SUBTRACT BL-DT-AMOUNT FROM WS-BILL-TOTAL
                     ELSE
                        ADD BL-DT-AMOUNT TO WS-BILL-TOTAL
                     END-IF
                  END-IF
                  PERFORM A000-CHARGE-PARA
             WHEN 'TR'
                  IF BL-TR-DETAILS NOT = WS-DETAIL-COUNT
                     OR BL-TR-AMOUNT NOT = WS-BILL-TOTAL
                     DISPLAY 'ARPOST: BILLFILE TRAILER DOES NOT '
                             'AGREE WITH DETAIL RECORDS READ'
                     DISPLAY 'ARPOST: TRAILER ' BL-TR-DETAILS ' '
                             BL-TR-AMOUNT ' READ ' WS-DETAIL-COUNT
                             ' ' WS-BILL-TOTAL
                     ADD 1 TO WS-CT-FAILED
                  END-IF
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

      *    BILLFILE IS REBUILT FROM STUD_ENROLL ON EVERY TUITCALC RUN,
      *    SO A COURSE CHARGE IS POSTED ONLY FOR THE DIFFERENCE FROM
      *    WHAT THE LEDGER ALREADY HOLDS FOR THAT TERM AND COURSE.
      *    FEE LINES ARE HELD UNDER THE FEE KEY WITH THE FEE TYPE IN
      *    THE LAST TWO BYTES OF THE REFERENCE, SO A COURSE FEE IS
      *    KEPT APART FROM THE TUITION FOR THE SAME COURSE.
       A000-CHARGE-PARA.
             IF BL-DT-STUD-ID IS NOT NUMERIC
                OR BL-DT-AMOUNT IS NOT NUMERIC
                MOVE 'DT'            TO AREJ-SOURCE
                MOVE BL-DT-STUD-ID   TO AREJ-STUD-ID
                MOVE BL-DT-COURSE    TO AREJ-REF
                MOVE ZERO            TO AREJ-AMOUNT
                MOVE 'INVALID BILLING DETAIL RECORD' TO AREJ-REASON
                PERFORM A000-REJECT-PARA
             ELSE
                MOVE BL-DT-STUD-ID TO WS-PE-STUD-ID
                MOVE BL-DT-TERM    TO WS-PE-TERM
                MOVE BL-DT-COURSE  TO WS-PE-REF
                MOVE BL-DT-FEE-TYPE TO WS-PE-REF(9:2)
                IF BL-DT-SIGN = '-'
                   COMPUTE WS-LINE-AMOUNT = ZERO - BL-DT-AMOUNT
                ELSE
                   MOVE BL-DT-AMOUNT TO WS-LINE-AMOUNT
                END-IF
                PERFORM A000-BILLED-SO-FAR-PARA
                COMPUTE WS-CHARGE-DELTA =
                        WS-LINE-AMOUNT - WS-BILLED-SO-FAR
                IF WS-CHARGE-DELTA = ZERO
                   ADD 1 TO WS-CT-UNCHANGED
                ELSE
                   IF WS-BILLED-SO-FAR NOT = ZERO
                      ADD 1 TO WS-CT-REBILLS
                   END-IF
                   MOVE 'C'             TO WS-PE-TYPE
                   MOVE WS-BUS-DATE     TO WS-PE-DATE
                   MOVE WS-CHARGE-DELTA TO WS-PE-AMOUNT
                   MOVE 'BILLFILE'      TO WS-PE-SOURCE
                   PERFORM A000-POST-ENTRY-PARA
                   IF WS-LEDGER-OK
                      ADD 1 TO WS-CT-CHARGES
                      ADD WS-CHARGE-DELTA TO WS-AMT-CHARGED
                   END-IF
                END-IF
             END-IF.

       A000-BILLED-SO-FAR-PARA.
             MOVE ZERO TO WS-BILLED-SO-FAR.
             MOVE 'N' TO WS-LEDGER-EOF-SW.
             MOVE WS-PE-STUD-ID TO ARL-STUD-ID.
             MOVE ZERO TO ARL-SEQ.
             START ARLEDGER KEY IS GREATER THAN ARL-KEY
                 INVALID KEY SET WS-LEDGER-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-LEDGER-EOF
                READ ARLEDGER NEXT RECORD
                    AT END SET WS-LEDGER-EOF TO TRUE
                    NOT AT END
                         IF ARL-STUD-ID NOT = WS-PE-STUD-ID
                            SET WS-LEDGER-EOF TO TRUE
                         ELSE
                            IF ARL-ENTRY-TYPE = 'C'
                               AND ARL-TERM = WS-PE-TERM
                               AND ARL-REF = WS-PE-REF
                               ADD ARL-AMOUNT TO WS-BILLED-SO-FAR
                            END-IF
                         END-IF
                END-READ
             END-PERFORM.

       A000-CASH-RECORD-PARA.
             MOVE 'CP'       TO AREJ-SOURCE.
             MOVE CP-STUD-ID TO AREJ-STUD-ID.
             MOVE CP-REF     TO AREJ-REF.
             IF CP-AMOUNT IS NUMERIC
                MOVE CP-AMOUNT TO AREJ-AMOUNT
             ELSE
                MOVE ZERO TO AREJ-AMOUNT
             END-IF.
             IF CP-STUD-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO AREJ-REASON
                PERFORM A000-REJECT-PARA
             ELSE
                IF CP-AMOUNT IS NOT NUMERIC OR CP-AMOUNT = ZERO
                   MOVE 'AMOUNT MISSING OR NOT NUMERIC'
                     TO AREJ-REASON
                   PERFORM A000-REJECT-PARA
                ELSE
                   IF CP-TYPE = 'A' AND CP-SIGN NOT = '+'
                      AND CP-SIGN NOT = '-'
                      MOVE 'ADJUSTMENT SIGN MUST BE + OR -'
                        TO AREJ-REASON
                      PERFORM A000-REJECT-PARA
                   ELSE
                      PERFORM A000-CASH-STUDENT-PARA
                   END-IF
                END-IF
             END-IF.

       A000-CASH-STUDENT-PARA.
             MOVE CP-STUD-ID TO WS-STUD-ID.
             EXEC SQL
                  SELECT STUD_ID
                    INTO :WS-STUD-ID
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  PERFORM A000-CASH-ENTRY-PARA
             WHEN 100
                  MOVE 'STUDENT NOT ON FILE' TO AREJ-REASON
                  PERFORM A000-REJECT-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                  DISPLAY 'ARPOST: DB2 ERROR ON STUD_STUDENT - '
                          'SQLCODE ' WS-SQLCODE-DISPLAY
             END-EVALUATE.

      *    CHARGES AND REFUNDS PAID OUT RAISE THE BALANCE; PAYMENTS
      *    LOWER IT; ADJUSTMENTS CARRY THEIR OWN SIGN.
       A000-CASH-ENTRY-PARA.
             MOVE CP-STUD-ID TO WS-PE-STUD-ID.
             MOVE CP-TYPE    TO WS-PE-TYPE.
             MOVE CP-TERM    TO WS-PE-TERM.
             MOVE CP-REF     TO WS-PE-REF.
             MOVE 'CASHPAY'  TO WS-PE-SOURCE.
             IF CP-DATE IS NUMERIC
                MOVE CP-DATE TO WS-PE-DATE
             ELSE
                MOVE WS-BUS-DATE TO WS-PE-DATE
             END-IF.
             EVALUATE CP-TYPE
             WHEN 'P'
                  COMPUTE WS-PE-AMOUNT = ZERO - CP-AMOUNT
                  PERFORM A000-POST-ENTRY-PARA
                  IF WS-LEDGER-OK
                     ADD 1 TO WS-CT-PAYMENTS
                     ADD WS-PE-AMOUNT TO WS-AMT-PAID
                  END-IF
             WHEN 'A'
                  IF CP-SIGN = '-'
                     COMPUTE WS-PE-AMOUNT = ZERO - CP-AMOUNT
                  ELSE
                     MOVE CP-AMOUNT TO WS-PE-AMOUNT
                  END-IF
                  PERFORM A000-POST-ENTRY-PARA
                  IF WS-LEDGER-OK
                     ADD 1 TO WS-CT-ADJUSTS
                     ADD WS-PE-AMOUNT TO WS-AMT-ADJUSTED
                  END-IF
             WHEN 'R'
                  MOVE CP-AMOUNT TO WS-PE-AMOUNT
                  PERFORM A000-POST-ENTRY-PARA
                  IF WS-LEDGER-OK
                     ADD 1 TO WS-CT-REFUNDS
                     ADD WS-PE-AMOUNT TO WS-AMT-REFUNDED
                  END-IF
             WHEN OTHER
                  MOVE 'INVALID ENTRY TYPE' TO AREJ-REASON
                  PERFORM A000-REJECT-PARA
             END-EVALUATE.

      *    EVERY STUDENT ON THE LEDGER HAS A HEADER AT SEQUENCE 00000
      *    CARRYING THE CURRENT BALANCE AND THE LAST SEQUENCE USED.
       A000-POST-ENTRY-PARA.
             MOVE 'N' TO WS-HEADER-SW.
             MOVE WS-PE-STUD-ID TO ARL-STUD-ID.
             MOVE ZERO TO ARL-SEQ.
             READ ARLEDGER RECORD
                INVALID KEY
                     MOVE WS-BUS-DATE TO WS-HS-OPEN-DATE
                     MOVE ZERO TO WS-HS-LAST-SEQ
                     MOVE ZERO TO WS-HS-BALANCE
                NOT INVALID KEY
                     SET WS-HEADER-ON-FILE TO TRUE
                     MOVE ARH-OPEN-DATE TO WS-HS-OPEN-DATE
                     MOVE ARH-LAST-SEQ  TO WS-HS-LAST-SEQ
                     MOVE ARH-BALANCE   TO WS-HS-BALANCE
             END-READ.
             ADD 1 TO WS-HS-LAST-SEQ.
             ADD WS-PE-AMOUNT TO WS-HS-BALANCE.
             MOVE SPACES         TO ARL-REC.
             MOVE WS-PE-STUD-ID  TO ARL-STUD-ID.
             MOVE WS-HS-LAST-SEQ TO ARL-SEQ.
             MOVE WS-PE-TYPE     TO ARL-ENTRY-TYPE.
             MOVE WS-PE-DATE     TO ARL-POST-DATE.
             MOVE WS-PE-TERM     TO ARL-TERM.
             MOVE WS-PE-REF      TO ARL-REF.
             MOVE WS-PE-AMOUNT   TO ARL-AMOUNT.
             MOVE WS-HS-BALANCE  TO ARL-BALANCE.
             MOVE WS-PE-SOURCE   TO ARL-SOURCE.
             WRITE ARL-REC.
             IF WS-LEDGER-OK
                PERFORM A000-HEADER-UPDATE-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ARPOST: LEDGER WRITE FAILED FOR '
                        WS-PE-STUD-ID ' STATUS ' WS-LEDGER-FS
             END-IF.

       A000-HEADER-UPDATE-PARA.
             MOVE SPACES          TO ARL-REC.
             MOVE WS-PE-STUD-ID   TO ARL-STUD-ID.
             MOVE ZERO            TO ARL-SEQ.
             MOVE 'H'             TO ARH-ENTRY-TYPE.
             MOVE WS-HS-OPEN-DATE TO ARH-OPEN-DATE.
             MOVE WS-PE-DATE      TO ARH-LAST-DATE.
             MOVE WS-HS-LAST-SEQ  TO ARH-LAST-SEQ.
             MOVE WS-HS-BALANCE   TO ARH-BALANCE.
             IF WS-HEADER-ON-FILE
                REWRITE ARL-REC
             ELSE
                WRITE ARL-REC
                IF WS-LEDGER-OK
                   ADD 1 TO WS-CT-NEW-ACCTS
                END-IF
             END-IF.
             IF NOT WS-LEDGER-OK
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ARPOST: LEDGER HEADER UPDATE FAILED FOR '
                        WS-PE-STUD-ID ' STATUS ' WS-LEDGER-FS
             END-IF.

       A000-REJECT-PARA.
             ADD 1 TO WS-CT-REJECTED.
             WRITE AREJ-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ARPOST RUN CONTROL TOTALS'.
             DISPLAY 'BILLFILE RECORDS READ ....... ' WS-CT-BILL-READ.
             DISPLAY 'CHARGES POSTED .............. ' WS-CT-CHARGES.
             DISPLAY '  OF WHICH REBILL CHANGES ... ' WS-CT-REBILLS.
             DISPLAY 'CHARGES ALREADY ON LEDGER ... ' WS-CT-UNCHANGED.
             DISPLAY 'CASHPAY RECORDS READ ........ ' WS-CT-CASH-READ.
             DISPLAY 'PAYMENTS POSTED ............. ' WS-CT-PAYMENTS.
             DISPLAY 'ADJUSTMENTS POSTED .......... ' WS-CT-ADJUSTS.
             DISPLAY 'REFUNDS POSTED .............. ' WS-CT-REFUNDS.
             DISPLAY 'NEW LEDGER ACCOUNTS ......... ' WS-CT-NEW-ACCTS.
             DISPLAY 'RECORDS REJECTED ............ ' WS-CT-REJECTED.
             DISPLAY 'FAILURES .................... ' WS-CT-FAILED.
             DISPLAY 'AMOUNT CHARGED .............. ' WS-AMT-CHARGED.
             DISPLAY 'AMOUNT PAID ................. ' WS-AMT-PAID.
             DISPLAY 'AMOUNT ADJUSTED ............. ' WS-AMT-ADJUSTED.
             DISPLAY 'AMOUNT REFUNDED ............. ' WS-AMT-REFUNDED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 16 TO RETURN-CODE
             ELSE
                IF WS-CT-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
