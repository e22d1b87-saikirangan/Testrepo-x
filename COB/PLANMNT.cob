       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PLANTRAN ASSIGN TO PLANTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT PLANPARM ASSIGN TO PLANPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
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
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PLANTRAN
            RECORDING MODE IS F.
       01 PTRAN-REC.
          05 PTRAN-CODE      PIC X(01).
          05 FILLER          PIC X(01).
          05 PTRAN-STUD-ID   PIC X(09).
          05 FILLER          PIC X(01).
          05 PTRAN-TERM      PIC X(06).
          05 FILLER          PIC X(01).
          05 PTRAN-INST-COUNT PIC X(02).
          05 FILLER          PIC X(59).
       FD PLANPARM
            RECORDING MODE IS F.
       01 PPARM-REC.
          05 PPARM-INST-COUNT PIC 9(02).
          05 FILLER           PIC X(01).
          05 PPARM-INTERVAL   PIC 9(03).
          05 FILLER           PIC X(01).
          05 PPARM-MIN-BAL    PIC 9(05)V99.
          05 FILLER           PIC X(66).
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
       01 ARL-HEADER REDEFINES ARL-REC.
          05 FILLER          PIC X(14).
          05 ARH-ENTRY-TYPE  PIC X(01).
          05 ARH-OPEN-DATE   PIC X(08).
          05 ARH-LAST-DATE   PIC X(08).
          05 ARH-LAST-SEQ    PIC 9(05).
          05 ARH-BALANCE     PIC S9(07)V99.
          05 FILLER          PIC X(35).
       FD TERMTAB
            RECORDING MODE IS F.
       01 TERM-REC.
          05 TM-TERM-CODE    PIC X(06).
          05 TM-START-DATE   PIC X(08).
          05 TM-END-DATE     PIC X(08).
          05 TM-CENSUS-DATE  PIC X(08).
          05 TM-STATUS       PIC X(01).
          05 TM-MAX-HOURS    PIC 9(02).
          05 TM-LAST-ADD-DATE  PIC X(08).
          05 TM-LAST-DROP-DATE PIC X(08).
          05 TM-PAY-DUE-DATE PIC X(08).
          05 FILLER          PIC X(23).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-PLAN-FS          PIC X(02) VALUE SPACES.
           88 WS-PLAN-OK          VALUE '00'.
       01 WS-LEDGER-FS        PIC X(02) VALUE SPACES.
           88 WS-LEDGER-OK        VALUE '00'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).

      *    PLAN DEFAULTS - OVERRIDDEN BY PLANPARM WHEN PRESENT.
       01 WS-DEF-INST-COUNT   PIC 9(02) VALUE 4.
       01 WS-INTERVAL-DAYS    PIC 9(03) VALUE 30.
       01 WS-MIN-BALANCE      PIC 9(05)V99 VALUE 100.00.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-PLAN-SW          PIC X(01) VALUE 'N'.
           88 WS-PLAN-ON-FILE     VALUE 'Y'.

       01 WS-INST-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-INST-SUB         PIC 9(02) VALUE ZERO.
       01 WS-BALANCE          PIC S9(07)V99 VALUE ZERO.
       01 WS-INST-AMT         PIC 9(07)V99 VALUE ZERO.
       01 WS-FIRST-DUE        PIC X(08).
       01 WS-FIRST-DUE-INT    PIC 9(08) VALUE ZERO.
       01 WS-DUE-INT          PIC 9(08) VALUE ZERO.
       01 WS-DUE-NUM          PIC 9(08) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ENROLLED  PIC 9(07) VALUE ZERO.
           05 WS-CT-CANCELLED PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
       01 WS-AMT-PLANNED      PIC 9(09)V99 VALUE ZERO.
       01 WS-AMT-DISPLAY      PIC Z(8)9.99.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT ARLEDGER.
            IF NOT WS-LEDGER-OK
               DISPLAY 'PLANMNT: ARLEDGER NOT AVAILABLE - NO '
                       'BALANCES TO PLAN'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT TERMTAB.
            IF NOT WS-TERMTAB-OK
               DISPLAY 'PLANMNT: TERMTAB NOT AVAILABLE - NO PAYMENT '
                       'DUE DATES'
               MOVE 16 TO RETURN-CODE
               CLOSE ARLEDGER
               GOBACK
            END-IF.
            OPEN I-O PAYPLAN.
            IF NOT WS-PLAN-OK
               DISPLAY 'PLANMNT: PAYPLAN NOT AVAILABLE - STATUS '
                       WS-PLAN-FS
               MOVE 16 TO RETURN-CODE
               CLOSE ARLEDGER
               CLOSE TERMTAB
               GOBACK
            END-IF.
            OPEN INPUT PLANTRAN.

            PERFORM UNTIL WS-EOF = 'Y'

               READ PLANTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE PLANTRAN.
            CLOSE PAYPLAN.
            CLOSE ARLEDGER.
            CLOSE TERMTAB.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT PLANPARM.
             IF WS-PARM-OK
                READ PLANPARM
                    NOT AT END
                         IF PPARM-INST-COUNT IS NUMERIC
                            AND PPARM-INST-COUNT >= 2
                            AND PPARM-INST-COUNT <= 6
                            MOVE PPARM-INST-COUNT TO WS-DEF-INST-COUNT
                         END-IF
                         IF PPARM-INTERVAL IS NUMERIC
                            AND PPARM-INTERVAL > ZERO
                            MOVE PPARM-INTERVAL TO WS-INTERVAL-DAYS
                         END-IF
                         IF PPARM-MIN-BAL IS NUMERIC
                            MOVE PPARM-MIN-BAL TO WS-MIN-BALANCE
                         END-IF
                END-READ
                CLOSE PLANPARM
             ELSE
                DISPLAY 'PLANMNT: NO PLANPARM FOUND - USING 4 '
                        'INSTALLMENTS 30 DAYS APART'
             END-IF.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                EVALUATE PTRAN-CODE
                WHEN 'E'
                     PERFORM A000-ENROLL-PARA
                WHEN 'C'
                     PERFORM A000-CANCEL-PARA
                END-EVALUATE
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF PTRAN-CODE NOT = 'E' AND PTRAN-CODE NOT = 'C'
                DISPLAY 'PLANMNT: INVALID TRANSACTION CODE '
                        PTRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND PTRAN-STUD-ID IS NOT NUMERIC
                DISPLAY 'PLANMNT: NON-NUMERIC STUD-ID ' PTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                PERFORM A000-PLAN-LOOKUP-PARA
             END-IF.
             IF WS-EDIT-PASSED AND PTRAN-CODE = 'C'
                IF NOT WS-PLAN-ON-FILE OR PP-STATUS NOT = 'A'
                   DISPLAY 'PLANMNT: NO ACTIVE PLAN TO CANCEL FOR '
                           PTRAN-STUD-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND PTRAN-CODE = 'E'
                PERFORM A000-VALIDATE-ENROLL-PARA
             END-IF.

      *    ONE PLAN PER STUDENT AT A TIME. A COMPLETED OR CANCELLED
      *    PLAN IS REPLACED BY THE NEW ENROLLMENT.
       A000-VALIDATE-ENROLL-PARA.
             IF WS-PLAN-ON-FILE AND PP-STATUS = 'A'
                DISPLAY 'PLANMNT: PLAN ALREADY ACTIVE FOR '
                        PTRAN-STUD-ID ' TERM ' PP-TERM
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                IF PTRAN-INST-COUNT = SPACES
                   MOVE WS-DEF-INST-COUNT TO WS-INST-COUNT
                ELSE
                   IF PTRAN-INST-COUNT IS NUMERIC
                      AND PTRAN-INST-COUNT >= '02'
                      AND PTRAN-INST-COUNT <= '06'
                      MOVE PTRAN-INST-COUNT TO WS-INST-COUNT
                   ELSE
                      DISPLAY 'PLANMNT: INSTALLMENTS MUST BE 02-06 '
                              'FOR ' PTRAN-STUD-ID
                      SET WS-EDIT-FAILED TO TRUE
                   END-IF
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                MOVE PTRAN-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        DISPLAY 'PLANMNT: TERM ' PTRAN-TERM
                                ' NOT ON TERMTAB FOR ' PTRAN-STUD-ID
                        SET WS-EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                        IF TM-PAY-DUE-DATE IS NOT NUMERIC
                           DISPLAY 'PLANMNT: NO PAYMENT DUE DATE ON '
                                   'TERM ' PTRAN-TERM
                           SET WS-EDIT-FAILED TO TRUE
                        END-IF
                END-READ
             END-IF.
             IF WS-EDIT-PASSED
                MOVE PTRAN-STUD-ID TO ARL-STUD-ID
                MOVE ZERO          TO ARL-SEQ
                READ ARLEDGER RECORD
                   INVALID KEY
                        DISPLAY 'PLANMNT: NO LEDGER ACCOUNT FOR '
                                PTRAN-STUD-ID
                        SET WS-EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                        MOVE ARH-BALANCE TO WS-BALANCE
                        IF WS-BALANCE < WS-MIN-BALANCE
                           DISPLAY 'PLANMNT: BALANCE BELOW PLAN '
                                   'MINIMUM FOR ' PTRAN-STUD-ID
                           SET WS-EDIT-FAILED TO TRUE
                        END-IF
                END-READ
             END-IF.

       A000-PLAN-LOOKUP-PARA.
             MOVE 'N' TO WS-PLAN-SW.
             MOVE PTRAN-STUD-ID TO PP-STUD-ID.
             READ PAYPLAN RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-PLAN-ON-FILE TO TRUE
             END-READ.

      *    THE BALANCE IS SPLIT EVENLY; THE LAST INSTALLMENT TAKES THE
      *    ODD CENTS. THE FIRST IS DUE ON THE TERM PAYMENT DUE DATE, OR
      *    TODAY IF THAT HAS PASSED, AND THE REST FOLLOW AT THE PLAN
      *    INTERVAL.
       A000-ENROLL-PARA.
             MOVE TM-PAY-DUE-DATE TO WS-FIRST-DUE.
             IF WS-FIRST-DUE < WS-BUS-DATE
                MOVE WS-BUS-DATE TO WS-FIRST-DUE
             END-IF.
             COMPUTE WS-FIRST-DUE-INT = FUNCTION
                     INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FIRST-DUE)).
             COMPUTE WS-INST-AMT = WS-BALANCE / WS-INST-COUNT.
             MOVE SPACES          TO PLAN-REC.
             MOVE PTRAN-STUD-ID   TO PP-STUD-ID.
             MOVE PTRAN-TERM      TO PP-TERM.
             MOVE 'A'             TO PP-STATUS.
             MOVE WS-BUS-DATE     TO PP-START-DATE.
             MOVE WS-BALANCE      TO PP-PLAN-AMT.
             MOVE WS-INST-COUNT   TO PP-INST-COUNT.
             MOVE ZERO            TO PP-LAST-NOTICE.
             MOVE ZERO            TO PP-PAID-AMT.
             PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                     UNTIL WS-INST-SUB > 6
                IF WS-INST-SUB > WS-INST-COUNT
                   MOVE SPACES TO PP-DUE-DATE(WS-INST-SUB)
                   MOVE ZERO   TO PP-INST-AMT(WS-INST-SUB)
                ELSE
                   COMPUTE WS-DUE-INT = WS-FIRST-DUE-INT
                           + (WS-INST-SUB - 1) * WS-INTERVAL-DAYS
                   COMPUTE WS-DUE-NUM = FUNCTION
                           DATE-OF-INTEGER(WS-DUE-INT)
                   MOVE WS-DUE-NUM TO PP-DUE-DATE(WS-INST-SUB)
                   IF WS-INST-SUB = WS-INST-COUNT
                      COMPUTE PP-INST-AMT(WS-INST-SUB) = WS-BALANCE
                              - (WS-INST-AMT * (WS-INST-COUNT - 1))
                   ELSE
                      MOVE WS-INST-AMT TO PP-INST-AMT(WS-INST-SUB)
                   END-IF
                END-IF
             END-PERFORM.
             IF WS-PLAN-ON-FILE
                REWRITE PLAN-REC
             ELSE
                WRITE PLAN-REC
             END-IF.
             IF WS-PLAN-OK
                ADD 1 TO WS-CT-ENROLLED
                ADD WS-BALANCE TO WS-AMT-PLANNED
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'PLANMNT: PLAN WRITE FAILED FOR '
                        PTRAN-STUD-ID ' STATUS ' WS-PLAN-FS
             END-IF.

       A000-CANCEL-PARA.
             MOVE 'X' TO PP-STATUS.
             REWRITE PLAN-REC.
             IF WS-PLAN-OK
                ADD 1 TO WS-CT-CANCELLED
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'PLANMNT: PLAN CANCEL FAILED FOR '
                        PTRAN-STUD-ID ' STATUS ' WS-PLAN-FS
             END-IF.

       A000-SUMMARY-PARA.
             MOVE WS-AMT-PLANNED TO WS-AMT-DISPLAY.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'PLANMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ ........... ' WS-CT-READ.
             DISPLAY 'PLANS ENROLLED .............. ' WS-CT-ENROLLED.
             DISPLAY 'AMOUNT PLACED ON PLANS ...... ' WS-AMT-DISPLAY.
             DISPLAY 'PLANS CANCELLED ............. '
                     WS-CT-CANCELLED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
