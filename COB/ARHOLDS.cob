       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARL-KEY
                FILE STATUS IS WS-LEDGER-FS.
                SELECT ARPARM ASSIGN TO ARPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
                SELECT PAYPLAN ASSIGN TO PAYPLAN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PP-STUD-ID
                FILE STATUS IS WS-PLAN-FS.
                SELECT HOLDRPT ASSIGN TO HOLDRPT
                ORGANIZATION IS SEQUENTIAL.
                SELECT WATCHLST ASSIGN TO WATCHLST
                FILE STATUS IS WS-WATCH-FS.
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
       FD ARPARM
            RECORDING MODE IS F.
       01 ARPARM-REC.
          05 ARPARM-THRESHOLD PIC 9(05)V99.
          05 FILLER           PIC X(73).
       FD PAYPLAN
            RECORDING MODE IS F.
       01 PLAN-REC.
          05 PP-STUD-ID      PIC X(09).
          05 PP-TERM         PIC X(06).
          05 PP-STATUS       PIC X(01).
          05 FILLER          PIC X(184).
       FD HOLDRPT
            RECORDING MODE IS F.
       01 HRPT-REC.
          05 WL-HOLD-TYPE    PIC X(01).
          05 FILLER          PIC X(32).
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FS        PIC X(02) VALUE SPACES.
           88 WS-LEDGER-OK        VALUE '00'.
       01 WS-LEDGER-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-LEDGER-EOF       VALUE 'Y'.

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-WATCH-FS         PIC X(02) VALUE SPACES.
           88 WS-WATCH-OK         VALUE '00'.
       01 WS-PLAN-FS          PIC X(02) VALUE SPACES.
           88 WS-PLAN-OK          VALUE '00'.
       01 WS-PLAN-AVAIL-SW    PIC X(01) VALUE 'N'.
           88 WS-PLAN-AVAILABLE   VALUE 'Y'.
       01 WS-ON-PLAN-SW       PIC X(01) VALUE 'N'.
           88 WS-ON-PLAN          VALUE 'Y'.

       01 WS-THRESHOLD        PIC 9(05)V99 VALUE 100.00.
       01 WS-AR-STUD-ID       PIC X(09).
       01 WS-AR-BALANCE       PIC S9(07)V99.

       01 WS-HOLD-SW          PIC X(01) VALUE 'N'.
           88 WS-HOLD-ON-FILE     VALUE 'Y'.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-RELEASED  PIC 9(07) VALUE ZERO.
           05 WS-CT-UNCHANGED PIC 9(07) VALUE ZERO.
           05 WS-CT-ON-PLAN   PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.


            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT ARLEDGER.
            IF NOT WS-LEDGER-OK
               DISPLAY 'ARHOLDS: ARLEDGER NOT AVAILABLE - NO '
                       'BALANCES TO CHECK'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT HOLDRPT.
            OPEN I-O WATCHLST.
            IF NOT WS-WATCH-OK
               DISPLAY 'ARHOLDS: WATCHLST NOT AVAILABLE - NO HOLDS '
                       'APPLIED'
               MOVE 16 TO RETURN-CODE
               CLOSE ARLEDGER
               CLOSE HOLDRPT
               GOBACK
            END-IF.
            OPEN INPUT PAYPLAN.
            IF WS-PLAN-OK
               SET WS-PLAN-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ARHOLDS: PAYPLAN NOT AVAILABLE - PAYMENT '
                       'PLANS NOT CONSIDERED'
            END-IF.

            MOVE LOW-VALUES TO ARL-KEY.
            START ARLEDGER KEY IS GREATER THAN ARL-KEY
                INVALID KEY SET WS-LEDGER-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-LEDGER-EOF

               READ ARLEDGER NEXT RECORD
                 AT END SET WS-LEDGER-EOF TO TRUE
                 NOT AT END
                 IF ARH-ENTRY-TYPE = 'H'
                    ADD 1 TO WS-CT-READ
                    MOVE ARL-STUD-ID TO WS-AR-STUD-ID
                    MOVE ARH-BALANCE TO WS-AR-BALANCE
                    PERFORM A000-PROCESS-PARA
                 END-IF
               END-READ

            END-PERFORM.

            CLOSE ARLEDGER.
            CLOSE HOLDRPT.
            CLOSE WATCHLST.
            IF WS-PLAN-AVAILABLE
               CLOSE PAYPLAN
            END-IF.

            PERFORM A000-SUMMARY-PARA.

             END-IF.

       A000-PROCESS-PARA.
             IF WS-AR-STUD-ID IS NOT NUMERIC
                OR WS-AR-BALANCE IS NOT NUMERIC
                ADD 1 TO WS-CT-INVALID
                DISPLAY 'ARHOLDS: INVALID LEDGER HEADER FOR '
                        WS-AR-STUD-ID
             ELSE
                PERFORM A000-PLAN-LOOKUP-PARA
                IF WS-ON-PLAN
                   ADD 1 TO WS-CT-ON-PLAN
                ELSE
                   PERFORM A000-BALANCE-PARA
                END-IF
             END-IF.

       A000-BALANCE-PARA.
             PERFORM A000-HOLD-LOOKUP-PARA.
             IF WS-AR-BALANCE > WS-THRESHOLD
                IF WS-HOLD-ON-FILE
                   ADD 1 TO WS-CT-UNCHANGED
                ELSE
                   PERFORM A000-ADD-HOLD-PARA
                END-IF
             ELSE
                IF WS-HOLD-ON-FILE AND WS-FIN-HOLD
                   PERFORM A000-RELEASE-HOLD-PARA
                ELSE
                   ADD 1 TO WS-CT-UNCHANGED
                END-IF
             END-IF.

      *    A STUDENT ON AN ACTIVE PAYMENT PLAN IS LEFT TO PLANMON,
      *    WHICH HOLDS ONLY WHEN AN INSTALLMENT IS MISSED.
       A000-PLAN-LOOKUP-PARA.
             MOVE 'N' TO WS-ON-PLAN-SW.
             IF WS-PLAN-AVAILABLE
                MOVE WS-AR-STUD-ID TO PP-STUD-ID
                READ PAYPLAN RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF PP-STATUS = 'A'
                           SET WS-ON-PLAN TO TRUE
                        END-IF
                END-READ
             END-IF.

       A000-HOLD-LOOKUP-PARA.
             MOVE 'N' TO WS-HOLD-SW.
             MOVE 'N' TO WS-FIN-HOLD-SW.
             MOVE WS-AR-STUD-ID TO WL-STUD-ID.
             READ WATCHLST RECORD
                INVALID KEY
                     CONTINUE

       A000-ADD-HOLD-PARA.
             MOVE SPACES     TO WATCH-REC.
             MOVE WS-AR-STUD-ID TO WL-STUD-ID.
             MOVE 'FINANCIAL HOLD - BURSAR ARREAR'
               TO WL-HOLD-REASON.
             MOVE 'F' TO WL-HOLD-TYPE.
                PERFORM A000-REPORT-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ARHOLDS: HOLD ADD FAILED FOR ' WS-AR-STUD-ID
                        ' STATUS ' WS-WATCH-FS
             END-IF.

             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ARHOLDS: HOLD RELEASE FAILED FOR '
                        WS-AR-STUD-ID ' STATUS ' WS-WATCH-FS
             END-IF.

       A000-REPORT-PARA.
             MOVE WS-AR-STUD-ID TO HRPT-STUD-ID.
             IF WS-AR-BALANCE > ZERO
                MOVE WS-AR-BALANCE TO HRPT-BALANCE
             ELSE
                MOVE ZERO TO HRPT-BALANCE
             END-IF.
             MOVE FUNCTION CURRENT-DATE TO HRPT-TIMESTAMP.
             WRITE HRPT-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ARHOLDS RUN CONTROL TOTALS'.
             DISPLAY 'LEDGER ACCOUNTS READ ........ ' WS-CT-READ.
             DISPLAY 'HOLDS ADDED ................. ' WS-CT-ADDED.
             DISPLAY 'HOLDS RELEASED .............. ' WS-CT-RELEASED.
             DISPLAY 'NO CHANGE ................... '
                     WS-CT-UNCHANGED.
             DISPLAY 'ON PAYMENT PLAN - SKIPPED ... ' WS-CT-ON-PLAN.
             DISPLAY 'INVALID RECORDS ............. ' WS-CT-INVALID.
             DISPLAY 'FILE FAILURES ............... ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
