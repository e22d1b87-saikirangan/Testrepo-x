       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ENRLLOG ASSIGN TO ENRLLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ENRLLOG-FS.
                SELECT REFSCHD ASSIGN TO REFSCHD
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SCHD-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARL-KEY
                FILE STATUS IS WS-LEDGER-FS.
                SELECT RATETAB ASSIGN TO RATETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-RATE-KEY
                FILE STATUS IS WS-RATETAB-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT REFADJ ASSIGN TO REFADJ
                ORGANIZATION IS SEQUENTIAL.
                SELECT REFINST ASSIGN TO REFINST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REFINST-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ENRLLOG
            RECORDING MODE IS F.
       01 ENRL-LOG-REC.
          05 ENRL-STUD-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 ENRL-CODE       PIC X(01).
          05 FILLER          PIC X(01).
          05 ENRL-SQLCODE    PIC S9(05).
          05 FILLER          PIC X(01).
          05 ENRL-RESULT     PIC X(28).
          05 FILLER          PIC X(01).
          05 ENRL-COURSE     PIC X(08).
          05 FILLER          PIC X(01).
          05 ENRL-TERM       PIC X(06).
          05 FILLER          PIC X(01).
          05 ENRL-BUS-DATE   PIC X(08).
          05 FILLER          PIC X(01).
          05 ENRL-OPER-ID    PIC X(08).
       FD REFSCHD
            RECORDING MODE IS F.
       01 RSCHD-REC.
          05 RSCHD-TERM      PIC X(06).
          05 FILLER          PIC X(01).
          05 RSCHD-THRU-DAYS PIC 9(03).
          05 FILLER          PIC X(01).
          05 RSCHD-PERCENT   PIC 9(03).
          05 FILLER          PIC X(66).
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
       FD RATETAB
            RECORDING MODE IS F.
       01 RATE-REC.
          05 RT-RATE-KEY     PIC X(08).
          05 RT-RATE-PER-HR  PIC 9(05)V99.
          05 RT-RATE-TYPE    PIC X(01).
             88 RT-TYPE-HOURLY    VALUE ' ' 'H'.
          05 RT-FEE-AMOUNT   PIC 9(05)V99.
          05 RT-BAND-LOW     PIC 9(02).
          05 RT-BAND-HIGH    PIC 9(02).
          05 RT-FEE-DESC     PIC X(20).
          05 FILLER          PIC X(33).
       FD CRSETAB
            RECORDING MODE IS F.
       01 CRSE-REC.
          05 CR-COURSE-CODE  PIC X(08).
          05 CR-TITLE        PIC X(30).
          05 CR-CREDIT-HRS   PIC 9(02).
          05 CR-DEPT-CODE    PIC X(03).
          05 CR-ACTIVE-FLAG  PIC X(01).
          05 CR-MAX-SEATS    PIC 9(04).
          05 CR-MEET-DAYS    PIC X(07).
          05 CR-MEET-START   PIC X(04).
          05 CR-MEET-END     PIC X(04).
          05 FILLER          PIC X(17).
      *    SAME LAYOUT AS THE CASHPAY FILE SO ARPOST CAN POST IT.
       FD REFADJ
            RECORDING MODE IS F.
       01 RADJ-REC.
          05 RADJ-TYPE       PIC X(01).
          05 FILLER          PIC X(01).
          05 RADJ-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 RADJ-AMOUNT     PIC 9(07)V99.
          05 RADJ-SIGN       PIC X(01).
          05 FILLER          PIC X(01).
          05 RADJ-TERM       PIC X(06).
          05 FILLER          PIC X(01).
          05 RADJ-REF        PIC X(10).
          05 FILLER          PIC X(01).
          05 RADJ-DATE       PIC X(08).
          05 FILLER          PIC X(31).
      *    CHARGES RETAINED ON A VISITING STUDENT'S DROP, OWED BY THE
      *    HOME INSTITUTION. SAME LAYOUT AS TUITCALC'S INSTBILL SO
      *    CONSINV PUTS THEM ON THE PARTNER'S INVOICE.
       FD REFINST
            RECORDING MODE IS F.
       01 RINST-REC.
          05 RI-INST-CODE    PIC X(06).
          05 FILLER          PIC X(01).
          05 RI-DT-MARKER    PIC X(02).
          05 RI-DT-STUD-ID   PIC 9(09).
          05 FILLER          PIC X(01).
          05 RI-DT-COURSE    PIC X(08).
          05 FILLER          PIC X(01).
          05 RI-DT-HOURS     PIC 9(02).
          05 FILLER          PIC X(01).
          05 RI-DT-RATE      PIC 9(05)V99.
          05 FILLER          PIC X(01).
          05 RI-DT-AMOUNT    PIC 9(07)V99.
          05 FILLER          PIC X(01).
          05 RI-DT-BASIS     PIC X(01).
          05 FILLER          PIC X(01).
          05 RI-DT-TERM      PIC X(06).
          05 RI-DT-FEE-TYPE  PIC X(02).
          05 RI-DT-SIGN      PIC X(01).
          05 FILLER          PIC X(01).
          05 RI-DT-DESC      PIC X(20).
          05 FILLER          PIC X(09).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-ENRLLOG-FS       PIC X(02) VALUE SPACES.
           88 WS-ENRLLOG-OK       VALUE '00'.
       01 WS-SCHD-FS          PIC X(02) VALUE SPACES.
           88 WS-SCHD-OK          VALUE '00'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-LEDGER-FS        PIC X(02) VALUE SPACES.
           88 WS-LEDGER-OK        VALUE '00'.
       01 WS-LEDGER-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-LEDGER-EOF       VALUE 'Y'.
       01 WS-RATETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-RATETAB-OK       VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-REFINST-FS       PIC X(02) VALUE SPACES.
           88 WS-REFINST-OK       VALUE '00'.

       01 WS-BILL-TO-SW       PIC X(01) VALUE 'S'.
           88 WS-BILL-STUDENT     VALUE 'S'.
           88 WS-BILL-INST        VALUE 'I'.

       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.
       01 WS-SEL-TERM         PIC X(06).
       01 WS-TERM-START       PIC X(08) VALUE SPACES.
       01 WS-START-INT        PIC 9(09) VALUE ZERO.
       01 WS-DROP-INT         PIC 9(09) VALUE ZERO.
       01 WS-DAYS             PIC S9(05) VALUE ZERO.

      *    REFUND SCHEDULE FOR THE TERM - EACH TIER REFUNDS ITS
      *    PERCENT FOR DROPS UP TO AND INCLUDING ITS DAY COUNT AFTER
      *    THE TERM START. TIERS ARE HELD IN ASCENDING DAY ORDER AND
      *    A DROP PAST THE LAST TIER IS REFUNDED NOTHING.
       01 WS-RS-COUNT PIC 9(02) VALUE ZERO.
       01 WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-RS-COUNT
                 INDEXED BY WS-RS-IDX.
               10 WS-RS-THRU-DAYS PIC 9(03).
               10 WS-RS-PERCENT   PIC 9(03).

      *    DROPS FOR THE TERM, HELD IN STUDENT/COURSE ORDER. A LATER
      *    ADD OF THE SAME COURSE CANCELS THE DROP.
       01 WS-DROP-KEY.
           05 WS-DK-STUD-ID   PIC 9(09).
           05 WS-DK-COURSE    PIC X(08).

       01 WS-DROP-COUNT PIC 9(04) VALUE ZERO.
       01 WS-DROP-TABLE.
           05 WS-DROP-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-DROP-COUNT
                 INDEXED BY WS-DROP-IDX.
               10 WS-DR-KEY.
                  15 WS-DR-STUD-ID PIC 9(09).
                  15 WS-DR-COURSE  PIC X(08).
               10 WS-DR-CODE      PIC X(01).
               10 WS-DR-LATE-W    PIC X(01).
               10 WS-DR-DATE      PIC X(08).
       01 WS-DROP-SUB         PIC S9(04) COMP VALUE ZERO.
       01 WS-DROP-POS         PIC S9(04) COMP VALUE ZERO.

       01 WS-PREV-STUD-ID     PIC 9(09) VALUE ZERO.
       01 WS-LEDGER-STUD-ID   PIC X(09).

       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.
       01 WS-COURSE-RATE      PIC 9(05)V99 VALUE ZERO.
       01 WS-REFUND-PCT       PIC 9(03) VALUE ZERO.
       01 WS-LEDGER-CHARGED   PIC S9(07)V99 VALUE ZERO.
       01 WS-LEDGER-ADJUSTED  PIC S9(07)V99 VALUE ZERO.
       01 WS-CHARGE           PIC S9(07)V99 VALUE ZERO.
       01 WS-REFUND           PIC S9(07)V99 VALUE ZERO.
       01 WS-RETAINED         PIC S9(07)V99 VALUE ZERO.
       01 WS-ADJUSTMENT       PIC S9(07)V99 VALUE ZERO.

       01 WS-STUD-TOTALS.
           05 WS-ST-CHARGE    PIC S9(09)V99.
           05 WS-ST-REFUND    PIC S9(09)V99.
           05 WS-ST-RETAINED  PIC S9(09)V99.
           05 WS-ST-ADJUST    PIC S9(09)V99.
       01 WS-GRAND-TOTALS.
           05 WS-GT-CHARGE    PIC S9(09)V99 VALUE ZERO.
           05 WS-GT-REFUND    PIC S9(09)V99 VALUE ZERO.
           05 WS-GT-RETAINED  PIC S9(09)V99 VALUE ZERO.
           05 WS-GT-ADJUST    PIC S9(09)V99 VALUE ZERO.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(12) VALUE 'ACTION'.
           05 FILLER PIC X(10) VALUE 'DROPPED'.
           05 FILLER PIC X(05) VALUE 'DAYS'.
           05 FILLER PIC X(05) VALUE 'PCT'.
           05 FILLER PIC X(14) VALUE '      CHARGE'.
           05 FILLER PIC X(14) VALUE '      REFUND'.
           05 FILLER PIC X(14) VALUE '    RETAINED'.
           05 FILLER PIC X(15) VALUE '   ADJUSTMENT'.
           05 FILLER PIC X(12) VALUE 'NOTE'.
           05 FILLER PIC X(10) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-COURSE    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-ACTION    PIC X(11).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-DATE      PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DAYS      PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-PCT       PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-CHARGE    PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-REFUND    PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-RETAINED  PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-ADJUST    PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NOTE      PIC X(12).
           05 FILLER          PIC X(10) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL     PIC X(51).
           05 WS-TL-CHARGE    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-REFUND    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-RETAINED  PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-ADJUST    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(24) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-DROPS     PIC 9(07) VALUE ZERO.
           05 WS-CT-READDED   PIC 9(07) VALUE ZERO.
           05 WS-CT-PRICED    PIC 9(07) VALUE ZERO.
           05 WS-CT-UNBILLED  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-RATE   PIC 9(07) VALUE ZERO.
           05 WS-CT-ADJ-OUT   PIC 9(07) VALUE ZERO.
           05 WS-CT-SETTLED   PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-VISIT-DROPS PIC 9(07) VALUE ZERO.
           05 WS-CT-INST-OUT  PIC 9(07) VALUE ZERO.
           05 WS-AMT-INST     PIC S9(09)V99 VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-VIS-STUD-ID      PIC S9(9) USAGE COMP.
       01 WS-VIS-TYPE         PIC X(01).
       01 WS-VIS-HOME-INST    PIC X(06).

       LINKAGE SECTION.
       01 LR-PARM-AREA.
           05 LR-PARM-LEN  PIC S9(4) COMP.
           05 LR-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LR-PARM-AREA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            IF LR-PARM-LEN > ZERO
               MOVE LR-PARM-TEXT(1:LR-PARM-LEN) TO WS-TERM-TEXT
            END-IF.
            IF WS-TERM-TEXT = SPACES
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'REFCALC: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-SEL-TERM.

            PERFORM A000-TERM-START-PARA.
            IF WS-TERM-START = SPACES
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM A000-LOAD-SCHEDULE-PARA.

            OPEN INPUT ENRLLOG.
            IF NOT WS-ENRLLOG-OK
               DISPLAY 'REFCALC: ENRLLOG NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT ARLEDGER.
            IF NOT WS-LEDGER-OK
               DISPLAY 'REFCALC: ARLEDGER NOT AVAILABLE - STATUS '
                       WS-LEDGER-FS ' - NO REFUNDS CALCULATED'
               MOVE 16 TO RETURN-CODE
               CLOSE ENRLLOG
               GOBACK
            END-IF.
            OPEN INPUT RATETAB.
            IF NOT WS-RATETAB-OK
               DISPLAY 'REFCALC: RATETAB NOT AVAILABLE - CANNOT '
                       'PRICE DROPPED COURSES'
               MOVE 16 TO RETURN-CODE
               CLOSE ENRLLOG
               CLOSE ARLEDGER
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'REFCALC: CRSETAB NOT AVAILABLE - CANNOT '
                       'PRICE CREDIT HOURS'
               MOVE 16 TO RETURN-CODE
               CLOSE ENRLLOG
               CLOSE ARLEDGER
               CLOSE RATETAB
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ ENRLLOG
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-TALLY-PARA
               END-READ

            END-PERFORM.

            CLOSE ENRLLOG.

            MOVE 'REFCALC' TO RH-PROGRAM-ID.
            MOVE 'TUITION REFUNDS ON DROPPED COURSES'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT RPTFILE.
            OPEN OUTPUT REFADJ.
            OPEN EXTEND REFINST.
            IF NOT WS-REFINST-OK
               OPEN OUTPUT REFINST
            END-IF.

            MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
            PERFORM PRINT-LINE-PARA.
            MOVE SPACES TO WS-PRINT-WORK.
            PERFORM PRINT-LINE-PARA.

            PERFORM VARYING WS-DROP-IDX FROM 1 BY 1
                    UNTIL WS-DROP-IDX > WS-DROP-COUNT
               IF WS-DR-CODE(WS-DROP-IDX) = 'I'
                  ADD 1 TO WS-CT-READDED
               ELSE
                  IF WS-DR-STUD-ID(WS-DROP-IDX) NOT = WS-PREV-STUD-ID
                     IF WS-PREV-STUD-ID NOT = ZERO
                        PERFORM A000-STUDENT-BREAK-PARA
                     END-IF
                     MOVE WS-DR-STUD-ID(WS-DROP-IDX)
                       TO WS-PREV-STUD-ID
                     INITIALIZE WS-STUD-TOTALS
                     PERFORM A000-BILL-TO-PARA
                  END-IF
                  PERFORM A000-PRICE-DROP-PARA
               END-IF
            END-PERFORM.
            IF WS-PREV-STUD-ID NOT = ZERO
               PERFORM A000-STUDENT-BREAK-PARA
            END-IF.

            MOVE SPACES TO WS-PRINT-WORK.
            PERFORM PRINT-LINE-PARA.
            MOVE SPACES TO WS-TOTAL-LINE.
            MOVE 'GRAND TOTAL' TO WS-TL-LABEL.
            MOVE WS-GT-CHARGE   TO WS-TL-CHARGE.
            MOVE WS-GT-REFUND   TO WS-TL-REFUND.
            MOVE WS-GT-RETAINED TO WS-TL-RETAINED.
            MOVE WS-GT-ADJUST   TO WS-TL-ADJUST.
            MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
            PERFORM PRINT-LINE-PARA.

            CLOSE ARLEDGER.
            CLOSE RATETAB.
            CLOSE CRSETAB.
            CLOSE REFADJ.
            CLOSE REFINST.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-TERM-START-PARA.
             OPEN INPUT TERMTAB.
             IF NOT WS-TERMTAB-OK
                DISPLAY 'REFCALC: TERMTAB NOT AVAILABLE - CANNOT '
                        'DATE DROPS FROM TERM START'
             ELSE
                MOVE WS-SEL-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        DISPLAY 'REFCALC: TERM ' WS-SEL-TERM
                                ' NOT ON TERMTAB'
                   NOT INVALID KEY
                        IF TM-START-DATE IS NUMERIC
                           MOVE TM-START-DATE TO WS-TERM-START
                           COMPUTE WS-START-INT = FUNCTION
                                   INTEGER-OF-DATE(FUNCTION NUMVAL(
                                   WS-TERM-START))
                        ELSE
                           DISPLAY 'REFCALC: TERM ' WS-SEL-TERM
                                   ' HAS NO START DATE ON TERMTAB'
                        END-IF
                END-READ
                CLOSE TERMTAB
             END-IF.

       A000-LOAD-SCHEDULE-PARA.
             OPEN INPUT REFSCHD.
             IF WS-SCHD-OK
                PERFORM UNTIL WS-EOF = 'Y'
                   READ REFSCHD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                     IF RSCHD-TERM = WS-SEL-TERM
                        AND RSCHD-THRU-DAYS IS NUMERIC
                        AND RSCHD-PERCENT IS NUMERIC
                        AND RSCHD-PERCENT NOT > 100
                        AND WS-RS-COUNT < 10
                        ADD 1 TO WS-RS-COUNT
                        MOVE RSCHD-THRU-DAYS
                          TO WS-RS-THRU-DAYS(WS-RS-COUNT)
                        MOVE RSCHD-PERCENT
                          TO WS-RS-PERCENT(WS-RS-COUNT)
                     END-IF
                   END-READ
                END-PERFORM
                CLOSE REFSCHD
                MOVE SPACE TO WS-EOF
             END-IF.
             IF WS-RS-COUNT = ZERO
                DISPLAY 'REFCALC: NO REFUND SCHEDULE FOR TERM '
                        WS-SEL-TERM ' - USING 100 PERCENT THROUGH '
                        'DAY 7, 50 PERCENT THROUGH DAY 21'
                MOVE 2 TO WS-RS-COUNT
                MOVE 7   TO WS-RS-THRU-DAYS(1)
                MOVE 100 TO WS-RS-PERCENT(1)
                MOVE 21  TO WS-RS-THRU-DAYS(2)
                MOVE 50  TO WS-RS-PERCENT(2)
             END-IF.

      *    ONLY SUCCESSFUL ADDS AND DROPS FOR THE TERM ARE KEPT. THE
      *    LAST ACTION LOGGED FOR A STUDENT AND COURSE IS THE ONE THAT
      *    IS PRICED.
       A000-TALLY-PARA.
             IF ENRL-SQLCODE IS NUMERIC AND ENRL-SQLCODE = 0
                AND ENRL-COURSE NOT = SPACES
                AND ENRL-TERM = WS-SEL-TERM
                MOVE ENRL-STUD-ID TO WS-DK-STUD-ID
                MOVE ENRL-COURSE  TO WS-DK-COURSE
                EVALUATE ENRL-CODE
                WHEN 'I'
                WHEN 'V'
                     PERFORM A000-FIND-DROP-PARA
                     IF WS-DROP-POS <= WS-DROP-COUNT
                        IF WS-DR-KEY(WS-DROP-POS) = WS-DROP-KEY
                           MOVE 'I' TO WS-DR-CODE(WS-DROP-POS)
                        END-IF
                     END-IF
                WHEN 'D'
                WHEN 'N'
                WHEN 'X'
                     ADD 1 TO WS-CT-DROPS
                     PERFORM A000-FIND-DROP-PARA
                     IF WS-DROP-POS > WS-DROP-COUNT
                        PERFORM A000-INSERT-DROP-PARA
                     ELSE
                        IF WS-DR-KEY(WS-DROP-POS) NOT = WS-DROP-KEY
                           PERFORM A000-INSERT-DROP-PARA
                        END-IF
                     END-IF
                     IF WS-DROP-POS <= WS-DROP-COUNT
                        MOVE ENRL-CODE     TO WS-DR-CODE(WS-DROP-POS)
                        MOVE ENRL-BUS-DATE TO WS-DR-DATE(WS-DROP-POS)
                        IF ENRL-RESULT(1:9) = 'LATE DROP'
                           MOVE 'Y' TO WS-DR-LATE-W(WS-DROP-POS)
                        ELSE
                           MOVE 'N' TO WS-DR-LATE-W(WS-DROP-POS)
                        END-IF
                     END-IF
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
             END-IF.

      *    SETS WS-DROP-POS TO THE ENTRY FOR WS-DROP-KEY, OR TO WHERE
      *    IT BELONGS IF IT IS NOT IN THE TABLE YET.
       A000-FIND-DROP-PARA.
             COMPUTE WS-DROP-POS = WS-DROP-COUNT + 1.
             IF WS-DROP-COUNT > ZERO
                SET WS-DROP-IDX TO 1
                SEARCH WS-DROP-ENTRY
                   AT END
                        CONTINUE
                   WHEN WS-DR-KEY(WS-DROP-IDX) NOT < WS-DROP-KEY
                        SET WS-DROP-POS TO WS-DROP-IDX
                END-SEARCH
             END-IF.

       A000-INSERT-DROP-PARA.
             IF WS-DROP-COUNT < 2000
                ADD 1 TO WS-DROP-COUNT
                PERFORM VARYING WS-DROP-SUB FROM WS-DROP-COUNT BY -1
                        UNTIL WS-DROP-SUB <= WS-DROP-POS
                   MOVE WS-DROP-ENTRY(WS-DROP-SUB - 1)
                     TO WS-DROP-ENTRY(WS-DROP-SUB)
                END-PERFORM
                MOVE WS-DROP-KEY TO WS-DR-KEY(WS-DROP-POS)
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
                DISPLAY 'REFCALC: DROP TABLE FULL - STUD-ID '
                        ENRL-STUD-ID ' COURSE ' ENRL-COURSE
                        ' NOT PRICED'
                COMPUTE WS-DROP-POS = WS-DROP-COUNT + 1
             END-IF.

      *    THE REFUND IS TAKEN FROM WHAT THE LEDGER HAS CHARGED FOR THE
      *    COURSE (TUITION AND ANY COURSE FEE), OR FROM THE RATE TABLE
      *    TUITION WHEN THE COURSE WAS DROPPED BEFORE IT WAS EVER
      *    BILLED. THE ADJUSTMENT WRITTEN BRINGS THE LEDGER FOR THE
      *    COURSE TO THE RETAINED CHARGE, SO A RERUN WRITES NOTHING FOR
      *    A DROP ALREADY SETTLED.
       A000-PRICE-DROP-PARA.
             ADD 1 TO WS-CT-PRICED.
             MOVE SPACES TO WS-DETAIL-LINE.
             MOVE WS-DR-STUD-ID(WS-DROP-IDX) TO WS-DL-STUD-ID.
             MOVE WS-DR-COURSE(WS-DROP-IDX)  TO WS-DL-COURSE.
             MOVE WS-DR-DATE(WS-DROP-IDX)    TO WS-DL-DATE.
             EVALUATE TRUE
             WHEN WS-DR-CODE(WS-DROP-IDX) = 'X'
                  MOVE 'CANCELLED'   TO WS-DL-ACTION
             WHEN WS-DR-CODE(WS-DROP-IDX) = 'N'
                  MOVE 'ADMIN DROP'  TO WS-DL-ACTION
             WHEN WS-DR-LATE-W(WS-DROP-IDX) = 'Y'
                  MOVE 'LATE DROP W' TO WS-DL-ACTION
             WHEN OTHER
                  MOVE 'DROP'        TO WS-DL-ACTION
             END-EVALUATE.

             MOVE ZERO TO WS-DAYS.
             IF WS-DR-DATE(WS-DROP-IDX) IS NUMERIC
                COMPUTE WS-DROP-INT = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-DR-DATE(WS-DROP-IDX)))
                COMPUTE WS-DAYS = WS-DROP-INT - WS-START-INT
                IF WS-DAYS < ZERO
                   MOVE ZERO TO WS-DAYS
                END-IF
             END-IF.

             IF WS-DR-CODE(WS-DROP-IDX) = 'X'
                MOVE 100 TO WS-REFUND-PCT
             ELSE
                MOVE ZERO TO WS-REFUND-PCT
                SET WS-RS-IDX TO 1
                SEARCH WS-RS-ENTRY
                   AT END
                        CONTINUE
                   WHEN WS-RS-THRU-DAYS(WS-RS-IDX) >= WS-DAYS
                        MOVE WS-RS-PERCENT(WS-RS-IDX)
                          TO WS-REFUND-PCT
                END-SEARCH
             END-IF.

             IF WS-BILL-INST
                PERFORM A000-VISITOR-DROP-PARA
             ELSE
                PERFORM A000-STUDENT-DROP-PARA
             END-IF.

             MOVE WS-DAYS       TO WS-DL-DAYS.
             MOVE WS-REFUND-PCT TO WS-DL-PCT.
             MOVE WS-CHARGE     TO WS-DL-CHARGE.
             MOVE WS-REFUND     TO WS-DL-REFUND.
             MOVE WS-RETAINED   TO WS-DL-RETAINED.
             MOVE WS-ADJUSTMENT TO WS-DL-ADJUST.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

             ADD WS-CHARGE     TO WS-ST-CHARGE.
             ADD WS-REFUND     TO WS-ST-REFUND.
             ADD WS-RETAINED   TO WS-ST-RETAINED.
             ADD WS-ADJUSTMENT TO WS-ST-ADJUST.

       A000-STUDENT-DROP-PARA.
             PERFORM A000-LEDGER-COURSE-PARA.
             IF WS-LEDGER-CHARGED > ZERO
                MOVE WS-LEDGER-CHARGED TO WS-CHARGE
             ELSE
                ADD 1 TO WS-CT-UNBILLED
                MOVE 'NOT BILLED' TO WS-DL-NOTE
                PERFORM A000-RATE-PRICE-PARA
             END-IF.

             COMPUTE WS-REFUND ROUNDED =
                     WS-CHARGE * WS-REFUND-PCT / 100.
             COMPUTE WS-RETAINED = WS-CHARGE - WS-REFUND.
             COMPUTE WS-ADJUSTMENT = WS-RETAINED
                     - WS-LEDGER-CHARGED - WS-LEDGER-ADJUSTED.

             IF WS-ADJUSTMENT = ZERO
                ADD 1 TO WS-CT-SETTLED
                IF WS-DL-NOTE = SPACES
                   MOVE 'ON LEDGER' TO WS-DL-NOTE
                END-IF
             ELSE
                PERFORM A000-WRITE-ADJ-PARA
             END-IF.

      *    A VISITING STUDENT'S TUITION IS BILLED TO THE HOME
      *    INSTITUTION, NOT THE LEDGER, SO NOTHING GOES TO REFADJ. THE
      *    CHARGE IS PRICED FROM THE RATE TABLE AND ANY PART RETAINED
      *    IS QUEUED ON REFINST FOR THE PARTNER'S NEXT INVOICE.
       A000-VISITOR-DROP-PARA.
             ADD 1 TO WS-CT-VISIT-DROPS.
             PERFORM A000-RATE-PRICE-PARA.
             COMPUTE WS-REFUND ROUNDED =
                     WS-CHARGE * WS-REFUND-PCT / 100.
             COMPUTE WS-RETAINED = WS-CHARGE - WS-REFUND.
             MOVE ZERO TO WS-ADJUSTMENT.
             IF WS-DL-NOTE = SPACES
                STRING 'TO ' WS-VIS-HOME-INST DELIMITED BY SIZE
                       INTO WS-DL-NOTE
                END-STRING
             END-IF.
             IF WS-RETAINED > ZERO
                PERFORM A000-WRITE-INST-PARA
             END-IF.

       A000-WRITE-INST-PARA.
             MOVE SPACES TO RINST-REC.
             MOVE WS-VIS-HOME-INST           TO RI-INST-CODE.
             MOVE 'DT'                       TO RI-DT-MARKER.
             MOVE WS-DR-STUD-ID(WS-DROP-IDX) TO RI-DT-STUD-ID.
             MOVE WS-DR-COURSE(WS-DROP-IDX)  TO RI-DT-COURSE.
             MOVE WS-COURSE-HOURS            TO RI-DT-HOURS.
             MOVE WS-COURSE-RATE             TO RI-DT-RATE.
             MOVE WS-RETAINED                TO RI-DT-AMOUNT.
             MOVE WS-SEL-TERM                TO RI-DT-TERM.
             MOVE 'TU'                       TO RI-DT-FEE-TYPE.
             MOVE '+'                        TO RI-DT-SIGN.
             MOVE 'RETAINED ON DROP'         TO RI-DT-DESC.
             WRITE RINST-REC.
             ADD 1 TO WS-CT-INST-OUT.
             ADD WS-RETAINED TO WS-AMT-INST.

      *    VISITING STUDENTS WITH A HOME INSTITUTION ARE BILLED TO IT,
      *    AS IN TUITCALC. ANYONE ELSE, OR A STUDENT NOT FOUND, IS
      *    PRICED AGAINST THEIR OWN LEDGER.
       A000-BILL-TO-PARA.
             SET WS-BILL-STUDENT TO TRUE.
             MOVE WS-PREV-STUD-ID TO WS-VIS-STUD-ID.
             MOVE 'R'    TO WS-VIS-TYPE.
             MOVE SPACES TO WS-VIS-HOME-INST.
             EXEC SQL
                  SELECT STUD_TYPE, HOME_INST
                    INTO :WS-VIS-TYPE, :WS-VIS-HOME-INST
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-VIS-STUD-ID
             END-EXEC.
             IF SQLCODE = 0
                IF WS-VIS-TYPE = 'V' AND WS-VIS-HOME-INST NOT = SPACES
                   SET WS-BILL-INST TO TRUE
                END-IF
             ELSE
                IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'REFCALC: STUDENT TYPE LOOKUP FAILED FOR '
                           WS-PREV-STUD-ID ' SQLCODE '
                           WS-SQLCODE-DISPLAY
                END-IF
             END-IF.

       A000-LEDGER-COURSE-PARA.
             MOVE ZERO TO WS-LEDGER-CHARGED.
             MOVE ZERO TO WS-LEDGER-ADJUSTED.
             MOVE 'N' TO WS-LEDGER-EOF-SW.
             MOVE WS-DR-STUD-ID(WS-DROP-IDX) TO WS-LEDGER-STUD-ID.
             MOVE WS-LEDGER-STUD-ID TO ARL-STUD-ID.
             MOVE ZERO TO ARL-SEQ.
             START ARLEDGER KEY IS GREATER THAN ARL-KEY
                 INVALID KEY SET WS-LEDGER-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-LEDGER-EOF
                READ ARLEDGER NEXT RECORD
                    AT END SET WS-LEDGER-EOF TO TRUE
                    NOT AT END
                         IF ARL-STUD-ID NOT = WS-LEDGER-STUD-ID
                            SET WS-LEDGER-EOF TO TRUE
                         ELSE
                            IF ARL-TERM = WS-SEL-TERM
                               AND ARL-REF(1:8) =
                                   WS-DR-COURSE(WS-DROP-IDX)
                               AND (ARL-REF(9:2) = SPACES
                                    OR ARL-REF(9:2) = 'CF')
                               EVALUATE ARL-ENTRY-TYPE
                               WHEN 'C'
                                    ADD ARL-AMOUNT
                                     TO WS-LEDGER-CHARGED
                               WHEN 'A'
                                    ADD ARL-AMOUNT
                                     TO WS-LEDGER-ADJUSTED
                               WHEN OTHER
                                    CONTINUE
                               END-EVALUATE
                            END-IF
                         END-IF
                END-READ
             END-PERFORM.

       A000-RATE-PRICE-PARA.
             MOVE ZERO TO WS-COURSE-HOURS.
             MOVE ZERO TO WS-COURSE-RATE.
             MOVE SPACES TO CR-DEPT-CODE.
             MOVE WS-DR-COURSE(WS-DROP-IDX) TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     IF CR-CREDIT-HRS IS NUMERIC
                        MOVE CR-CREDIT-HRS TO WS-COURSE-HOURS
                     END-IF
             END-READ.
             MOVE WS-DR-COURSE(WS-DROP-IDX) TO RT-RATE-KEY.
             READ RATETAB RECORD
                INVALID KEY
                     PERFORM A000-DEPT-RATE-PARA
                NOT INVALID KEY
                     IF RT-TYPE-HOURLY
                        MOVE RT-RATE-PER-HR TO WS-COURSE-RATE
                     ELSE
                        PERFORM A000-DEPT-RATE-PARA
                     END-IF
             END-READ.
             COMPUTE WS-CHARGE = WS-COURSE-HOURS * WS-COURSE-RATE.

       A000-DEPT-RATE-PARA.
             IF CR-DEPT-CODE NOT = SPACES
                MOVE SPACES TO RT-RATE-KEY
                MOVE CR-DEPT-CODE TO RT-RATE-KEY(1:3)
                READ RATETAB RECORD
                   INVALID KEY
                        ADD 1 TO WS-CT-NO-RATE
                        MOVE 'NO RATE' TO WS-DL-NOTE
                   NOT INVALID KEY
                        MOVE RT-RATE-PER-HR TO WS-COURSE-RATE
                END-READ
             ELSE
                ADD 1 TO WS-CT-NO-RATE
                MOVE 'NO RATE' TO WS-DL-NOTE
             END-IF.

      *    RETAINED CHARGES NOT YET ON THE LEDGER GO OUT AS '+'
      *    ADJUSTMENTS, REFUNDED CHARGES ALREADY BILLED AS '-'.
       A000-WRITE-ADJ-PARA.
             MOVE SPACES TO RADJ-REC.
             MOVE 'A' TO RADJ-TYPE.
             MOVE WS-DR-STUD-ID(WS-DROP-IDX) TO RADJ-STUD-ID.
             IF WS-ADJUSTMENT < ZERO
                COMPUTE RADJ-AMOUNT = ZERO - WS-ADJUSTMENT
                MOVE '-' TO RADJ-SIGN
             ELSE
                MOVE WS-ADJUSTMENT TO RADJ-AMOUNT
                MOVE '+' TO RADJ-SIGN
             END-IF.
             MOVE WS-SEL-TERM TO RADJ-TERM.
             MOVE WS-DR-COURSE(WS-DROP-IDX) TO RADJ-REF.
             IF WS-DR-DATE(WS-DROP-IDX) IS NUMERIC
                MOVE WS-DR-DATE(WS-DROP-IDX) TO RADJ-DATE
             ELSE
                MOVE WS-BUS-DATE TO RADJ-DATE
             END-IF.
             WRITE RADJ-REC.
             ADD 1 TO WS-CT-ADJ-OUT.

       A000-STUDENT-BREAK-PARA.
             MOVE SPACES TO WS-TOTAL-LINE.
             STRING 'TOTAL FOR STUDENT ' WS-PREV-STUD-ID
                    DELIMITED BY SIZE INTO WS-TL-LABEL.
             MOVE WS-ST-CHARGE   TO WS-TL-CHARGE.
             MOVE WS-ST-REFUND   TO WS-TL-REFUND.
             MOVE WS-ST-RETAINED TO WS-TL-RETAINED.
             MOVE WS-ST-ADJUST   TO WS-TL-ADJUST.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             ADD WS-ST-CHARGE   TO WS-GT-CHARGE.
             ADD WS-ST-REFUND   TO WS-GT-REFUND.
             ADD WS-ST-RETAINED TO WS-GT-RETAINED.
             ADD WS-ST-ADJUST   TO WS-GT-ADJUST.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'REFCALC RUN CONTROL TOTALS'.
             DISPLAY 'TERM ........................ ' WS-SEL-TERM.
             DISPLAY 'TERM START DATE ............. ' WS-TERM-START.
             DISPLAY 'ENRLLOG RECORDS READ ........ ' WS-CT-READ.
             DISPLAY 'DROPS LOGGED FOR TERM ....... ' WS-CT-DROPS.
             DISPLAY 'DROPS LATER RE-ADDED ........ ' WS-CT-READDED.
             DISPLAY 'DROPPED COURSES PRICED ...... ' WS-CT-PRICED.
             DISPLAY '  OF WHICH NEVER BILLED ..... ' WS-CT-UNBILLED.
             DISPLAY 'COURSES WITHOUT RATE ........ ' WS-CT-NO-RATE.
             DISPLAY 'ALREADY SETTLED ON LEDGER ... ' WS-CT-SETTLED.
             DISPLAY 'ADJUSTMENTS WRITTEN ......... ' WS-CT-ADJ-OUT.
             DISPLAY 'VISITOR DROPS (HOME INST) ... '
                     WS-CT-VISIT-DROPS.
             DISPLAY 'RETAINED CHARGES TO REFINST . ' WS-CT-INST-OUT.
             DISPLAY 'RETAINED FROM HOME INSTS .... ' WS-AMT-INST.
             DISPLAY 'DROPS NOT TABLED ............ ' WS-CT-OVERFLOW.
             DISPLAY 'TOTAL REFUNDED .............. ' WS-GT-REFUND.
             DISPLAY 'TOTAL RETAINED .............. ' WS-GT-RETAINED.
             DISPLAY 'NET ADJUSTMENT .............. ' WS-GT-ADJUST.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-NO-RATE > ZERO OR WS-CT-OVERFLOW > ZERO
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
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
             MOVE 2 TO WS-LINE-COUNT.
