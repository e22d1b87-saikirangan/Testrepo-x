       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTPRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT BILLFILE ASSIGN TO BILLFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BILL-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
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
       01 BILL-STUDENT REDEFINES BILL-REC.
          05 BL-ST-MARKER    PIC X(02).
          05 BL-ST-STUD-ID   PIC 9(09).
          05 FILLER          PIC X(01).
          05 BL-ST-COURSES   PIC 9(03).
          05 FILLER          PIC X(01).
          05 BL-ST-HOURS     PIC 9(03).
          05 FILLER          PIC X(01).
          05 BL-ST-AMOUNT    PIC 9(09)V99.
          05 FILLER          PIC X(49).
       01 BILL-TRAILER REDEFINES BILL-REC.
          05 BL-TR-MARKER    PIC X(02).
          05 BL-TR-STUDENTS  PIC 9(07).
          05 BL-TR-DETAILS   PIC 9(07).
          05 BL-TR-AMOUNT    PIC 9(11)V99.
          05 FILLER          PIC X(51).
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

       01 WS-BILL-FS          PIC X(02) VALUE SPACES.
           88 WS-BILL-OK          VALUE '00'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-TERMTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-TERMTAB-AVAILABLE VALUE 'Y'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.

       01 WS-STMT-SW          PIC X(01) VALUE 'N'.
           88 WS-STMT-OPEN        VALUE 'Y'.
       01 WS-TRAILER-SW       PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN     VALUE 'Y'.

       01 WS-CURR-STUD-ID     PIC 9(09) VALUE ZERO.
       01 WS-CURR-TERM        PIC X(06) VALUE SPACES.
       01 WS-DUE-TERM         PIC X(06) VALUE SPACES.
       01 WS-DUE-DATE         PIC X(08) VALUE SPACES.
       01 WS-DUE-DATE-ED      PIC X(10) VALUE SPACES.
       01 WS-STMT-AMOUNT      PIC S9(09)V99 VALUE ZERO.

       01 WS-DT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-ST-TOTAL         PIC S9(11)V99 VALUE ZERO.

       01 WS-ADDR-LINE.
           05 WS-AL-CITY      PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-AL-STATE     PIC X(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-AL-POSTAL    PIC X(09).
           05 FILLER          PIC X(102) VALUE SPACES.

       01 WS-ID-LINE.
           05 FILLER          PIC X(12) VALUE 'STUDENT ID: '.
           05 WS-IL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 WS-IL-TERM      PIC X(06).
           05 FILLER          PIC X(89) VALUE SPACES.

       01 WS-CONT-LINE.
           05 FILLER          PIC X(12) VALUE 'STUDENT ID: '.
           05 WS-CL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(12) VALUE ' (CONTINUED)'.
           05 FILLER          PIC X(99) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(32) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(07) VALUE 'HOURS'.
           05 FILLER PIC X(12) VALUE '     RATE'.
           05 FILLER PIC X(16) VALUE '         AMOUNT'.
           05 FILLER PIC X(55) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-COURSE    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DESC      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-HOURS     PIC ZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-DL-RATE      PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05 WS-DL-CR        PIC X(03).
           05 FILLER          PIC X(56) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL     PIC X(59).
           05 WS-TL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(59) VALUE SPACES.

       01 WS-STUB-LINE.
           05 WS-SL-LABEL     PIC X(20).
           05 WS-SL-VALUE     PIC X(30).
           05 FILLER          PIC X(82) VALUE SPACES.
       01 WS-STUB-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-DETAILS   PIC 9(07) VALUE ZERO.
           05 WS-CT-STMTS     PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-ADDR   PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-DUE    PIC 9(07) VALUE ZERO.
           05 WS-CT-UNMATCHED PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).

       01  DCLADDRESS.
           10 WS-ADR-STREET            PIC X(25).
           10 WS-ADR-CITY              PIC X(15).
           10 WS-ADR-STATE             PIC X(02).
           10 WS-ADR-POSTAL            PIC X(09).

       PROCEDURE DIVISION.

            OPEN INPUT BILLFILE.
            IF NOT WS-BILL-OK
               DISPLAY 'STMTPRT: BILLFILE NOT AVAILABLE - NO '
                       'STATEMENTS PRINTED'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT TERMTAB.
            IF WS-TERMTAB-OK
               SET WS-TERMTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'STMTPRT: TERMTAB NOT AVAILABLE - DUE DATES '
                       'NOT PRINTED'
            END-IF.
            OPEN INPUT CRSETAB.
            IF WS-CRSETAB-OK
               SET WS-CRSETAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'STMTPRT: CRSETAB NOT AVAILABLE - COURSE '
                       'TITLES NOT PRINTED'
            END-IF.

            MOVE 'STMTPRT' TO RH-PROGRAM-ID.
            MOVE 'TERM BILLING STATEMENT' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT RPTFILE.

            PERFORM UNTIL WS-EOF = 'Y'

               READ BILLFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-BILL-RECORD-PARA
               END-READ

            END-PERFORM.

            CLOSE BILLFILE.
            IF WS-TERMTAB-AVAILABLE
               CLOSE TERMTAB
            END-IF.
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-BILL-RECORD-PARA.
             EVALUATE BL-MARKER
             WHEN 'DT'
                  IF NOT WS-STMT-OPEN
                     OR BL-DT-STUD-ID NOT = WS-CURR-STUD-ID
                     IF WS-STMT-OPEN
                        ADD 1 TO WS-CT-UNMATCHED
                        DISPLAY 'STMTPRT: NO ST RECORD FOR STUD-ID '
                                WS-CURR-STUD-ID
                     END-IF
                     PERFORM A000-START-STMT-PARA
                  END-IF
                  PERFORM A000-DETAIL-PARA
             WHEN 'ST'
                  IF WS-STMT-OPEN
                     AND BL-ST-STUD-ID = WS-CURR-STUD-ID
                     PERFORM A000-END-STMT-PARA
                  ELSE
                     ADD 1 TO WS-CT-UNMATCHED
                     DISPLAY 'STMTPRT: ST RECORD WITHOUT DETAILS FOR '
                             'STUD-ID ' BL-ST-STUD-ID
                  END-IF
             WHEN 'TR'
                  SET WS-TRAILER-SEEN TO TRUE
                  PERFORM A000-TRAILER-PARA
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

      *    EVERY STATEMENT STARTS ON A NEW PAGE WITH THE MAILING BLOCK
      *    FROM STUD_STUDENT AND STUD_ADDRESS.
       A000-START-STMT-PARA.
             MOVE 'N' TO WS-STMT-SW.
             MOVE BL-DT-STUD-ID TO WS-CURR-STUD-ID.
             MOVE BL-DT-TERM    TO WS-CURR-TERM.
             MOVE ZERO TO WS-STMT-AMOUNT.
             PERFORM A000-DUE-DATE-PARA.
             PERFORM A000-ADDRESS-PARA.

             PERFORM NEW-PAGE-PARA.
             MOVE WS-CURR-STUD-ID TO WS-IL-STUD-ID.
             MOVE WS-CURR-TERM    TO WS-IL-TERM.
             MOVE WS-ID-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-STUD-NAME TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-ADR-STREET TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-ADR-CITY   TO WS-AL-CITY.
             MOVE WS-ADR-STATE  TO WS-AL-STATE.
             MOVE WS-ADR-POSTAL TO WS-AL-POSTAL.
             MOVE WS-ADDR-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             SET WS-STMT-OPEN TO TRUE.

       A000-ADDRESS-PARA.
             MOVE WS-CURR-STUD-ID TO WS-STUD-ID.
             MOVE SPACES TO WS-STUD-NAME.
             EXEC SQL
                  SELECT STUD_NAME
                    INTO :WS-STUD-NAME
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE NOT = 0
                MOVE '*** NOT ON STUD_STUDENT ***' TO WS-STUD-NAME
             END-IF.
             MOVE SPACES TO DCLADDRESS.
             EXEC SQL
                  SELECT STREET, CITY, STATE, POSTAL_CODE
                    INTO :WS-ADR-STREET, :WS-ADR-CITY,
                         :WS-ADR-STATE, :WS-ADR-POSTAL
                    FROM STUD_ADDRESS
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-NO-ADDR
                MOVE SPACES TO DCLADDRESS
                MOVE '** NO ADDRESS ON FILE **'
                  TO WS-ADR-STREET
                IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'STMTPRT: DB2 ERROR ON STUD_ADDRESS - '
                           'SQLCODE ' WS-SQLCODE-DISPLAY
                END-IF
             END-IF.

      *    THE DUE DATE IS THE TERM'S PAYMENT DUE DATE, OR THE TERM
      *    START DATE WHEN NONE HAS BEEN SET.
       A000-DUE-DATE-PARA.
             IF WS-CURR-TERM NOT = WS-DUE-TERM
                MOVE WS-CURR-TERM TO WS-DUE-TERM
                MOVE SPACES TO WS-DUE-DATE
                IF WS-TERMTAB-AVAILABLE
                   MOVE WS-CURR-TERM TO TM-TERM-CODE
                   READ TERMTAB RECORD
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF TM-PAY-DUE-DATE IS NUMERIC
                              MOVE TM-PAY-DUE-DATE TO WS-DUE-DATE
                           ELSE
                              IF TM-START-DATE IS NUMERIC
                                 MOVE TM-START-DATE TO WS-DUE-DATE
                              END-IF
                           END-IF
                   END-READ
                END-IF
                IF WS-DUE-DATE = SPACES
                   DISPLAY 'STMTPRT: NO DUE DATE FOR TERM '
                           WS-CURR-TERM
                   MOVE 'SEE BURSAR' TO WS-DUE-DATE-ED
                ELSE
                   STRING WS-DUE-DATE(1:4) '-' WS-DUE-DATE(5:2) '-'
                          WS-DUE-DATE(7:2)
                          DELIMITED BY SIZE INTO WS-DUE-DATE-ED
                END-IF
             END-IF.
             IF WS-DUE-DATE = SPACES
                ADD 1 TO WS-CT-NO-DUE
             END-IF.

       A000-DETAIL-PARA.
             ADD 1 TO WS-CT-DETAILS.
             MOVE SPACES TO WS-DETAIL-LINE.
             MOVE BL-DT-COURSE TO WS-DL-COURSE.
             IF BL-DT-FEE-TYPE = SPACES
                PERFORM A000-COURSE-TITLE-PARA
                MOVE BL-DT-HOURS TO WS-DL-HOURS
                MOVE BL-DT-RATE  TO WS-DL-RATE
             ELSE
                MOVE BL-DT-DESC TO WS-DL-DESC
                IF BL-DT-FEE-TYPE = 'BD'
                   MOVE BL-DT-HOURS TO WS-DL-HOURS
                   MOVE BL-DT-RATE  TO WS-DL-RATE
                END-IF
             END-IF.
             MOVE BL-DT-AMOUNT TO WS-DL-AMOUNT.
             IF BL-DT-SIGN = '-'
                MOVE ' CR' TO WS-DL-CR
                SUBTRACT BL-DT-AMOUNT FROM WS-STMT-AMOUNT
                SUBTRACT BL-DT-AMOUNT FROM WS-DT-TOTAL
             ELSE
                ADD BL-DT-AMOUNT TO WS-STMT-AMOUNT
                ADD BL-DT-AMOUNT TO WS-DT-TOTAL
             END-IF.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-COURSE-TITLE-PARA.
             MOVE SPACES TO WS-DL-DESC.
             IF WS-CRSETAB-AVAILABLE
                MOVE BL-DT-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE CR-TITLE TO WS-DL-DESC
                END-READ
             END-IF.
             IF BL-DT-BASIS = 'A'
                MOVE 'AUDIT' TO WS-DL-DESC(25:6)
             END-IF.

      *    THE TERM TOTAL IS TAKEN FROM THE ST RECORD; A STUDENT WHOSE
      *    DETAIL LINES DO NOT ADD UP TO IT IS REPORTED.
       A000-END-STMT-PARA.
             ADD 1 TO WS-CT-STMTS.
             ADD BL-ST-AMOUNT TO WS-ST-TOTAL.
             IF BL-ST-AMOUNT NOT = WS-STMT-AMOUNT
                ADD 1 TO WS-CT-UNMATCHED
                DISPLAY 'STMTPRT: DETAILS DO NOT AGREE WITH ST TOTAL '
                        'FOR STUD-ID ' WS-CURR-STUD-ID
             END-IF.
             IF WS-LINE-COUNT > 48
                PERFORM NEW-PAGE-PARA
             END-IF.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-TOTAL-LINE.
             MOVE 'TERM TOTAL' TO WS-TL-LABEL.
             MOVE BL-ST-AMOUNT TO WS-TL-AMOUNT.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-STUB-LINE.
             MOVE 'PAYMENT DUE BY' TO WS-SL-LABEL.
             MOVE WS-DUE-DATE-ED TO WS-SL-VALUE.
             MOVE WS-STUB-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM PRINT-LINE-PARA.
             MOVE ALL '- ' TO WS-PRINT-WORK(1:80).
             PERFORM PRINT-LINE-PARA.
             MOVE 'DETACH AND RETURN THIS PORTION WITH YOUR PAYMENT'
               TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-STUB-LINE.
             MOVE 'STUDENT ID' TO WS-SL-LABEL.
             MOVE WS-CURR-STUD-ID TO WS-SL-VALUE.
             MOVE WS-STUB-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'NAME' TO WS-SL-LABEL.
             MOVE WS-STUD-NAME TO WS-SL-VALUE.
             MOVE WS-STUB-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'TERM' TO WS-SL-LABEL.
             MOVE WS-CURR-TERM TO WS-SL-VALUE.
             MOVE WS-STUB-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'AMOUNT DUE' TO WS-SL-LABEL.
             MOVE BL-ST-AMOUNT TO WS-STUB-AMOUNT.
             MOVE WS-STUB-AMOUNT TO WS-SL-VALUE.
             MOVE WS-STUB-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'DUE BY' TO WS-SL-LABEL.
             MOVE WS-DUE-DATE-ED TO WS-SL-VALUE.
             MOVE WS-STUB-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'AMOUNT ENCLOSED' TO WS-SL-LABEL.
             MOVE '______________' TO WS-SL-VALUE.
             MOVE WS-STUB-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'N' TO WS-STMT-SW.

       A000-TRAILER-PARA.
             IF WS-STMT-OPEN
                ADD 1 TO WS-CT-UNMATCHED
                DISPLAY 'STMTPRT: NO ST RECORD FOR STUD-ID '
                        WS-CURR-STUD-ID
                MOVE 'N' TO WS-STMT-SW
             END-IF.
             IF BL-TR-AMOUNT NOT = WS-ST-TOTAL
                OR BL-TR-AMOUNT NOT = WS-DT-TOTAL
                OR BL-TR-STUDENTS NOT = WS-CT-STMTS
                OR BL-TR-DETAILS NOT = WS-CT-DETAILS
                ADD 1 TO WS-CT-UNMATCHED
                DISPLAY 'STMTPRT: BILLFILE TRAILER DOES NOT AGREE '
                        'WITH STATEMENTS PRINTED'
                DISPLAY 'STMTPRT: TRAILER ' BL-TR-STUDENTS ' '
                        BL-TR-DETAILS ' ' BL-TR-AMOUNT
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'STMTPRT RUN CONTROL TOTALS'.
             DISPLAY 'BILLFILE RECORDS READ ....... ' WS-CT-READ.
             DISPLAY 'DETAIL LINES PRINTED ........ ' WS-CT-DETAILS.
             DISPLAY 'STATEMENTS PRINTED .......... ' WS-CT-STMTS.
             DISPLAY 'STATEMENT TOTAL ............. ' WS-ST-TOTAL.
             DISPLAY 'DETAIL LINE TOTAL ........... ' WS-DT-TOTAL.
             DISPLAY 'NO MAILING ADDRESS .......... ' WS-CT-NO-ADDR.
             DISPLAY 'NO DUE DATE ................. ' WS-CT-NO-DUE.
             DISPLAY 'OUT-OF-BALANCE CONDITIONS ... ' WS-CT-UNMATCHED.
             DISPLAY '-------------------------------------------'.
             IF NOT WS-TRAILER-SEEN
                DISPLAY 'STMTPRT: NO TRAILER ON BILLFILE - TOTALS '
                        'NOT VERIFIED'
                ADD 1 TO WS-CT-UNMATCHED
             END-IF.
             IF WS-CT-UNMATCHED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-NO-ADDR > ZERO OR WS-CT-NO-DUE > ZERO
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

      *    A STATEMENT THAT RUNS ONTO A SECOND PAGE REPEATS THE
      *    STUDENT ID AND THE COLUMN HEADINGS.
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
             IF WS-STMT-OPEN
                MOVE WS-CURR-STUD-ID TO WS-CL-STUD-ID
                MOVE WS-CONT-LINE TO PRT-LINE
                WRITE PRINT-REC
                MOVE WS-COLUMN-HEADING TO PRT-LINE
                WRITE PRINT-REC
                ADD 2 TO WS-LINE-COUNT
             END-IF.
