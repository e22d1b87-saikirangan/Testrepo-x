       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1098.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT T1098OUT ASSIGN TO T1098OUT
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD T1098OUT
            RECORDING MODE IS F.
       01 TX-REC.
          05 TX-MARKER       PIC X(02).
          05 FILLER          PIC X(148).
       01 TX-HEADER REDEFINES TX-REC.
          05 TX-HD-MARKER    PIC X(02).
          05 TX-HD-TAX-YEAR  PIC X(04).
          05 TX-HD-RUN-DATE  PIC X(08).
          05 TX-HD-TERMS     PIC 9(02).
          05 FILLER          PIC X(134).
       01 TX-DETAIL REDEFINES TX-REC.
          05 TX-DT-MARKER    PIC X(02).
          05 TX-DT-TAX-YEAR  PIC X(04).
          05 TX-DT-STUD-ID   PIC 9(09).
          05 TX-DT-NAME      PIC X(30).
          05 TX-DT-STREET    PIC X(25).
          05 TX-DT-CITY      PIC X(15).
          05 TX-DT-STATE     PIC X(02).
          05 TX-DT-POSTAL    PIC X(09).
          05 TX-DT-BILLED    PIC 9(07)V99.
          05 TX-DT-ADJUST    PIC 9(07)V99.
          05 TX-DT-ADJ-SIGN  PIC X(01).
          05 TX-DT-NET       PIC 9(07)V99.
          05 TX-DT-HALF-TIME PIC X(01).
          05 TX-DT-GRADUATE  PIC X(01).
          05 TX-DT-TERMS     PIC 9(02).
          05 FILLER          PIC X(22).
       01 TX-TRAILER REDEFINES TX-REC.
          05 TX-TR-MARKER    PIC X(02).
          05 TX-TR-TAX-YEAR  PIC X(04).
          05 TX-TR-STUDENTS  PIC 9(07).
          05 TX-TR-AMOUNT    PIC 9(11)V99.
          05 FILLER          PIC X(124).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-TERMTAB-EOF-SW   PIC X(01) VALUE 'N'.
           88 WS-TERMTAB-EOF      VALUE 'Y'.
       01 WS-LEDGER-FS        PIC X(02) VALUE SPACES.
           88 WS-LEDGER-OK        VALUE '00'.
       01 WS-LEDGER-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-LEDGER-EOF       VALUE 'Y'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-HRSCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-HRSCSR-DONE      VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TAX-YEAR         PIC 9(04) VALUE ZERO.
       01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(04).
       01 WS-HALF-TIME-HRS    PIC 9(02) VALUE 6.

      *    TERMS WHOSE TERMTAB START DATE FALLS IN THE TAX YEAR, WITH
      *    THE LEDGER CHARGES AND ADJUSTMENTS POSTED AGAINST EACH.
       01 WS-TERM-COUNT PIC 9(02) VALUE ZERO.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-TERM-COUNT
                 INDEXED BY WS-TERM-IDX.
               10 WS-TT-TERM      PIC X(06).
               10 WS-TT-START     PIC X(08).
               10 WS-TT-BILLED    PIC S9(11)V99.
               10 WS-TT-ADJUST    PIC S9(11)V99.
               10 WS-TT-STUD-SW   PIC X(01).
       01 WS-TERM-SUB         PIC S9(04) COMP VALUE ZERO.

       01 WS-PREV-STUD-ID     PIC X(09) VALUE SPACES.
       01 WS-STUD-ENTRIES     PIC 9(05) VALUE ZERO.
       01 WS-STUD-TERMS       PIC 9(02) VALUE ZERO.
       01 WS-STUD-BILLED      PIC S9(09)V99 VALUE ZERO.
       01 WS-STUD-ADJUST      PIC S9(09)V99 VALUE ZERO.
       01 WS-STUD-NET         PIC S9(09)V99 VALUE ZERO.
       01 WS-TERM-HOURS       PIC 9(03) VALUE ZERO.
       01 WS-HALF-TIME-SW     PIC X(01) VALUE 'N'.
           88 WS-HALF-TIME        VALUE 'Y'.
       01 WS-GRADUATE-SW      PIC X(01) VALUE 'N'.
           88 WS-GRADUATE         VALUE 'Y'.
       01 WS-TERM-LIST        PIC X(70) VALUE SPACES.
       01 WS-TERM-LIST-PTR    PIC S9(04) COMP VALUE 1.

       01 WS-YEAR-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01 WS-FILED-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-EXCL-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01 WS-CHECK-TOTAL      PIC S9(11)V99 VALUE ZERO.

       01 WS-COLUMN-HEADING   PIC X(132) VALUE
           'TUITION STATEMENT - STUDENT COPY'.

       01 WS-ID-LINE.
           05 FILLER          PIC X(10) VALUE 'TAX YEAR: '.
           05 WS-IL-TAX-YEAR  PIC X(04).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'STUDENT ID: '.
           05 WS-IL-STUD-ID   PIC 9(09).
           05 FILLER          PIC X(87) VALUE SPACES.

       01 WS-ADDR-LINE.
           05 WS-AL-CITY      PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-AL-STATE     PIC X(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-AL-POSTAL    PIC X(09).
           05 FILLER          PIC X(102) VALUE SPACES.

       01 WS-AMOUNT-LINE.
           05 WS-ML-LABEL     PIC X(40).
           05 WS-ML-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(77) VALUE SPACES.

       01 WS-TEXT-LINE.
           05 WS-XL-LABEL     PIC X(40).
           05 WS-XL-VALUE     PIC X(70).
           05 FILLER          PIC X(22) VALUE SPACES.

       01 WS-TERM-HEADING.
           05 FILLER PIC X(08) VALUE 'TERM'.
           05 FILLER PIC X(12) VALUE 'STARTS'.
           05 FILLER PIC X(17) VALUE '          CHARGES'.
           05 FILLER PIC X(17) VALUE '      ADJUSTMENTS'.
           05 FILLER PIC X(17) VALUE '              NET'.
           05 FILLER PIC X(61) VALUE SPACES.

       01 WS-TERM-LINE.
           05 WS-TL-TERM      PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-TL-START     PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-TL-BILLED    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-ADJUST    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-NET       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(60) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-TERMS     PIC 9(07) VALUE ZERO.
           05 WS-CT-ENTRIES   PIC 9(07) VALUE ZERO.
           05 WS-CT-YEAR-ENT  PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-WRITTEN   PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-NET    PIC 9(07) VALUE ZERO.
           05 WS-CT-NOTFOUND  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-ADDR   PIC 9(07) VALUE ZERO.
           05 WS-CT-HALF-TIME PIC 9(07) VALUE ZERO.
           05 WS-CT-GRADUATE  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COURSE PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-ACAD-LEVEL            PIC X(01).

       01  DCLADDRESS.
           10 WS-ADR-STREET            PIC X(25).
           10 WS-ADR-CITY              PIC X(15).
           10 WS-ADR-STATE             PIC X(02).
           10 WS-ADR-POSTAL            PIC X(09).

       01 WS-HRS-TERM         PIC X(06).
       01 WS-ENR-COURSE       PIC X(08).

            EXEC SQL
               DECLARE HRSCSR CURSOR FOR
               SELECT COURSE_CODE
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-STUD-ID
                  AND TERM = :WS-HRS-TERM
                  AND GRADE_BASIS <> 'A'
                  AND GRADE <> 'W '
               UNION ALL
               SELECT COURSE_CODE
                 FROM STUD_ENRLHIST
                WHERE STUD_ID = :WS-STUD-ID
                  AND TERM = :WS-HRS-TERM
                  AND GRADE_BASIS <> 'A'
                  AND GRADE <> 'W '
            END-EXEC.

       LINKAGE SECTION.
       01 LX-PARM-AREA.
           05 LX-PARM-LEN  PIC S9(4) COMP.
           05 LX-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LX-PARM-AREA.

            IF LX-PARM-LEN > ZERO AND LX-PARM-TEXT(1:4) IS NUMERIC
               MOVE LX-PARM-TEXT(1:4) TO WS-TAX-YEAR-X
            ELSE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               MOVE WS-BUS-DATE(1:4) TO WS-TAX-YEAR-X
               SUBTRACT 1 FROM WS-TAX-YEAR
               DISPLAY 'TAX1098: NO TAX YEAR SUPPLIED - REPORTING '
                       'CALENDAR YEAR ' WS-TAX-YEAR-X
            END-IF.

            OPEN INPUT TERMTAB.
            IF NOT WS-TERMTAB-OK
               DISPLAY 'TAX1098: TERMTAB NOT AVAILABLE - CANNOT '
                       'SELECT THE TERMS OF THE YEAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT ARLEDGER.
            IF NOT WS-LEDGER-OK
               DISPLAY 'TAX1098: ARLEDGER NOT AVAILABLE - NO '
                       'STATEMENT FILE PRODUCED'
               CLOSE TERMTAB
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'TAX1098: CRSETAB NOT AVAILABLE - CANNOT '
                       'DETERMINE HALF-TIME STATUS'
               CLOSE TERMTAB
               CLOSE ARLEDGER
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM A000-LOAD-TERMS-PARA.
            CLOSE TERMTAB.
            IF WS-TERM-COUNT = ZERO
               DISPLAY 'TAX1098: NO TERMS ON TERMTAB START IN '
                       WS-TAX-YEAR-X
            END-IF.

            MOVE 'TAX1098' TO RH-PROGRAM-ID.
            MOVE 'ANNUAL TUITION STATEMENT (1098-T)'
              TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            OPEN OUTPUT T1098OUT.
            OPEN OUTPUT RPTFILE.

            MOVE SPACES TO TX-REC.
            MOVE 'HD'          TO TX-HD-MARKER.
            MOVE WS-TAX-YEAR-X TO TX-HD-TAX-YEAR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO TX-HD-RUN-DATE.
            MOVE WS-TERM-COUNT TO TX-HD-TERMS.
            WRITE TX-REC.

            IF WS-TERM-COUNT > ZERO
               MOVE LOW-VALUES TO ARL-KEY
               START ARLEDGER KEY IS GREATER THAN ARL-KEY
                   INVALID KEY SET WS-LEDGER-EOF TO TRUE
               END-START
               PERFORM A000-READ-LEDGER-PARA UNTIL WS-LEDGER-EOF
               IF WS-PREV-STUD-ID NOT = SPACES
                  PERFORM A000-STUDENT-BREAK-PARA
               END-IF
            END-IF.

            MOVE SPACES TO TX-REC.
            MOVE 'TR'           TO TX-TR-MARKER.
            MOVE WS-TAX-YEAR-X  TO TX-TR-TAX-YEAR.
            MOVE WS-CT-WRITTEN  TO TX-TR-STUDENTS.
            MOVE WS-FILED-TOTAL TO TX-TR-AMOUNT.
            WRITE TX-REC.

            PERFORM A000-YEAR-TOTALS-PARA.

            CLOSE ARLEDGER.
            CLOSE CRSETAB.
            CLOSE T1098OUT.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-LOAD-TERMS-PARA.
             MOVE LOW-VALUES TO TM-TERM-CODE.
             START TERMTAB KEY IS GREATER THAN TM-TERM-CODE
                 INVALID KEY SET WS-TERMTAB-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-TERMTAB-EOF
                READ TERMTAB NEXT RECORD
                    AT END SET WS-TERMTAB-EOF TO TRUE
                    NOT AT END
                         IF TM-START-DATE(1:4) = WS-TAX-YEAR-X
                            PERFORM A000-ADD-TERM-PARA
                         END-IF
                END-READ
             END-PERFORM.

       A000-ADD-TERM-PARA.
             IF WS-TERM-COUNT < 10
                ADD 1 TO WS-TERM-COUNT
                ADD 1 TO WS-CT-TERMS
                SET WS-TERM-IDX TO WS-TERM-COUNT
                MOVE TM-TERM-CODE  TO WS-TT-TERM(WS-TERM-IDX)
                MOVE TM-START-DATE TO WS-TT-START(WS-TERM-IDX)
                MOVE ZERO TO WS-TT-BILLED(WS-TERM-IDX)
                MOVE ZERO TO WS-TT-ADJUST(WS-TERM-IDX)
                MOVE 'N'  TO WS-TT-STUD-SW(WS-TERM-IDX)
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
                DISPLAY 'TAX1098: TERM TABLE FULL - TERM '
                        TM-TERM-CODE ' NOT REPORTED'
             END-IF.

       A000-READ-LEDGER-PARA.
             READ ARLEDGER NEXT RECORD
                 AT END SET WS-LEDGER-EOF TO TRUE
                 NOT AT END
                      IF ARL-STUD-ID NOT = WS-PREV-STUD-ID
                         IF WS-PREV-STUD-ID NOT = SPACES
                            PERFORM A000-STUDENT-BREAK-PARA
                         END-IF
                         MOVE ARL-STUD-ID TO WS-PREV-STUD-ID
                         PERFORM A000-RESET-STUDENT-PARA
                      END-IF
                      IF ARH-ENTRY-TYPE NOT = 'H'
                         ADD 1 TO WS-CT-ENTRIES
                         PERFORM A000-ENTRY-PARA
                      END-IF
             END-READ.

       A000-RESET-STUDENT-PARA.
             MOVE ZERO TO WS-STUD-ENTRIES.
             MOVE ZERO TO WS-STUD-BILLED.
             MOVE ZERO TO WS-STUD-ADJUST.
             PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                     UNTIL WS-TERM-SUB > WS-TERM-COUNT
                MOVE 'N' TO WS-TT-STUD-SW(WS-TERM-SUB)
             END-PERFORM.

      *    CHARGES POSTED FROM BILLFILE AND THE REFUND ADJUSTMENTS
      *    POSTED FROM REFCALC COUNT TOWARD THE YEAR WHEN THEIR TERM
      *    STARTS IN IT. PAYMENTS AND CASH REFUNDS OF A CREDIT
      *    BALANCE DO NOT CHANGE THE AMOUNT BILLED.
       A000-ENTRY-PARA.
             IF ARL-ENTRY-TYPE = 'C' OR ARL-ENTRY-TYPE = 'A'
                SET WS-TERM-IDX TO 1
                SEARCH WS-TERM-ENTRY
                   AT END
                        CONTINUE
                   WHEN WS-TT-TERM(WS-TERM-IDX) = ARL-TERM
                        ADD 1 TO WS-STUD-ENTRIES
                        ADD 1 TO WS-CT-YEAR-ENT
                        MOVE 'Y' TO WS-TT-STUD-SW(WS-TERM-IDX)
                        IF ARL-ENTRY-TYPE = 'C'
                           ADD ARL-AMOUNT TO WS-STUD-BILLED
                           ADD ARL-AMOUNT TO WS-TT-BILLED(WS-TERM-IDX)
                        ELSE
                           ADD ARL-AMOUNT TO WS-STUD-ADJUST
                           ADD ARL-AMOUNT TO WS-TT-ADJUST(WS-TERM-IDX)
                        END-IF
                END-SEARCH
             END-IF.

       A000-STUDENT-BREAK-PARA.
             IF WS-STUD-ENTRIES > ZERO
                ADD 1 TO WS-CT-STUDENTS
                COMPUTE WS-STUD-NET = WS-STUD-BILLED + WS-STUD-ADJUST
                ADD WS-STUD-NET TO WS-YEAR-TOTAL
                IF WS-STUD-NET NOT > ZERO
                   ADD 1 TO WS-CT-NO-NET
                   ADD WS-STUD-NET TO WS-EXCL-TOTAL
                ELSE
                   PERFORM A000-REPORT-STUDENT-PARA
                END-IF
             END-IF.

       A000-REPORT-STUDENT-PARA.
             MOVE WS-PREV-STUD-ID TO WS-STUD-ID.
             MOVE SPACES TO WS-STUD-NAME.
             MOVE 'U' TO WS-ACAD-LEVEL.
             EXEC SQL
                  SELECT STUD_NAME, ACAD_LEVEL
                    INTO :WS-STUD-NAME, :WS-ACAD-LEVEL
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-NOTFOUND
                ADD WS-STUD-NET TO WS-EXCL-TOTAL
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'TAX1098: STUD-ID ' WS-PREV-STUD-ID
                        ' NOT REPORTED - STUD_STUDENT SQLCODE '
                        WS-SQLCODE-DISPLAY
             ELSE
                PERFORM A000-ADDRESS-PARA
                PERFORM A000-HALF-TIME-PARA
                IF WS-ACAD-LEVEL = 'G'
                   SET WS-GRADUATE TO TRUE
                   ADD 1 TO WS-CT-GRADUATE
                ELSE
                   MOVE 'N' TO WS-GRADUATE-SW
                END-IF
                PERFORM A000-WRITE-DETAIL-PARA
                PERFORM A000-PRINT-COPY-PARA
             END-IF.

       A000-ADDRESS-PARA.
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
                DISPLAY 'TAX1098: NO ADDRESS ON FILE FOR STUD-ID '
                        WS-PREV-STUD-ID
             END-IF.

      *    THE STUDENT IS AT LEAST HALF-TIME FOR THE YEAR WHEN THE
      *    CREDIT HOURS CARRIED IN ANY ONE TERM OF IT REACH THE
      *    HALF-TIME LOAD. AUDITS AND W GRADES DO NOT COUNT.
       A000-HALF-TIME-PARA.
             MOVE 'N' TO WS-HALF-TIME-SW.
             MOVE ZERO TO WS-STUD-TERMS.
             MOVE SPACES TO WS-TERM-LIST.
             MOVE 1 TO WS-TERM-LIST-PTR.
             PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                     UNTIL WS-TERM-SUB > WS-TERM-COUNT
                IF WS-TT-STUD-SW(WS-TERM-SUB) = 'Y'
                   ADD 1 TO WS-STUD-TERMS
                   STRING WS-TT-TERM(WS-TERM-SUB) DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                     INTO WS-TERM-LIST
                     WITH POINTER WS-TERM-LIST-PTR
                   END-STRING
                   IF NOT WS-HALF-TIME
                      MOVE WS-TT-TERM(WS-TERM-SUB) TO WS-HRS-TERM
                      PERFORM A000-TERM-HOURS-PARA
                      IF WS-TERM-HOURS >= WS-HALF-TIME-HRS
                         SET WS-HALF-TIME TO TRUE
                      END-IF
                   END-IF
                END-IF
             END-PERFORM.
             IF WS-HALF-TIME
                ADD 1 TO WS-CT-HALF-TIME
             END-IF.

       A000-TERM-HOURS-PARA.
             MOVE ZERO TO WS-TERM-HOURS.
             MOVE 'N' TO WS-HRSCSR-DONE-SW.
             EXEC SQL
                  OPEN HRSCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                ADD 1 TO WS-CT-FAILED
                MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                DISPLAY 'TAX1098: OPEN HRSCSR FAILED - SQLCODE '
                        WS-SQLCODE-DISPLAY
                SET WS-HRSCSR-DONE TO TRUE
             END-IF.
             PERFORM UNTIL WS-HRSCSR-DONE
                EXEC SQL
                     FETCH HRSCSR
                      INTO :WS-ENR-COURSE
                END-EXEC
                IF SQLCODE NOT = 0
                   SET WS-HRSCSR-DONE TO TRUE
                ELSE
                   PERFORM A000-COURSE-HOURS-PARA
                END-IF
             END-PERFORM.
             EXEC SQL
                  CLOSE HRSCSR
             END-EXEC.

       A000-COURSE-HOURS-PARA.
             MOVE WS-ENR-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     ADD 1 TO WS-CT-NO-COURSE
                NOT INVALID KEY
                     IF CR-CREDIT-HRS IS NUMERIC
                        ADD CR-CREDIT-HRS TO WS-TERM-HOURS
                     END-IF
             END-READ.

       A000-WRITE-DETAIL-PARA.
             MOVE SPACES TO TX-REC.
             MOVE 'DT'            TO TX-DT-MARKER.
             MOVE WS-TAX-YEAR-X   TO TX-DT-TAX-YEAR.
             MOVE WS-PREV-STUD-ID TO TX-DT-STUD-ID.
             MOVE WS-STUD-NAME    TO TX-DT-NAME.
             MOVE WS-ADR-STREET   TO TX-DT-STREET.
             MOVE WS-ADR-CITY     TO TX-DT-CITY.
             MOVE WS-ADR-STATE    TO TX-DT-STATE.
             MOVE WS-ADR-POSTAL   TO TX-DT-POSTAL.
             MOVE WS-STUD-BILLED  TO TX-DT-BILLED.
             MOVE WS-STUD-ADJUST  TO TX-DT-ADJUST.
             IF WS-STUD-ADJUST < ZERO
                MOVE '-' TO TX-DT-ADJ-SIGN
             END-IF.
             MOVE WS-STUD-NET     TO TX-DT-NET.
             MOVE WS-HALF-TIME-SW TO TX-DT-HALF-TIME.
             MOVE WS-GRADUATE-SW  TO TX-DT-GRADUATE.
             MOVE WS-STUD-TERMS   TO TX-DT-TERMS.
             WRITE TX-REC.
             ADD 1 TO WS-CT-WRITTEN.
             ADD WS-STUD-NET TO WS-FILED-TOTAL.

      *    ONE PAGE PER STUDENT, MAILED WITH THE STATEMENT.
       A000-PRINT-COPY-PARA.
             PERFORM NEW-PAGE-PARA.
             MOVE WS-TAX-YEAR-X   TO WS-IL-TAX-YEAR.
             MOVE WS-PREV-STUD-ID TO WS-IL-STUD-ID.
             MOVE WS-ID-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-STUD-NAME TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             IF WS-ADR-STREET = SPACES
                MOVE '** NO ADDRESS ON FILE **' TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             ELSE
                MOVE WS-ADR-STREET TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE WS-ADR-CITY   TO WS-AL-CITY
                MOVE WS-ADR-STATE  TO WS-AL-STATE
                MOVE WS-ADR-POSTAL TO WS-AL-POSTAL
                MOVE WS-ADDR-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'QUALIFIED TUITION AND FEES BILLED'
               TO WS-ML-LABEL.
             MOVE WS-STUD-BILLED TO WS-ML-AMOUNT.
             MOVE WS-AMOUNT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'ADJUSTMENTS AND REFUNDS' TO WS-ML-LABEL.
             MOVE WS-STUD-ADJUST TO WS-ML-AMOUNT.
             MOVE WS-AMOUNT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'NET AMOUNT REPORTED' TO WS-ML-LABEL.
             MOVE WS-STUD-NET TO WS-ML-AMOUNT.
             MOVE WS-AMOUNT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'AT LEAST HALF-TIME STUDENT' TO WS-XL-LABEL.
             IF WS-HALF-TIME
                MOVE 'YES' TO WS-XL-VALUE
             ELSE
                MOVE 'NO' TO WS-XL-VALUE
             END-IF.
             MOVE WS-TEXT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'GRADUATE STUDENT' TO WS-XL-LABEL.
             IF WS-GRADUATE
                MOVE 'YES' TO WS-XL-VALUE
             ELSE
                MOVE 'NO' TO WS-XL-VALUE
             END-IF.
             MOVE WS-TEXT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'TERMS INCLUDED' TO WS-XL-LABEL.
             MOVE WS-TERM-LIST TO WS-XL-VALUE.
             MOVE WS-TEXT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

      *    THE YEAR'S CHARGES AND ADJUSTMENTS BY TERM MUST EQUAL THE
      *    AMOUNT FILED PLUS THE AMOUNT HELD BACK (NO NET CHARGE OR
      *    STUDENT NOT ON STUD_STUDENT).
       A000-YEAR-TOTALS-PARA.
             MOVE 'YEAR TOTALS BY TERM' TO WS-COLUMN-HEADING.
             PERFORM NEW-PAGE-PARA.
             MOVE WS-TERM-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE ZERO TO WS-CHECK-TOTAL.
             PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                     UNTIL WS-TERM-SUB > WS-TERM-COUNT
                MOVE WS-TT-TERM(WS-TERM-SUB)   TO WS-TL-TERM
                MOVE WS-TT-START(WS-TERM-SUB)  TO WS-TL-START
                MOVE WS-TT-BILLED(WS-TERM-SUB) TO WS-TL-BILLED
                MOVE WS-TT-ADJUST(WS-TERM-SUB) TO WS-TL-ADJUST
                COMPUTE WS-TL-NET = WS-TT-BILLED(WS-TERM-SUB)
                                  + WS-TT-ADJUST(WS-TERM-SUB)
                COMPUTE WS-CHECK-TOTAL = WS-CHECK-TOTAL
                                       + WS-TT-BILLED(WS-TERM-SUB)
                                       + WS-TT-ADJUST(WS-TERM-SUB)
                MOVE WS-TERM-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-PERFORM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'NET BILLED FOR THE YEAR' TO WS-ML-LABEL.
             MOVE WS-CHECK-TOTAL TO WS-ML-AMOUNT.
             MOVE WS-AMOUNT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'REPORTED ON THE FILING FILE' TO WS-ML-LABEL.
             MOVE WS-FILED-TOTAL TO WS-ML-AMOUNT.
             MOVE WS-AMOUNT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'NOT REPORTED' TO WS-ML-LABEL.
             MOVE WS-EXCL-TOTAL TO WS-ML-AMOUNT.
             MOVE WS-AMOUNT-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             IF WS-FILED-TOTAL + WS-EXCL-TOTAL NOT = WS-CHECK-TOTAL
                OR WS-YEAR-TOTAL NOT = WS-CHECK-TOTAL
                MOVE '*** OUT OF BALANCE WITH THE YEAR BILLING ***'
                  TO WS-PRINT-WORK
             ELSE
                MOVE 'IN BALANCE WITH THE YEAR BILLING'
                  TO WS-PRINT-WORK
             END-IF.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'TAX1098 RUN CONTROL TOTALS'.
             DISPLAY 'TAX YEAR .................... ' WS-TAX-YEAR-X.
             DISPLAY 'TERMS IN THE YEAR ........... ' WS-CT-TERMS.
             DISPLAY 'LEDGER ENTRIES READ ......... ' WS-CT-ENTRIES.
             DISPLAY 'ENTRIES FOR THE YEAR ........ ' WS-CT-YEAR-ENT.
             DISPLAY 'STUDENTS BILLED IN YEAR ..... ' WS-CT-STUDENTS.
             DISPLAY 'STATEMENTS WRITTEN .......... ' WS-CT-WRITTEN.
             DISPLAY 'NO NET CHARGE ............... ' WS-CT-NO-NET.
             DISPLAY 'STUDENTS NOT FOUND .......... ' WS-CT-NOTFOUND.
             DISPLAY 'NO ADDRESS ON FILE .......... ' WS-CT-NO-ADDR.
             DISPLAY 'AT LEAST HALF-TIME .......... ' WS-CT-HALF-TIME.
             DISPLAY 'GRADUATE STUDENTS ........... ' WS-CT-GRADUATE.
             DISPLAY 'COURSES NOT ON CRSETAB ...... ' WS-CT-NO-COURSE.
             DISPLAY 'TERM TABLE OVERFLOW ......... ' WS-CT-OVERFLOW.
             DISPLAY 'DB2 FAILURES ................ ' WS-CT-FAILED.
             DISPLAY 'NET BILLED FOR THE YEAR ..... ' WS-CHECK-TOTAL.
             DISPLAY 'AMOUNT REPORTED ............. ' WS-FILED-TOTAL.
             DISPLAY 'AMOUNT NOT REPORTED ......... ' WS-EXCL-TOTAL.
             DISPLAY '-------------------------------------------'.
             IF WS-FILED-TOTAL + WS-EXCL-TOTAL NOT = WS-CHECK-TOTAL
                OR WS-YEAR-TOTAL NOT = WS-CHECK-TOTAL
                DISPLAY 'TAX1098: STATEMENT FILE OUT OF BALANCE WITH '
                        'THE YEAR BILLING TOTALS'
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-NOTFOUND > ZERO OR WS-CT-NO-ADDR > ZERO
                   OR WS-CT-NO-COURSE > ZERO OR WS-CT-OVERFLOW > ZERO
                   OR WS-CT-FAILED > ZERO OR WS-TERM-COUNT = ZERO
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
