       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSCENRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT NSCPARM ASSIGN TO NSCPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
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
                SELECT NSCFILE ASSIGN TO NSCFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NSCPARM
            RECORDING MODE IS F.
       01 NPARM-REC.
          05 NPARM-FULL-HRS  PIC 9(02).
          05 FILLER          PIC X(01).
          05 NPARM-HALF-HRS  PIC 9(02).
          05 FILLER          PIC X(75).
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
       FD NSCFILE
            RECORDING MODE IS F.
       01 NSC-REC.
          05 NSC-MARKER      PIC X(02).
          05 FILLER          PIC X(98).
       01 NSC-HEADER REDEFINES NSC-REC.
          05 NSC-HD-MARKER   PIC X(02).
          05 NSC-HD-INST-CODE PIC X(06).
          05 NSC-HD-TERM     PIC X(06).
          05 NSC-HD-TERM-BEG PIC X(08).
          05 NSC-HD-TERM-END PIC X(08).
          05 NSC-HD-CERT-DATE PIC X(08).
          05 FILLER          PIC X(62).
       01 NSC-DETAIL REDEFINES NSC-REC.
          05 NSC-DT-MARKER   PIC X(02).
          05 NSC-DT-STUD-ID  PIC 9(09).
          05 NSC-DT-NAME     PIC X(30).
          05 NSC-DT-STATUS   PIC X(01).
          05 NSC-DT-EFF-DATE PIC X(08).
          05 NSC-DT-TERM-BEG PIC X(08).
          05 NSC-DT-TERM-END PIC X(08).
          05 NSC-DT-HOURS    PIC 9(03).
          05 FILLER          PIC X(31).
       01 NSC-TRAILER REDEFINES NSC-REC.
          05 NSC-TR-MARKER   PIC X(02).
          05 NSC-TR-REC-COUNT PIC 9(07).
          05 NSC-TR-HASH-TOT PIC 9(15).
          05 NSC-TR-FULL     PIC 9(07).
          05 NSC-TR-HALF     PIC 9(07).
          05 NSC-TR-LESS     PIC 9(07).
          05 NSC-TR-WDRAWN   PIC 9(07).
          05 NSC-TR-GRAD     PIC 9(07).
          05 FILLER          PIC X(41).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-INST-CODE        PIC X(06) VALUE 'INST01'.
       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.

       01 WS-FULL-HRS         PIC 9(02) VALUE 12.
       01 WS-HALF-HRS         PIC 9(02) VALUE 6.

       01 WS-TERM-BEG         PIC X(08) VALUE SPACES.
       01 WS-TERM-END         PIC X(08) VALUE SPACES.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.
       01 WS-HRSCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-HRSCSR-DONE      VALUE 'Y'.

       01 WS-TERM-HOURS       PIC 9(03) VALUE ZERO.
       01 WS-NSC-STATUS       PIC X(01) VALUE SPACE.
       01 WS-EFF-DATE         PIC X(08) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL     PIC X(30).
           05 WS-TL-VALUE     PIC Z(14)9.
           05 FILLER          PIC X(87) VALUE SPACES.

       01 WS-COLUMN-HEADING   PIC X(132) VALUE
           'CLEARINGHOUSE ENROLLMENT SUBMISSION TOTALS'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-DETAILS   PIC 9(07) VALUE ZERO.
           05 WS-CT-FULL      PIC 9(07) VALUE ZERO.
           05 WS-CT-HALF      PIC 9(07) VALUE ZERO.
           05 WS-CT-LESS      PIC 9(07) VALUE ZERO.
           05 WS-CT-WDRAWN    PIC 9(07) VALUE ZERO.
           05 WS-CT-GRAD      PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-DATE   PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COURSE PIC 9(07) VALUE ZERO.
           05 WS-HASH-TOTAL   PIC 9(15) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-NAME             PIC X(30).
           10 WS-STUD-STATUS           PIC X(10).
           10 WS-STATUS-DATE           PIC X(10).
           10 WS-CONFER-DATE           PIC X(10).

       01 WS-NSC-TERM         PIC X(06).
       01 WS-TERM-BEG-ISO     PIC X(10).
       01 WS-ENR-COURSE       PIC X(08).

      *    EVERY STUDENT ENROLLED IN THE TERM, PLUS THOSE WHO
      *    WITHDREW OR GRADUATED SINCE IT BEGAN. A WITHDRAWAL REMOVES
      *    THE TERM'S ENROLLMENTS, SO THOSE COME FROM THE STATUS.
            EXEC SQL
               DECLARE NSCCSR CURSOR FOR
               SELECT S.STUD_ID, S.STUD_NAME,
                      COALESCE(S.STUD_STATUS, 'ACTIVE'),
                      COALESCE(CHAR(S.STUD_STATUS_DATE, ISO), ' '),
                      COALESCE(CHAR(S.CONFER_DATE, ISO), ' ')
                 FROM STUD_STUDENT S
                WHERE EXISTS
                      (SELECT 1 FROM STUD_ENROLL E
                        WHERE E.STUD_ID = S.STUD_ID
                          AND E.TERM = :WS-NSC-TERM)
                   OR (S.STUD_STATUS = 'WITHDRAWN'
                       AND S.STUD_STATUS_DATE >= :WS-TERM-BEG-ISO)
                   OR (S.STUD_STATUS = 'GRADUATED'
                       AND (S.CONFER_TERM = :WS-NSC-TERM
                            OR S.STUD_STATUS_DATE >= :WS-TERM-BEG-ISO))
                ORDER BY S.STUD_ID
            END-EXEC.

      *    CREDIT HOURS CARRIED IN THE TERM. AUDITS AND W GRADES DO
      *    NOT COUNT TOWARD THE ENROLLMENT STATUS.
            EXEC SQL
               DECLARE HRSCSR CURSOR FOR
               SELECT COURSE_CODE
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-STUD-ID
                  AND TERM = :WS-NSC-TERM
                  AND GRADE_BASIS <> 'A'
                  AND GRADE <> 'W '
            END-EXEC.

       LINKAGE SECTION.
       01 LN-PARM-AREA.
           05 LN-PARM-LEN  PIC S9(4) COMP.
           05 LN-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LN-PARM-AREA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            IF LN-PARM-LEN > ZERO
               MOVE LN-PARM-TEXT(1:LN-PARM-LEN) TO WS-TERM-TEXT
            ELSE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'NSCENRL: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT TO WS-NSC-TERM.

            PERFORM A000-INIT-PARM-PARA.

            OPEN INPUT TERMTAB.
            IF NOT WS-TERMTAB-OK
               DISPLAY 'NSCENRL: TERMTAB NOT AVAILABLE - NO TERM '
                       'DATES FOR THE SUBMISSION'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-NSC-TERM TO TM-TERM-CODE.
            READ TERMTAB RECORD
               INVALID KEY
                    DISPLAY 'NSCENRL: TERM ' WS-NSC-TERM
                            ' NOT ON TERMTAB'
                    CLOSE TERMTAB
                    MOVE 16 TO RETURN-CODE
                    GOBACK
            END-READ.
            MOVE TM-START-DATE TO WS-TERM-BEG.
            MOVE TM-END-DATE   TO WS-TERM-END.
            CLOSE TERMTAB.
            STRING WS-TERM-BEG(1:4) '-' WS-TERM-BEG(5:2) '-'
                   WS-TERM-BEG(7:2) DELIMITED BY SIZE
              INTO WS-TERM-BEG-ISO
            END-STRING.

            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'NSCENRL: CRSETAB NOT AVAILABLE - CANNOT '
                       'COUNT CREDIT HOURS'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            MOVE 'NSCENRL' TO RH-PROGRAM-ID.
            MOVE 'CLEARINGHOUSE ENROLLMENT SUBMISSION'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN OUTPUT NSCFILE.
            OPEN OUTPUT RPTFILE.

            MOVE SPACES       TO NSC-REC.
            MOVE 'H1'         TO NSC-HD-MARKER.
            MOVE WS-INST-CODE TO NSC-HD-INST-CODE.
            MOVE WS-NSC-TERM  TO NSC-HD-TERM.
            MOVE WS-TERM-BEG  TO NSC-HD-TERM-BEG.
            MOVE WS-TERM-END  TO NSC-HD-TERM-END.
            MOVE WS-BUS-DATE  TO NSC-HD-CERT-DATE.
            WRITE NSC-REC.

            EXEC SQL
                 OPEN NSCCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'NSCENRL: CURSOR OPEN FAILED - SQLCODE '
                       WS-SQLCODE-DISPLAY
               MOVE 16 TO RETURN-CODE
               SET WS-CSR-DONE TO TRUE
            END-IF.

            PERFORM A000-FETCH-PARA UNTIL WS-CSR-DONE.

            EXEC SQL
                 CLOSE NSCCSR
            END-EXEC.

            MOVE SPACES        TO NSC-REC.
            MOVE 'T1'          TO NSC-TR-MARKER.
            MOVE WS-CT-DETAILS TO NSC-TR-REC-COUNT.
            MOVE WS-HASH-TOTAL TO NSC-TR-HASH-TOT.
            MOVE WS-CT-FULL    TO NSC-TR-FULL.
            MOVE WS-CT-HALF    TO NSC-TR-HALF.
            MOVE WS-CT-LESS    TO NSC-TR-LESS.
            MOVE WS-CT-WDRAWN  TO NSC-TR-WDRAWN.
            MOVE WS-CT-GRAD    TO NSC-TR-GRAD.
            WRITE NSC-REC.

            CLOSE NSCFILE.
            CLOSE CRSETAB.

            PERFORM A000-PRINT-TOTALS-PARA.

            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-INIT-PARM-PARA.
             OPEN INPUT NSCPARM.
             IF WS-PARM-OK
                READ NSCPARM
                    NOT AT END
                         IF NPARM-FULL-HRS IS NUMERIC
                            AND NPARM-FULL-HRS > ZERO
                            MOVE NPARM-FULL-HRS TO WS-FULL-HRS
                         END-IF
                         IF NPARM-HALF-HRS IS NUMERIC
                            AND NPARM-HALF-HRS > ZERO
                            MOVE NPARM-HALF-HRS TO WS-HALF-HRS
                         END-IF
                END-READ
                CLOSE NSCPARM
             ELSE
                DISPLAY 'NSCENRL: NO NSCPARM FOUND - USING 12 HOURS '
                        'FULL-TIME AND 6 HOURS HALF-TIME'
             END-IF.

       A000-FETCH-PARA.
             EXEC SQL
                  FETCH NSCCSR
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-STATUS,
                        :WS-STATUS-DATE, :WS-CONFER-DATE
             END-EXEC.
             IF SQLCODE NOT = 0
                IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'NSCENRL: FETCH FAILED - SQLCODE '
                           WS-SQLCODE-DISPLAY
                   MOVE 16 TO RETURN-CODE
                END-IF
                SET WS-CSR-DONE TO TRUE
             ELSE
                ADD 1 TO WS-CT-STUDENTS
                PERFORM A000-STATUS-PARA
                PERFORM A000-WRITE-DETAIL-PARA
             END-IF.

      *    WITHDRAWN AND GRADUATED STUDENTS ARE REPORTED AS OF THE
      *    DATE THE STATUS CHANGED (THE CONFERRAL DATE FOR GRADUATES).
      *    EVERYONE ELSE IS FULL-, HALF- OR LESS THAN HALF-TIME FROM
      *    THE TERM'S CREDIT HOURS AS OF THE TERM START; A STUDENT
      *    LEFT WITH NO COUNTABLE HOURS IS REPORTED WITHDRAWN TODAY.
       A000-STATUS-PARA.
             MOVE ZERO TO WS-TERM-HOURS.
             EVALUATE WS-STUD-STATUS
             WHEN 'WITHDRAWN'
                  MOVE 'W' TO WS-NSC-STATUS
                  MOVE WS-STATUS-DATE TO WS-CONFER-DATE
                  PERFORM A000-EFF-DATE-PARA
                  ADD 1 TO WS-CT-WDRAWN
             WHEN 'GRADUATED'
                  MOVE 'G' TO WS-NSC-STATUS
                  IF WS-CONFER-DATE = SPACES
                     MOVE WS-STATUS-DATE TO WS-CONFER-DATE
                  END-IF
                  PERFORM A000-EFF-DATE-PARA
                  ADD 1 TO WS-CT-GRAD
             WHEN OTHER
                  PERFORM A000-TERM-HOURS-PARA
                  MOVE WS-TERM-BEG TO WS-EFF-DATE
                  EVALUATE TRUE
                  WHEN WS-TERM-HOURS >= WS-FULL-HRS
                       MOVE 'F' TO WS-NSC-STATUS
                       ADD 1 TO WS-CT-FULL
                  WHEN WS-TERM-HOURS >= WS-HALF-HRS
                       MOVE 'H' TO WS-NSC-STATUS
                       ADD 1 TO WS-CT-HALF
                  WHEN WS-TERM-HOURS > ZERO
                       MOVE 'L' TO WS-NSC-STATUS
                       ADD 1 TO WS-CT-LESS
                  WHEN OTHER
                       MOVE 'W' TO WS-NSC-STATUS
                       MOVE WS-BUS-DATE TO WS-EFF-DATE
                       ADD 1 TO WS-CT-WDRAWN
                  END-EVALUATE
             END-EVALUATE.

       A000-EFF-DATE-PARA.
             IF WS-CONFER-DATE = SPACES
                ADD 1 TO WS-CT-NO-DATE
                MOVE WS-BUS-DATE TO WS-EFF-DATE
             ELSE
                STRING WS-CONFER-DATE(1:4) WS-CONFER-DATE(6:2)
                       WS-CONFER-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-EFF-DATE
                END-STRING
             END-IF.

       A000-TERM-HOURS-PARA.
             MOVE 'N' TO WS-HRSCSR-DONE-SW.
             EXEC SQL
                  OPEN HRSCSR
             END-EXEC.
             IF SQLCODE NOT = 0
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
                   MOVE WS-ENR-COURSE TO CR-COURSE-CODE
                   READ CRSETAB RECORD
                      INVALID KEY
                           ADD 1 TO WS-CT-NO-COURSE
                      NOT INVALID KEY
                           IF CR-CREDIT-HRS IS NUMERIC
                              ADD CR-CREDIT-HRS TO WS-TERM-HOURS
                           END-IF
                   END-READ
                END-IF
             END-PERFORM.
             EXEC SQL
                  CLOSE HRSCSR
             END-EXEC.

       A000-WRITE-DETAIL-PARA.
             MOVE SPACES         TO NSC-REC.
             MOVE 'D1'           TO NSC-DT-MARKER.
             MOVE WS-STUD-ID     TO NSC-DT-STUD-ID.
             MOVE WS-STUD-NAME   TO NSC-DT-NAME.
             MOVE WS-NSC-STATUS  TO NSC-DT-STATUS.
             MOVE WS-EFF-DATE    TO NSC-DT-EFF-DATE.
             MOVE WS-TERM-BEG    TO NSC-DT-TERM-BEG.
             MOVE WS-TERM-END    TO NSC-DT-TERM-END.
             MOVE WS-TERM-HOURS  TO NSC-DT-HOURS.
             WRITE NSC-REC.
             ADD 1 TO WS-CT-DETAILS.
             ADD WS-STUD-ID TO WS-HASH-TOTAL.

       A000-PRINT-TOTALS-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             MOVE 'TERM ........................' TO WS-PRINT-WORK.
             MOVE WS-NSC-TERM TO WS-PRINT-WORK(31:6).
             PERFORM PRINT-LINE-PARA.
             MOVE 'FULL-TIME ...................' TO WS-TL-LABEL.
             MOVE WS-CT-FULL TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'HALF-TIME ...................' TO WS-TL-LABEL.
             MOVE WS-CT-HALF TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'LESS THAN HALF-TIME .........' TO WS-TL-LABEL.
             MOVE WS-CT-LESS TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'WITHDRAWN ...................' TO WS-TL-LABEL.
             MOVE WS-CT-WDRAWN TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'GRADUATED ...................' TO WS-TL-LABEL.
             MOVE WS-CT-GRAD TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'DETAIL RECORDS SUBMITTED ....' TO WS-TL-LABEL.
             MOVE WS-CT-DETAILS TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'HASH TOTAL ..................' TO WS-TL-LABEL.
             MOVE WS-HASH-TOTAL TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'NSCENRL RUN CONTROL TOTALS'.
             DISPLAY 'TERM REPORTED ............... ' WS-NSC-TERM.
             DISPLAY 'CERTIFICATION DATE .......... ' WS-BUS-DATE.
             DISPLAY 'STUDENTS SELECTED ........... ' WS-CT-STUDENTS.
             DISPLAY 'DETAIL RECORDS WRITTEN ...... ' WS-CT-DETAILS.
             DISPLAY 'FULL-TIME ................... ' WS-CT-FULL.
             DISPLAY 'HALF-TIME ................... ' WS-CT-HALF.
             DISPLAY 'LESS THAN HALF-TIME ......... ' WS-CT-LESS.
             DISPLAY 'WITHDRAWN ................... ' WS-CT-WDRAWN.
             DISPLAY 'GRADUATED ................... ' WS-CT-GRAD.
             DISPLAY 'STATUS DATE MISSING ......... ' WS-CT-NO-DATE.
             DISPLAY 'COURSES NOT ON CRSETAB ...... ' WS-CT-NO-COURSE.
             DISPLAY 'HASH TOTAL .................. ' WS-HASH-TOTAL.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
                AND (WS-CT-NO-DATE > ZERO OR WS-CT-NO-COURSE > ZERO)
                MOVE 4 TO RETURN-CODE
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
