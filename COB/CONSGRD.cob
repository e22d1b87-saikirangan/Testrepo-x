       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSGRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT GRDOUT ASSIGN TO GRDOUT
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      *    CONSORTIUM GRADE EXCHANGE - ONE HD/GR.../TR BLOCK PER
      *    PARTNER. THE SAME LAYOUT COMES BACK FROM THE PARTNERS
      *    INTO XFERLOAD FOR OUR STUDENTS WHO STUDIED THERE.
       FD GRDOUT
            RECORDING MODE IS F.
       01 GX-REC.
          05 GX-MARKER       PIC X(02).
          05 FILLER          PIC X(78).
       01 GX-HEADER REDEFINES GX-REC.
          05 GX-HD-MARKER    PIC X(02).
          05 GX-HD-FROM-INST PIC X(06).
          05 FILLER          PIC X(01).
          05 GX-HD-TO-INST   PIC X(06).
          05 FILLER          PIC X(01).
          05 GX-HD-TERM      PIC X(06).
          05 FILLER          PIC X(01).
          05 GX-HD-DATE      PIC X(08).
          05 FILLER          PIC X(49).
       01 GX-GRADE REDEFINES GX-REC.
          05 GX-GR-MARKER    PIC X(02).
          05 GX-GR-HOME-INST PIC X(06).
          05 FILLER          PIC X(01).
          05 GX-GR-STUD-ID   PIC 9(09).
          05 FILLER          PIC X(01).
          05 GX-GR-NAME      PIC X(30).
          05 FILLER          PIC X(01).
          05 GX-GR-COURSE    PIC X(08).
          05 FILLER          PIC X(01).
          05 GX-GR-TERM      PIC X(06).
          05 FILLER          PIC X(01).
          05 GX-GR-HOURS     PIC 9(02).
          05 FILLER          PIC X(01).
          05 GX-GR-GRADE     PIC X(02).
          05 FILLER          PIC X(01).
          05 GX-GR-BASIS     PIC X(01).
          05 FILLER          PIC X(07).
       01 GX-TRAILER REDEFINES GX-REC.
          05 GX-TR-MARKER    PIC X(02).
          05 GX-TR-INST      PIC X(06).
          05 FILLER          PIC X(01).
          05 GX-TR-COUNT     PIC 9(07).
          05 FILLER          PIC X(01).
          05 GX-TR-HOURS     PIC 9(07).
          05 FILLER          PIC X(56).
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
       01 WS-PARTNER-TEXT     PIC X(06) VALUE SPACES.
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

       01 WS-CURR-INST        PIC X(06) VALUE SPACES.
       01 WS-LAST-STUD-ID     PIC S9(9) USAGE COMP VALUE ZERO.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.

       01 WS-PARTNER-TOTALS.
           05 WS-PT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-PT-GRADES    PIC 9(07) VALUE ZERO.
           05 WS-PT-HOURS     PIC 9(07) VALUE ZERO.
           05 WS-PT-UNGRADED  PIC 9(07) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-PARTNERS  PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-GRADES    PIC 9(07) VALUE ZERO.
           05 WS-CT-HOURS     PIC 9(07) VALUE ZERO.
           05 WS-CT-UNGRADED  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-COURSE PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-HOME   PIC 9(07) VALUE ZERO.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE 'PARTNER'.
           05 FILLER PIC X(12) VALUE '  STUDENTS'.
           05 FILLER PIC X(12) VALUE '    GRADES'.
           05 FILLER PIC X(12) VALUE '     HOURS'.
           05 FILLER PIC X(12) VALUE '  UNGRADED'.
           05 FILLER PIC X(74) VALUE SPACES.

       01 WS-PARTNER-LINE.
           05 WS-PL-INST       PIC X(06).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-PL-STUDENTS   PIC Z(09)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PL-GRADES     PIC Z(09)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PL-HOURS      PIC Z(09)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PL-UNGRADED   PIC Z(09)9.
           05 FILLER           PIC X(76) VALUE SPACES.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLGRADE.
           10 WS-GRD-HOME-INST         PIC X(06).
           10 WS-GRD-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-GRD-NAME              PIC X(30).
           10 WS-GRD-COURSE            PIC X(08).
           10 WS-GRD-GRADE             PIC X(02).
           10 WS-GRD-BASIS             PIC X(01).

       01 WS-GRD-TERM         PIC X(06).
       01 WS-GRD-PARTNER      PIC X(06).

      *    EVERY COURSE TAKEN IN THE TERM BY A VISITING STUDENT,
      *    GROUPED BY HOME INSTITUTION. A BLANK PARTNER SELECTS THEM
      *    ALL.
            EXEC SQL
               DECLARE GRDCSR CURSOR FOR
               SELECT S.HOME_INST, E.STUD_ID, S.STUD_NAME,
                      E.COURSE_CODE, E.GRADE, E.GRADE_BASIS
                 FROM STUD_ENROLL E, STUD_STUDENT S
                WHERE E.STUD_ID = S.STUD_ID
                  AND S.STUD_TYPE = 'V'
                  AND E.TERM = :WS-GRD-TERM
                  AND (:WS-GRD-PARTNER = ' '
                       OR S.HOME_INST = :WS-GRD-PARTNER)
                ORDER BY S.HOME_INST, E.STUD_ID, E.COURSE_CODE
            END-EXEC.

       LINKAGE SECTION.
       01 LN-PARM-AREA.
           05 LN-PARM-LEN  PIC S9(4) COMP.
           05 LN-PARM-TEXT PIC X(13).

      *    PARM IS TTTTTT OR TTTTTT,PPPPPP - TERM AND ONE PARTNER.
      *    WITHOUT A TERM THE TERM ACTIVE ON THE BUSINESS DATE IS USED.
       PROCEDURE DIVISION USING LN-PARM-AREA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            IF LN-PARM-LEN > ZERO
               UNSTRING LN-PARM-TEXT(1:LN-PARM-LEN) DELIMITED BY ','
                   INTO WS-TERM-TEXT WS-PARTNER-TEXT
               END-UNSTRING
            END-IF.
            IF WS-TERM-TEXT = SPACES
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'CONSGRD: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE WS-TERM-TEXT    TO WS-GRD-TERM.
            MOVE WS-PARTNER-TEXT TO WS-GRD-PARTNER.

            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'CONSGRD: CRSETAB NOT AVAILABLE - CANNOT '
                       'REPORT CREDIT HOURS'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            MOVE 'CONSGRD' TO RH-PROGRAM-ID.
            MOVE 'CONSORTIUM GRADES SENT TO PARTNERS'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN OUTPUT GRDOUT.
            OPEN OUTPUT RPTFILE.

            EXEC SQL
                 OPEN GRDCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'CONSGRD: CURSOR OPEN FAILED - SQLCODE '
                       WS-SQLCODE-DISPLAY
               MOVE 16 TO RETURN-CODE
               SET WS-CSR-DONE TO TRUE
            END-IF.

            PERFORM A000-FETCH-PARA UNTIL WS-CSR-DONE.

            EXEC SQL
                 CLOSE GRDCSR
            END-EXEC.

            IF WS-CT-PARTNERS > ZERO
               PERFORM A000-PARTNER-END-PARA
            END-IF.

            CLOSE GRDOUT.
            CLOSE CRSETAB.

            PERFORM A000-PRINT-TOTALS-PARA.

            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-FETCH-PARA.
             EXEC SQL
                  FETCH GRDCSR
                   INTO :WS-GRD-HOME-INST, :WS-GRD-STUD-ID,
                        :WS-GRD-NAME, :WS-GRD-COURSE,
                        :WS-GRD-GRADE, :WS-GRD-BASIS
             END-EXEC.
             IF SQLCODE NOT = 0
                IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'CONSGRD: FETCH FAILED - SQLCODE '
                           WS-SQLCODE-DISPLAY
                   MOVE 16 TO RETURN-CODE
                END-IF
                SET WS-CSR-DONE TO TRUE
             ELSE
                PERFORM A000-GRADE-PARA
             END-IF.

      *    A VISITOR WITH NO HOME INSTITUTION HAS NOWHERE TO BE SENT
      *    AND IS ONLY COUNTED.
       A000-GRADE-PARA.
             IF WS-GRD-HOME-INST = SPACES
                ADD 1 TO WS-CT-NO-HOME
                DISPLAY 'CONSGRD: VISITING STUDENT ' WS-GRD-NAME
                        ' HAS NO HOME INSTITUTION - NOT SENT'
             ELSE
                IF WS-GRD-HOME-INST NOT = WS-CURR-INST
                   IF WS-CT-PARTNERS > ZERO
                      PERFORM A000-PARTNER-END-PARA
                   END-IF
                   PERFORM A000-PARTNER-START-PARA
                END-IF
                IF WS-GRD-STUD-ID NOT = WS-LAST-STUD-ID
                   MOVE WS-GRD-STUD-ID TO WS-LAST-STUD-ID
                   ADD 1 TO WS-PT-STUDENTS
                   ADD 1 TO WS-CT-STUDENTS
                END-IF
                PERFORM A000-WRITE-GRADE-PARA
             END-IF.

       A000-PARTNER-START-PARA.
             ADD 1 TO WS-CT-PARTNERS.
             MOVE WS-GRD-HOME-INST TO WS-CURR-INST.
             MOVE ZERO TO WS-LAST-STUD-ID.
             INITIALIZE WS-PARTNER-TOTALS.
             MOVE SPACES           TO GX-REC.
             MOVE 'HD'             TO GX-HD-MARKER.
             MOVE WS-INST-CODE     TO GX-HD-FROM-INST.
             MOVE WS-CURR-INST     TO GX-HD-TO-INST.
             MOVE WS-GRD-TERM      TO GX-HD-TERM.
             MOVE WS-BUS-DATE      TO GX-HD-DATE.
             WRITE GX-REC.

      *    A COURSE NOT YET GRADED IS STILL SENT, WITH A BLANK GRADE,
      *    SO THE PARTNER SEES THE REGISTRATION.
       A000-WRITE-GRADE-PARA.
             MOVE ZERO TO WS-COURSE-HOURS.
             MOVE WS-GRD-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     ADD 1 TO WS-CT-NO-COURSE
                NOT INVALID KEY
                     IF CR-CREDIT-HRS IS NUMERIC
                        MOVE CR-CREDIT-HRS TO WS-COURSE-HOURS
                     END-IF
             END-READ.
             IF WS-GRD-GRADE = SPACES
                ADD 1 TO WS-PT-UNGRADED
                ADD 1 TO WS-CT-UNGRADED
             END-IF.
             MOVE SPACES           TO GX-REC.
             MOVE 'GR'             TO GX-GR-MARKER.
             MOVE WS-CURR-INST     TO GX-GR-HOME-INST.
             MOVE WS-GRD-STUD-ID   TO GX-GR-STUD-ID.
             MOVE WS-GRD-NAME      TO GX-GR-NAME.
             MOVE WS-GRD-COURSE    TO GX-GR-COURSE.
             MOVE WS-GRD-TERM      TO GX-GR-TERM.
             MOVE WS-COURSE-HOURS  TO GX-GR-HOURS.
             MOVE WS-GRD-GRADE     TO GX-GR-GRADE.
             MOVE WS-GRD-BASIS     TO GX-GR-BASIS.
             WRITE GX-REC.
             ADD 1 TO WS-PT-GRADES.
             ADD 1 TO WS-CT-GRADES.
             ADD WS-COURSE-HOURS TO WS-PT-HOURS.
             ADD WS-COURSE-HOURS TO WS-CT-HOURS.

       A000-PARTNER-END-PARA.
             MOVE SPACES           TO GX-REC.
             MOVE 'TR'             TO GX-TR-MARKER.
             MOVE WS-CURR-INST     TO GX-TR-INST.
             MOVE WS-PT-GRADES     TO GX-TR-COUNT.
             MOVE WS-PT-HOURS      TO GX-TR-HOURS.
             WRITE GX-REC.
             MOVE WS-CURR-INST     TO WS-PL-INST.
             MOVE WS-PT-STUDENTS   TO WS-PL-STUDENTS.
             MOVE WS-PT-GRADES     TO WS-PL-GRADES.
             MOVE WS-PT-HOURS      TO WS-PL-HOURS.
             MOVE WS-PT-UNGRADED   TO WS-PL-UNGRADED.
             MOVE WS-PARTNER-LINE  TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-PRINT-TOTALS-PARA.
             IF WS-CT-PARTNERS = ZERO
                MOVE 'NO VISITING STUDENTS ENROLLED IN THE TERM'
                  TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'TERM ........................' TO WS-PRINT-WORK.
             MOVE WS-GRD-TERM TO WS-PRINT-WORK(31:6).
             PERFORM PRINT-LINE-PARA.
             MOVE 'TOTAL'        TO WS-PL-INST.
             MOVE WS-CT-STUDENTS TO WS-PL-STUDENTS.
             MOVE WS-CT-GRADES   TO WS-PL-GRADES.
             MOVE WS-CT-HOURS    TO WS-PL-HOURS.
             MOVE WS-CT-UNGRADED TO WS-PL-UNGRADED.
             MOVE WS-PARTNER-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CONSGRD RUN CONTROL TOTALS'.
             DISPLAY 'TERM REPORTED ............... ' WS-GRD-TERM.
             IF WS-GRD-PARTNER NOT = SPACES
                DISPLAY 'PARTNER SELECTED ............ '
                        WS-GRD-PARTNER
             END-IF.
             DISPLAY 'PARTNER BLOCKS WRITTEN ...... ' WS-CT-PARTNERS.
             DISPLAY 'VISITING STUDENTS ........... ' WS-CT-STUDENTS.
             DISPLAY 'GRADE RECORDS WRITTEN ....... ' WS-CT-GRADES.
             DISPLAY 'NOT YET GRADED .............. ' WS-CT-UNGRADED.
             DISPLAY 'NO HOME INSTITUTION ......... ' WS-CT-NO-HOME.
             DISPLAY 'COURSES NOT ON CRSETAB ...... ' WS-CT-NO-COURSE.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
                AND (WS-CT-UNGRADED > ZERO OR WS-CT-NO-HOME > ZERO
                     OR WS-CT-NO-COURSE > ZERO)
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
