       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLRI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT CRSESECT ASSIGN TO CRSESECT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-CRSESECT-FS.
                SELECT TERMTAB ASSIGN TO TERMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TERM-CODE
                FILE STATUS IS WS-TERMTAB-FS.
                SELECT WAITFILE ASSIGN TO WAITFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WAIT-FS.
                SELECT RIEXCFIL ASSIGN TO RIEXCFIL
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
       FD CRSESECT
            RECORDING MODE IS F.
       01 SECT-REC.
          05 SC-KEY.
             10 SC-COURSE-CODE PIC X(08).
             10 SC-TERM        PIC X(06).
             10 SC-SECTION     PIC X(03).
          05 SC-MAX-SEATS      PIC 9(04).
          05 SC-MEET-DAYS      PIC X(07).
          05 SC-MEET-START     PIC X(04).
          05 SC-MEET-END       PIC X(04).
          05 SC-ACTIVE-FLAG    PIC X(01).
          05 SC-BUILDING       PIC X(04).
          05 SC-ROOM           PIC X(06).
          05 FILLER            PIC X(33).
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
       FD WAITFILE
            RECORDING MODE IS F.
       01 WAIT-REC.
          05 WT-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 WT-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 WT-TERM         PIC X(06).
          05 FILLER          PIC X(55).
      *    ONE RECORD PER FINDING FOR EXCDIST. RX-DEPT IS THE OWNING
      *    DEPARTMENT - THE COURSE DEPARTMENT FOR CATALOG, CAPACITY,
      *    WAITLIST AND TERM FINDINGS, THE STUDENT DEPARTMENT FOR
      *    STUDENT FINDINGS. WHEN IT IS SPACES EXCDIST ROUTES BY
      *    STUDENT.
       FD RIEXCFIL
            RECORDING MODE IS F.
       01 RX-REC.
          05 RX-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 RX-CATEGORY     PIC X(08).
          05 FILLER          PIC X(01).
          05 RX-DEPT         PIC X(10).
          05 FILLER          PIC X(01).
          05 RX-REASON       PIC X(40).
          05 FILLER          PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-CRSESECT-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSESECT-AVAILABLE VALUE 'Y'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-WAIT-FS          PIC X(02) VALUE SPACES.
           88 WS-WAIT-OK          VALUE '00'.
       01 WS-WAIT-EOF         PIC A VALUE SPACE.

       01 WS-CSR-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-CSR-DONE         VALUE 'Y'.

      *    THE CURSOR RETURNS ROWS BY COURSE, TERM AND SECTION, SO
      *    THE CATALOG, TERM AND SECTION LOOKUPS ARE ONLY REPEATED WHEN
      *    THE KEY CHANGES.
       01 WS-LAST-COURSE      PIC X(08) VALUE HIGH-VALUES.
       01 WS-LAST-TERM        PIC X(06) VALUE HIGH-VALUES.
       01 WS-LAST-SECTION     PIC X(03) VALUE HIGH-VALUES.
       01 WS-COURSE-SW        PIC X(01) VALUE 'N'.
           88 WS-COURSE-FOUND     VALUE 'Y'.
           88 WS-COURSE-MISSING   VALUE 'N'.
       01 WS-COURSE-ACTIVE-SW PIC X(01) VALUE 'N'.
           88 WS-COURSE-ACTIVE    VALUE 'Y'.
       01 WS-COURSE-DEPT      PIC X(03) VALUE SPACES.
       01 WS-COURSE-SEATS     PIC 9(04) VALUE ZERO.
       01 WS-TERM-CLOSED-SW   PIC X(01) VALUE 'N'.
           88 WS-TERM-CLOSED      VALUE 'Y'.
       01 WS-SECT-SW          PIC X(01) VALUE 'N'.
           88 WS-SECT-FOUND       VALUE 'Y'.
       01 WS-SECT-SEATS       PIC 9(04) VALUE ZERO.
       01 WS-COURSE-CAP-SW    PIC X(01) VALUE 'N'.
           88 WS-COURSE-CAP       VALUE 'Y'.
       01 WS-GROUP-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-COURSE-COUNT     PIC 9(05) VALUE ZERO.

       01 WS-CAP-REASON.
          05 FILLER           PIC X(09) VALUE 'OVER CAP '.
          05 WS-CR-COURSE     PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CR-TERM       PIC X(06).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CR-SECTION    PIC X(03).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CR-COUNT      PIC 9(04).
          05 FILLER           PIC X(01) VALUE '/'.
          05 WS-CR-SEATS      PIC 9(04).
          05 FILLER           PIC X(02) VALUE SPACES.

       01 WS-ROW-REASON.
          05 WS-RR-TEXT       PIC X(17).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-RR-COURSE     PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-RR-TERM       PIC X(06).
          05 FILLER           PIC X(07) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-ROWS-READ    PIC 9(07) VALUE ZERO.
           05 WS-CT-WAIT-READ    PIC 9(07) VALUE ZERO.
           05 WS-CT-CRSMISS      PIC 9(07) VALUE ZERO.
           05 WS-CT-CRSINACT     PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERCAP      PIC 9(07) VALUE ZERO.
           05 WS-CT-WAITENRL     PIC 9(07) VALUE ZERO.
           05 WS-CT-WAITCANC     PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDMISS     PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDINAC     PIC 9(07) VALUE ZERO.
           05 WS-CT-TERMCLSD     PIC 9(07) VALUE ZERO.
           05 WS-CT-FINDINGS     PIC 9(07) VALUE ZERO.

       01 WS-SQLCODE-DISPLAY  PIC -9(8).

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01 WS-ENR-STUD-ID      PIC S9(9) USAGE COMP.
       01 WS-ENR-COURSE       PIC X(08).
       01 WS-ENR-TERM         PIC X(06).
       01 WS-ENR-SECTION      PIC X(03).
       01 WS-ENR-GRADE        PIC X(02).
       01 WS-STUD-FOUND       PIC X(01).
       01 WS-STUD-DEPT        PIC X(10).
       01 WS-STUD-STATUS      PIC X(10).
       01 WS-ENR-COUNT        PIC S9(9) USAGE COMP.
       01 WS-DISP-STUD-ID     PIC 9(09).

            EXEC SQL
               DECLARE RICSR CURSOR FOR
               SELECT E.STUD_ID, E.COURSE_CODE, E.TERM, E.SECTION,
                      E.GRADE,
                      CASE WHEN S.STUD_ID IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(S.STUD_DEPT, ' '),
                      COALESCE(S.STUD_STATUS, ' ')
                 FROM STUD_ENROLL E
                 LEFT OUTER JOIN STUD_STUDENT S
                   ON S.STUD_ID = E.STUD_ID
                ORDER BY E.COURSE_CODE, E.TERM, E.SECTION, E.STUD_ID
            END-EXEC.

       PROCEDURE DIVISION.

            OPEN INPUT CRSETAB.
            IF NOT WS-CRSETAB-OK
               DISPLAY 'ENRLRI: CRSETAB NOT AVAILABLE - SWEEP '
                       'CANNOT RUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT TERMTAB.
            IF NOT WS-TERMTAB-OK
               DISPLAY 'ENRLRI: TERMTAB NOT AVAILABLE - SWEEP '
                       'CANNOT RUN'
               MOVE 16 TO RETURN-CODE
               CLOSE CRSETAB
               GOBACK
            END-IF.
            OPEN INPUT CRSESECT.
            IF WS-CRSESECT-OK
               SET WS-CRSESECT-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ENRLRI: CRSESECT NOT AVAILABLE - COURSE-'
                       'LEVEL SEATS USED'
            END-IF.
            OPEN OUTPUT RIEXCFIL.
            MOVE SPACES TO RX-REC.

            DISPLAY '-------------------------------------------'.
            DISPLAY 'ENRLRI ENROLLMENT INTEGRITY SWEEP'.

            EXEC SQL
                 OPEN RICSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM A000-SQL-ERROR-PARA
            END-IF.

            PERFORM A000-CHECK-ROW-PARA UNTIL WS-CSR-DONE.

            EXEC SQL
                 CLOSE RICSR
            END-EXEC.

            PERFORM A000-CAPACITY-PARA.
            PERFORM A000-COURSE-CAP-PARA.

            OPEN INPUT WAITFILE.
            IF WS-WAIT-OK
               PERFORM UNTIL WS-WAIT-EOF = 'Y'
                  READ WAITFILE
                    AT END MOVE 'Y' TO WS-WAIT-EOF
                    NOT AT END
                    ADD 1 TO WS-CT-WAIT-READ
                    PERFORM A000-CHECK-WAIT-PARA
                  END-READ
               END-PERFORM
               CLOSE WAITFILE
            ELSE
               DISPLAY 'ENRLRI: WAITFILE NOT AVAILABLE - STATUS '
                       WS-WAIT-FS ' - WAITLIST NOT SWEPT'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

            CLOSE RIEXCFIL.
            CLOSE TERMTAB.
            IF WS-CRSESECT-AVAILABLE
               CLOSE CRSESECT
            END-IF.
            CLOSE CRSETAB.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-CHECK-ROW-PARA.
             EXEC SQL
                  FETCH RICSR
                   INTO :WS-ENR-STUD-ID, :WS-ENR-COURSE, :WS-ENR-TERM,
                        :WS-ENR-SECTION, :WS-ENR-GRADE,
                        :WS-STUD-FOUND, :WS-STUD-DEPT, :WS-STUD-STATUS
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-ROWS-READ
                  EVALUATE TRUE
                  WHEN WS-ENR-COURSE NOT = WS-LAST-COURSE
                  WHEN WS-ENR-TERM NOT = WS-LAST-TERM
                       PERFORM A000-CAPACITY-PARA
                       PERFORM A000-COURSE-CAP-PARA
                       PERFORM A000-NEW-GROUP-PARA
                       PERFORM A000-NEW-SECTION-PARA
                  WHEN WS-ENR-SECTION NOT = WS-LAST-SECTION
                       PERFORM A000-CAPACITY-PARA
                       PERFORM A000-NEW-SECTION-PARA
                  END-EVALUATE
      *           A LATE DROP STAYS ON AS A W BUT HOLDS NO SEAT.
                  IF WS-ENR-GRADE NOT = 'W '
                     ADD 1 TO WS-GROUP-COUNT
                     ADD 1 TO WS-COURSE-COUNT
                  END-IF
                  PERFORM A000-CHECK-ENROLL-PARA
             WHEN 100
                  SET WS-CSR-DONE TO TRUE
             WHEN OTHER
                  PERFORM A000-SQL-ERROR-PARA
             END-EVALUATE.

       A000-NEW-GROUP-PARA.
             IF WS-ENR-COURSE NOT = WS-LAST-COURSE
                MOVE WS-ENR-COURSE TO WS-LAST-COURSE
                PERFORM A000-READ-COURSE-PARA
             END-IF.
             IF WS-ENR-TERM NOT = WS-LAST-TERM
                MOVE WS-ENR-TERM TO WS-LAST-TERM
                MOVE 'N' TO WS-TERM-CLOSED-SW
                MOVE WS-ENR-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF TM-STATUS = 'C'
                           SET WS-TERM-CLOSED TO TRUE
                        END-IF
                END-READ
             END-IF.
             MOVE 'N' TO WS-COURSE-CAP-SW.
             MOVE ZERO TO WS-COURSE-COUNT.

      *    A SECTION ON CRSESECT IS HELD TO ITS OWN SEATS. ONE THAT IS
      *    NOT FALLS BACK TO CR-MAX-SEATS FOR THE WHOLE COURSE, AS
      *    ENRLMNT DOES WHEN IT SEATS A STUDENT.
       A000-NEW-SECTION-PARA.
             MOVE WS-ENR-SECTION TO WS-LAST-SECTION.
             MOVE 'N' TO WS-SECT-SW.
             MOVE ZERO TO WS-SECT-SEATS.
             IF WS-CRSESECT-AVAILABLE
                MOVE WS-LAST-COURSE  TO SC-COURSE-CODE
                MOVE WS-LAST-TERM    TO SC-TERM
                MOVE WS-LAST-SECTION TO SC-SECTION
                READ CRSESECT RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        SET WS-SECT-FOUND TO TRUE
                        IF SC-MAX-SEATS IS NUMERIC
                           MOVE SC-MAX-SEATS TO WS-SECT-SEATS
                        END-IF
                END-READ
             END-IF.
             IF NOT WS-SECT-FOUND
                SET WS-COURSE-CAP TO TRUE
             END-IF.
             MOVE ZERO TO WS-GROUP-COUNT.

       A000-READ-COURSE-PARA.
             MOVE 'N'    TO WS-COURSE-SW.
             MOVE 'N'    TO WS-COURSE-ACTIVE-SW.
             MOVE SPACES TO WS-COURSE-DEPT.
             MOVE ZERO   TO WS-COURSE-SEATS.
             MOVE WS-LAST-COURSE TO CR-COURSE-CODE.
             READ CRSETAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-COURSE-FOUND TO TRUE
                     MOVE CR-DEPT-CODE TO WS-COURSE-DEPT
                     IF CR-ACTIVE-FLAG = 'A'
                        SET WS-COURSE-ACTIVE TO TRUE
                     END-IF
                     IF CR-MAX-SEATS IS NUMERIC
                        MOVE CR-MAX-SEATS TO WS-COURSE-SEATS
                     END-IF
             END-READ.

      *    ONE ROW CAN RAISE SEVERAL FINDINGS. PROBATION IS AN ACTIVE
      *    REGISTRATION; ANY OTHER STATUS BUT ACTIVE IS A FINDING.
       A000-CHECK-ENROLL-PARA.
             MOVE WS-ENR-STUD-ID TO WS-DISP-STUD-ID.
             MOVE WS-ENR-COURSE  TO WS-RR-COURSE.
             MOVE WS-ENR-TERM    TO WS-RR-TERM.
             IF WS-COURSE-MISSING
                ADD 1 TO WS-CT-CRSMISS
                MOVE 'COURSE NOT ON CAT' TO WS-RR-TEXT
                MOVE 'CRSMISS'   TO RX-CATEGORY
                MOVE SPACES      TO RX-DEPT
                PERFORM A000-WRITE-ROW-PARA
             ELSE
                IF NOT WS-COURSE-ACTIVE
                   ADD 1 TO WS-CT-CRSINACT
                   MOVE 'COURSE INACTIVE' TO WS-RR-TEXT
                   MOVE 'CRSINACT'     TO RX-CATEGORY
                   MOVE WS-COURSE-DEPT TO RX-DEPT
                   PERFORM A000-WRITE-ROW-PARA
                END-IF
             END-IF.
      *    A STUDENT WHO WITHDREW AFTER THE DROP DEADLINE KEEPS THE
      *    W ROW, SO ONLY ROWS STILL HOLDING A SEAT ARE CHECKED FOR
      *    STATUS.
             IF WS-STUD-FOUND = 'N'
                ADD 1 TO WS-CT-STUDMISS
                MOVE 'STUDENT NOT ON DB' TO WS-RR-TEXT
                MOVE 'STUDMISS'     TO RX-CATEGORY
                MOVE WS-COURSE-DEPT TO RX-DEPT
                PERFORM A000-WRITE-ROW-PARA
             ELSE
                IF WS-STUD-STATUS NOT = 'ACTIVE'
                   AND WS-STUD-STATUS NOT = 'PROBATION'
                   AND WS-ENR-GRADE NOT = 'W '
                   ADD 1 TO WS-CT-STUDINAC
                   MOVE SPACES TO WS-RR-TEXT
                   STRING 'STUDENT ' WS-STUD-STATUS
                          DELIMITED BY SIZE INTO WS-RR-TEXT
                   MOVE 'STUDINAC'   TO RX-CATEGORY
                   MOVE WS-STUD-DEPT TO RX-DEPT
                   PERFORM A000-WRITE-ROW-PARA
                END-IF
             END-IF.
             IF WS-TERM-CLOSED
                ADD 1 TO WS-CT-TERMCLSD
                MOVE 'TERM CLOSED' TO WS-RR-TEXT
                MOVE 'TERMCLSD'     TO RX-CATEGORY
                MOVE WS-COURSE-DEPT TO RX-DEPT
                PERFORM A000-WRITE-ROW-PARA
             END-IF.

       A000-WRITE-ROW-PARA.
             MOVE WS-DISP-STUD-ID TO RX-STUD-ID.
             MOVE WS-ROW-REASON   TO RX-REASON.
             PERFORM A000-WRITE-FINDING-PARA.

      *    CLOSED TERMS ARE ALREADY REPORTED ROW BY ROW, SO CAPACITY IS
      *    ONLY CHECKED FOR OPEN TERMS. ZERO MAX SEATS MEANS NO LIMIT.
      *    THIS CHECKS A SECTION ON CRSESECT AGAINST ITS OWN SEATS.
       A000-CAPACITY-PARA.
             IF WS-GROUP-COUNT > ZERO
                AND WS-SECT-FOUND
                AND WS-COURSE-ACTIVE
                AND NOT WS-TERM-CLOSED
                AND WS-SECT-SEATS > ZERO
                AND WS-GROUP-COUNT > WS-SECT-SEATS
                MOVE WS-LAST-SECTION TO WS-CR-SECTION
                MOVE WS-GROUP-COUNT  TO WS-CR-COUNT
                MOVE WS-SECT-SEATS   TO WS-CR-SEATS
                PERFORM A000-WRITE-CAP-PARA
             END-IF.

      *    SECTIONS NOT ON CRSESECT SHARE CR-MAX-SEATS, COUNTED OVER
      *    EVERY SECTION OF THE COURSE FOR THE TERM.
       A000-COURSE-CAP-PARA.
             IF WS-COURSE-COUNT > ZERO
                AND WS-COURSE-CAP
                AND WS-COURSE-ACTIVE
                AND NOT WS-TERM-CLOSED
                AND WS-COURSE-SEATS > ZERO
                AND WS-COURSE-COUNT > WS-COURSE-SEATS
                MOVE SPACES          TO WS-CR-SECTION
                MOVE WS-COURSE-COUNT TO WS-CR-COUNT
                MOVE WS-COURSE-SEATS TO WS-CR-SEATS
                PERFORM A000-WRITE-CAP-PARA
             END-IF.

       A000-WRITE-CAP-PARA.
             ADD 1 TO WS-CT-OVERCAP.
             MOVE WS-LAST-COURSE  TO WS-CR-COURSE.
             MOVE WS-LAST-TERM    TO WS-CR-TERM.
             MOVE SPACES          TO RX-STUD-ID.
             MOVE 'OVERCAP'       TO RX-CATEGORY.
             MOVE WS-COURSE-DEPT  TO RX-DEPT.
             MOVE WS-CAP-REASON   TO RX-REASON.
             PERFORM A000-WRITE-FINDING-PARA.

       A000-CHECK-WAIT-PARA.
             MOVE WT-COURSE TO WS-LAST-COURSE.
             PERFORM A000-READ-COURSE-PARA.
             MOVE WT-STUD-ID TO WS-DISP-STUD-ID.
             MOVE WT-COURSE  TO WS-RR-COURSE.
             MOVE WT-TERM    TO WS-RR-TERM.
             IF NOT WS-COURSE-ACTIVE
                ADD 1 TO WS-CT-WAITCANC
                MOVE 'WAITLIST CANCELLD' TO WS-RR-TEXT
                MOVE 'WAITCANC'     TO RX-CATEGORY
                MOVE WS-COURSE-DEPT TO RX-DEPT
                PERFORM A000-WRITE-ROW-PARA
             END-IF.
             IF WT-STUD-ID IS NUMERIC
                MOVE WT-STUD-ID TO WS-ENR-STUD-ID
                MOVE WT-COURSE  TO WS-ENR-COURSE
                MOVE WT-TERM    TO WS-ENR-TERM
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-ENR-COUNT
                       FROM STUD_ENROLL
                      WHERE STUD_ID = :WS-ENR-STUD-ID
                        AND COURSE_CODE = :WS-ENR-COURSE
                        AND TERM = :WS-ENR-TERM
                        AND GRADE NOT = 'W '
                END-EXEC
                IF SQLCODE = 0
                   IF WS-ENR-COUNT > ZERO
                      ADD 1 TO WS-CT-WAITENRL
                      MOVE 'WAITLIST ENROLLED' TO WS-RR-TEXT
                      MOVE 'WAITENRL'     TO RX-CATEGORY
                      MOVE WS-COURSE-DEPT TO RX-DEPT
                      PERFORM A000-WRITE-ROW-PARA
                   END-IF
                ELSE
                   PERFORM A000-SQL-ERROR-PARA
                END-IF
             END-IF.

       A000-WRITE-FINDING-PARA.
             ADD 1 TO WS-CT-FINDINGS.
             DISPLAY '  ' RX-CATEGORY ' ' RX-STUD-ID ' ' RX-REASON.
             WRITE RX-REC.
             MOVE SPACES TO RX-REC.

       A000-SQL-ERROR-PARA.
             MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
             DISPLAY 'ENRLRI: DB2 ERROR - SQLCODE '
                     WS-SQLCODE-DISPLAY.
             MOVE 16 TO RETURN-CODE.
             SET WS-CSR-DONE TO TRUE.
             MOVE 'Y' TO WS-WAIT-EOF.

       A000-SUMMARY-PARA.
             DISPLAY 'STUD_ENROLL ROWS READ ....... '
                     WS-CT-ROWS-READ.
             DISPLAY 'WAITFILE ENTRIES READ ....... '
                     WS-CT-WAIT-READ.
             DISPLAY 'CRSMISS  NOT ON CRSETAB ..... '
                     WS-CT-CRSMISS.
             DISPLAY 'CRSINACT COURSE INACTIVE .... '
                     WS-CT-CRSINACT.
             DISPLAY 'OVERCAP  OVER MAX SEATS ..... '
                     WS-CT-OVERCAP.
             DISPLAY 'WAITENRL WAITLIST, ENROLLED . '
                     WS-CT-WAITENRL.
             DISPLAY 'WAITCANC WAITLIST CANCELLED . '
                     WS-CT-WAITCANC.
             DISPLAY 'STUDMISS STUDENT NOT ON FILE . '
                     WS-CT-STUDMISS.
             DISPLAY 'STUDINAC STUDENT NOT ACTIVE . '
                     WS-CT-STUDINAC.
             DISPLAY 'TERMCLSD TERM CLOSED ........ '
                     WS-CT-TERMCLSD.
             DISPLAY 'FINDINGS WRITTEN ............ '
                     WS-CT-FINDINGS.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO
                IF WS-CT-FINDINGS > ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
