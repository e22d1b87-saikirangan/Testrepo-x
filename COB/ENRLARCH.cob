          05 TM-END-DATE     PIC X(08).
          05 TM-CENSUS-DATE  PIC X(08).
          05 TM-STATUS       PIC X(01).
          05 TM-MAX-HOURS    PIC 9(02).
          05 TM-LAST-ADD-DATE  PIC X(08).
          05 TM-LAST-DROP-DATE PIC X(08).
          05 FILLER          PIC X(31).
       WORKING-STORAGE SECTION.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
             EXEC SQL
                  INSERT INTO STUD_ENRLHIST
                        (STUD_ID, COURSE_CODE, TERM, GRADE,
                         XFER_FLAG, SECTION, GRADE_BASIS, ARCH_DATE)
                  SELECT STUD_ID, COURSE_CODE, TERM, GRADE,
                         XFER_FLAG, SECTION, GRADE_BASIS, CURRENT DATE
                    FROM STUD_ENROLL
                   WHERE TERM = :WS-SEL-TERM
             END-EXEC.
