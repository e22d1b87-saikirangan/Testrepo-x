          05 EXT-PHONE      PIC X(10).
          05 FILLER         PIC X(01).
          05 EXT-ENTRY-TERM PIC X(06).
          05 FILLER         PIC X(01).
          05 EXT-CLASS-STANDING PIC X(10).
          05 FILLER         PIC X(01).
          05 EXT-EARNED-HRS PIC 9(03).
          05 FILLER         PIC X(01).
          05 EXT-PROG-COUNT PIC 9(01).
          05 EXT-PROGRAM    OCCURS 3 TIMES.
             10 FILLER         PIC X(01).
             10 EXT-PROG-CODE  PIC X(10).
             10 EXT-PROG-TYPE  PIC X(01).
          05 FILLER         PIC X(01).
          05 EXT-CONFID-FLAG PIC X(01).
          05 FILLER         PIC X(17).
       FD CKPTFILE
            RECORDING MODE IS F.
       01 CKPT-REC.
           10 WS-STUD-DEPT             PIC X(10).
           10 WS-STUD-STATUS           PIC X(10).
           10 WS-STUD-ENTRY-TERM       PIC X(06).
           10 WS-STUD-STANDING         PIC X(10).
           10 WS-STUD-EARNED-HRS       PIC S9(4) USAGE COMP.
           10 WS-STUD-CONFID           PIC X(01).

       01  DCLADDRESS.
           10 WS-ADR-STREET            PIC X(25).
           10 WS-ADR-POSTAL            PIC X(09).
           10 WS-ADR-PHONE             PIC X(10).

       01  DCLPROGRAM.
           10 WS-PRG-CODE              PIC X(10).
           10 WS-PRG-TYPE              PIC X(01).

       01 WS-PRG-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-PRG-DONE         VALUE 'Y'.

            EXEC SQL
               DECLARE PRGCSR CURSOR FOR
               SELECT PROG_CODE, PROG_TYPE
                 FROM STUD_PROGRAM
                WHERE STUD_ID = :WS-STUD-ID
                ORDER BY PROG_TYPE, PROG_CODE
            END-EXEC.

       01 WS-ACTIVE-ONLY-SW   PIC X(01) VALUE 'N'.
           88 WS-ACTIVE-ONLY      VALUE 'Y'.
       01 WS-CT-STAT-FILTERED PIC 9(07) VALUE ZERO.
       01 WS-CT-CONFID        PIC 9(07) VALUE ZERO.

       01 WS-CURR-TERM        PIC X(06) VALUE SPACES.
       01 WS-PARM-TERM        PIC X(06) VALUE SPACES.
             EXEC SQL
                  SELECT  STUD_ID, STUD_NAME, STUD_DEPT,
                          COALESCE(STUD_STATUS, 'ACTIVE'),
                          COALESCE(ENTRY_TERM, ' '),
                          COALESCE(CLASS_STANDING, ' '),
                          COALESCE(EARNED_HOURS, 0),
                          CASE WHEN CONFID_FLAG = 'Y'
                                AND CONFID_DATE <= CURRENT DATE
                               THEN 'Y' ELSE 'N' END
                    INTO  :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,
                          :WS-STUD-STATUS, :WS-STUD-ENTRY-TERM,
                          :WS-STUD-STANDING, :WS-STUD-EARNED-HRS,
                          :WS-STUD-CONFID
                 FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
                MOVE WS-ADR-POSTAL TO EXT-POSTAL
                MOVE WS-ADR-PHONE  TO EXT-PHONE
                MOVE WS-STUD-ENTRY-TERM TO EXT-ENTRY-TERM
                MOVE WS-STUD-STANDING   TO EXT-CLASS-STANDING
                MOVE WS-STUD-EARNED-HRS TO EXT-EARNED-HRS
                PERFORM A000-PROGRAMS-PARA
      *         STUDENTS UNDER A DIRECTORY HOLD ARE FLAGGED SO THE
      *         DOWNSTREAM FEEDS KEEP THEIR DETAILS OUT OF ANY RELEASE.
                MOVE WS-STUD-CONFID TO EXT-CONFID-FLAG
                IF WS-STUD-CONFID = 'Y'
                   ADD 1 TO WS-CT-CONFID
                END-IF
                WRITE EXT-REC
                ADD 1 TO WS-ENV-COUNT
                ADD EXT-STUD-ID TO WS-ENV-HASH
                MOVE SPACES TO DCLADDRESS
             END-IF.

       A000-PROGRAMS-PARA.
             MOVE ZERO TO EXT-PROG-COUNT.
             MOVE 'N' TO WS-PRG-DONE-SW.
             EXEC SQL
                  OPEN PRGCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-PRG-DONE TO TRUE
             END-IF.
             PERFORM A000-PROGRAM-FETCH-PARA UNTIL WS-PRG-DONE.
             EXEC SQL
                  CLOSE PRGCSR
             END-EXEC.

       A000-PROGRAM-FETCH-PARA.
             EXEC SQL
                  FETCH PRGCSR
                   INTO :WS-PRG-CODE, :WS-PRG-TYPE
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-PRG-DONE TO TRUE
             ELSE
                IF EXT-PROG-COUNT < 3
                   ADD 1 TO EXT-PROG-COUNT
                   MOVE WS-PRG-CODE TO EXT-PROG-CODE(EXT-PROG-COUNT)
                   MOVE WS-PRG-TYPE TO EXT-PROG-TYPE(EXT-PROG-COUNT)
                END-IF
             END-IF.

       A000-ENROLL-COUNT-PARA.
             MOVE ZERO TO WS-ENROLL-COUNT.
             IF WS-CURR-TERM NOT = SPACES
                DISPLAY 'NON-ACTIVE EXTRACT FILTERED  '
                        WS-CT-STAT-FILTERED
             END-IF.
             DISPLAY 'DIRECTORY HOLDS FLAGGED .... ' WS-CT-CONFID.
             DISPLAY 'FIELD MISMATCHES REPORTED .. ' WS-CT-FLDMISM.
             IF WS-WATCH-AVAILABLE
                DISPLAY 'WATCH-LIST HITS REPORTED ... '
