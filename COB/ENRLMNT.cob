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
                SELECT OVLDAPPR ASSIGN TO OVLDAPPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OA-KEY
                FILE STATUS IS WS-OVLDAPPR-FS.
                SELECT NATTEND ASSIGN TO NATTEND
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NATTEND-FS.
                SELECT NARPT ASSIGN TO NARPT
                ORGANIZATION IS SEQUENTIAL.
                SELECT SSREGQ ASSIGN TO SSREGQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SSREGQ-FS.
                SELECT PARTTAB ASSIGN TO PARTTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PT-INST-CODE
                FILE STATUS IS WS-PARTTAB-FS.
                SELECT DUPREVW ASSIGN TO DUPREVW
                ORGANIZATION IS SEQUENTIAL.
                SELECT DUPRLSQ ASSIGN TO DUPRLSQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DUPRLSQ-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ETRANFIL
          05 ETRAN-TERM      PIC X(06).
          05 FILLER          PIC X(01).
          05 ETRAN-OVERRIDE  PIC X(01).
          05 FILLER          PIC X(01).
          05 ETRAN-SECTION   PIC X(03).
          05 FILLER          PIC X(01).
          05 ETRAN-BASIS     PIC X(01).
          05 FILLER          PIC X(01).
          05 ETRAN-LATE-AUTH PIC X(08).
          05 FILLER          PIC X(01).
          05 ETRAN-HOME-INST PIC X(06).
          05 FILLER          PIC X(01).
          05 ETRAN-VISIT-NAME PIC X(28).
       FD ENRLLOG
            RECORDING MODE IS F.
       01 ENRL-LOG-REC.
          05 ERECYC-TERM     PIC X(06).
          05 FILLER          PIC X(01).
          05 ERECYC-REASON   PIC X(40).
          05 FILLER          PIC X(01).
          05 ERECYC-SECTION  PIC X(03).
          05 FILLER          PIC X(01).
          05 ERECYC-BASIS    PIC X(01).
          05 FILLER          PIC X(06).
       FD CANCRPT
            RECORDING MODE IS F.
       01 CANC-REC.
          05 CANC-STUD-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 CANC-STUD-NAME  PIC X(30).
          05 FILLER          PIC X(01).
          05 CANC-SECTION    PIC X(03).
          05 FILLER          PIC X(20).
       FD WATCHLST
            RECORDING MODE IS F.
       01 WATCH-REC.
          05 WT-BUS-DATE     PIC X(08).
          05 FILLER          PIC X(01).
          05 WT-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 WT-SECTION      PIC X(03).
          05 FILLER          PIC X(01).
          05 WT-BASIS        PIC X(01).
          05 FILLER          PIC X(13).
       FD CRSETAB
            RECORDING MODE IS F.
       01 CRSE-REC.
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
       FD OVLDAPPR
            RECORDING MODE IS F.
       01 OVLD-REC.
          05 OA-KEY.
             10 OA-STUD-ID     PIC X(09).
             10 OA-TERM        PIC X(06).
          05 OA-MAX-HOURS      PIC 9(02).
          05 OA-APPROVED-BY    PIC X(08).
          05 OA-APPROVED-DATE  PIC X(08).
          05 OA-REASON         PIC X(30).
          05 FILLER            PIC X(17).
       FD NATTEND
            RECORDING MODE IS F.
       01 NATT-REC.
          05 NA-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 NA-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 NA-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 NA-INSTR-ID     PIC X(09).
          05 FILLER          PIC X(01).
          05 NA-REPORT-DATE  PIC X(08).
          05 FILLER          PIC X(36).
       FD NARPT
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       FD SSREGQ
            RECORDING MODE IS F.
       01 SSREGQ-REC         PIC X(80).
       FD PARTTAB
            RECORDING MODE IS F.
       01 PART-REC.
          05 PT-INST-CODE    PIC X(06).
          05 PT-INST-NAME    PIC X(30).
          05 PT-ACTIVE-FLAG  PIC X(01).
          05 PT-CONTACT      PIC X(30).
          05 PT-AGREE-REF    PIC X(10).
          05 FILLER          PIC X(03).
      *    PROBABLE REPLAYS HELD FOR OPERATIONS. DR-ACTION R WITH
      *    DR-OPER FILLED IN RELEASES THE TRANSACTION THROUGH DUPREL.
       FD DUPREVW
            RECORDING MODE IS F.
       01 DUPREVW-REC.
          05 DR-FILE         PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-PRIOR-DATE   PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-HELD-DATE    PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-ACTION       PIC X(01).
          05 FILLER          PIC X(01).
          05 DR-OPER         PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-TRAN         PIC X(80).
          05 FILLER          PIC X(02).
      *    TRANSACTIONS RELEASED BY DUPREL, APPLIED WITHOUT A REPLAY
      *    CHECK.
       FD DUPRLSQ
            RECORDING MODE IS F.
       01 DUPRLSQ-REC        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

           05 WS-CT-CANCELLED PIC 9(07) VALUE ZERO.
           05 WS-CT-CANC-DROPS PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLD-BLOCK PIC 9(07) VALUE ZERO.
           05 WS-CT-HRS-LIMIT  PIC 9(07) VALUE ZERO.
           05 WS-CT-OVLD-USED  PIC 9(07) VALUE ZERO.
           05 WS-CT-BASIS-CHG  PIC 9(07) VALUE ZERO.
           05 WS-CT-BASIS-CUTOFF PIC 9(07) VALUE ZERO.
           05 WS-CT-PF-LIMIT   PIC 9(07) VALUE ZERO.
           05 WS-CT-NA-READ    PIC 9(07) VALUE ZERO.
           05 WS-CT-NA-DROPS   PIC 9(07) VALUE ZERO.
           05 WS-CT-NA-REJECT  PIC 9(07) VALUE ZERO.
           05 WS-CT-NA-HOURS   PIC 9(07) VALUE ZERO.
           05 WS-CT-ADD-LATE   PIC 9(07) VALUE ZERO.
           05 WS-CT-LATE-AUTH  PIC 9(07) VALUE ZERO.
           05 WS-CT-DROP-W     PIC 9(07) VALUE ZERO.
           05 WS-CT-SELF-SERV  PIC 9(07) VALUE ZERO.
           05 WS-CT-DUP-HELD   PIC 9(07) VALUE ZERO.
           05 WS-CT-DUP-RLSE   PIC 9(07) VALUE ZERO.
           05 WS-CT-VISIT-NEW  PIC 9(07) VALUE ZERO.
           05 WS-CT-VISIT-REJ  PIC 9(07) VALUE ZERO.

       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-CRSESECT-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSESECT-AVAILABLE VALUE 'Y'.
       01 WS-SECT-SW          PIC X(01) VALUE 'N'.
           88 WS-SECT-FOUND       VALUE 'Y'.
       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-TERMTAB-OK       VALUE '00'.
       01 WS-TERMTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-TERMTAB-AVAILABLE VALUE 'Y'.
       01 WS-OVLDAPPR-FS      PIC X(02) VALUE SPACES.
           88 WS-OVLDAPPR-OK      VALUE '00'.
       01 WS-OVLDAPPR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-OVLDAPPR-AVAILABLE VALUE 'Y'.
       01 WS-PARTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-PARTTAB-OK       VALUE '00'.
       01 WS-PARTTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-PARTTAB-AVAILABLE VALUE 'Y'.

       01 WS-STD-MAX-HOURS    PIC 9(02) VALUE 18.
       01 WS-MAX-HOURS        PIC 9(02) VALUE ZERO.
       01 WS-NEW-CRED-HRS     PIC 9(02) VALUE ZERO.
       01 WS-TERM-HOURS       PIC 9(03) VALUE ZERO.
       01 WS-HRSCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-HRSCSR-DONE      VALUE 'Y'.
       01 WS-OVLD-SW          PIC X(01) VALUE 'N'.
           88 WS-OVLD-APPROVED    VALUE 'Y'.

       01 WS-BASIS-CHECK      PIC X(01).
           88 WS-BASIS-VALID      VALUE 'L' 'P' 'A'.
       01 WS-PF-MAX-HOURS     PIC 9(03) VALUE 12.
       01 WS-PF-HOURS         PIC 9(03) VALUE ZERO.
       01 WS-PFCSR-DONE-SW    PIC X(01) VALUE 'N'.
           88 WS-PFCSR-DONE       VALUE 'Y'.

       01 WS-COURSE-SW        PIC X(01) VALUE 'N'.
           88 WS-COURSE-VALID     VALUE 'Y'.
           05 WS-NEW-MEET-END   PIC X(04).
       01 WS-CONFLICT-SW      PIC X(01) VALUE 'N'.
           88 WS-CONFLICT-FOUND   VALUE 'Y'.
       01 WS-EXIST-MEET.
           05 WS-EXIST-MEET-DAYS  PIC X(07).
           05 WS-EXIST-MEET-START PIC X(04).
           05 WS-EXIST-MEET-END   PIC X(04).
       01 WS-CONFLICT-COURSE  PIC X(08).
       01 WS-ENRCSR-DONE-SW   PIC X(01) VALUE 'N'.
           88 WS-ENRCSR-DONE      VALUE 'Y'.
       01 WS-DAY-MATCH-SW     PIC X(01) VALUE 'N'.
           88 WS-DAY-MATCH        VALUE 'Y'.

       01 WS-NATTEND-FS       PIC X(02) VALUE SPACES.
           88 WS-NATTEND-OK       VALUE '00'.
       01 WS-NA-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-NA-EOF           VALUE 'Y'.
       01 WS-ADMIN-DROP-SW    PIC X(01) VALUE 'N'.
           88 WS-ADMIN-DROP       VALUE 'Y'.
       01 WS-NA-CRED-HRS      PIC 9(02) VALUE ZERO.
       01 WS-DROP-W-SW        PIC X(01) VALUE 'N'.
           88 WS-DROP-AS-W        VALUE 'Y'.

       01 WS-SSREGQ-FS        PIC X(02) VALUE SPACES.
           88 WS-SSREGQ-OK        VALUE '00'.
       01 WS-SSREGQ-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-SSREGQ-EOF       VALUE 'Y'.

       01 WS-DUPRLSQ-FS       PIC X(02) VALUE SPACES.
           88 WS-DUPRLSQ-OK       VALUE '00'.
       01 WS-DUPRLSQ-EOF-SW   PIC X(01) VALUE 'N'.
           88 WS-DUPRLSQ-EOF      VALUE 'Y'.
       01 WS-DUP-TRAN         PIC X(80).
       01 WS-APPLIED-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-APPLIED-BEFORE   PIC 9(08) VALUE ZERO.
           COPY CPYTDUP.

           COPY CPYHDR.
       01 WS-LINE-COUNT       PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK       PIC X(132).

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(05) VALUE 'SEC'.
           05 FILLER PIC X(08) VALUE 'TERM'.
           05 FILLER PIC X(05) VALUE 'HRS'.
           05 FILLER PIC X(04) VALUE 'BAS'.
           05 FILLER PIC X(11) VALUE 'INSTRUCTOR'.
           05 FILLER PIC X(10) VALUE 'REPORTED'.
           05 FILLER PIC X(36) VALUE 'RESULT'.

       01 WS-NA-LINE.
           05 WS-NL-STUD-ID    PIC 9(09).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-NL-NAME       PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-NL-COURSE     PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-NL-SECTION    PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-NL-TERM       PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-NL-HRS        PIC Z9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-NL-BASIS      PIC X(01).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-NL-INSTR-ID   PIC X(09).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-NL-RPT-DATE   PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-NL-RESULT     PIC X(28).
           05 FILLER           PIC X(08) VALUE SPACES.

       01 WS-NA-TOTAL-LINE.
           05 WS-NT-LABEL      PIC X(30).
           05 WS-NT-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(93) VALUE SPACES.

       01 WS-SEAT-MAX         PIC 9(04) VALUE ZERO.
       01 WS-SEAT-COUNT       PIC S9(9) USAGE COMP.
       01 WS-SEAT-SW          PIC X(01) VALUE 'Y'.
           10 WS-ENR-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-ENR-COURSE            PIC X(08).
           10 WS-ENR-TERM              PIC X(06).
           10 WS-ENR-SECTION           PIC X(03).
           10 WS-ENR-BASIS             PIC X(01).

       01 WS-VIS-TYPE         PIC X(01).
       01 WS-VIS-HOME-INST    PIC X(06).
       01 WS-VIS-NAME         PIC X(30).
       01 WS-ENR-EXIST-COURSE PIC X(08).
       01 WS-ENR-EXIST-SECTION PIC X(03).
       01 WS-NA-SECTION       PIC X(03).
       01 WS-NA-GRADE         PIC X(02).
       01 WS-NA-BASIS         PIC X(01).
       01 WS-NA-STUD-NAME     PIC X(30).
       01 WS-CANC-STUD-ID     PIC S9(9) USAGE COMP.
       01 WS-CANC-STUD-NAME   PIC X(30).
       01 WS-CANCSR-DONE-SW   PIC X(01) VALUE 'N'.
                   ON E.STUD_ID = S.STUD_ID
                WHERE E.COURSE_CODE = :WS-ENR-COURSE
                  AND E.TERM = :WS-ENR-TERM
                  AND (:WS-ENR-SECTION = '   '
                       OR E.SECTION = :WS-ENR-SECTION)
                ORDER BY E.STUD_ID
            END-EXEC.

            EXEC SQL
               DECLARE PFCSR CURSOR FOR
               SELECT COURSE_CODE
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-ENR-STUD-ID
                  AND GRADE_BASIS = 'P'
                  AND GRADE NOT = 'W '
                  AND NOT (COURSE_CODE = :WS-ENR-COURSE
                           AND TERM = :WS-ENR-TERM)
               UNION ALL
               SELECT COURSE_CODE
                 FROM STUD_ENRLHIST
                WHERE STUD_ID = :WS-ENR-STUD-ID
                  AND GRADE_BASIS = 'P'
                  AND GRADE NOT = 'W '
            END-EXEC.

            EXEC SQL
               DECLARE ENRCSR CURSOR FOR
               SELECT COURSE_CODE, SECTION
                 FROM STUD_ENROLL
                WHERE STUD_ID = :WS-ENR-STUD-ID
                  AND TERM = :WS-ENR-TERM
                  AND GRADE NOT = 'W '
            END-EXEC.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

       01 WS-OPER-ID          PIC X(08) VALUE SPACES.
       01 WS-SAVE-OPER-ID     PIC X(08) VALUE SPACES.
       01 WS-MODE-TEXT        PIC X(10) VALUE SPACES.

       01 WS-ENV-FUNC         PIC X(04).
       01 WS-ENV-FILE         PIC X(08) VALUE 'ETRANFIL'.
       LINKAGE SECTION.
       01 LN-PARM-AREA.
           05 LN-PARM-LEN  PIC S9(4) COMP.
           05 LN-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LN-PARM-AREA.

            IF LN-PARM-LEN > ZERO
               UNSTRING LN-PARM-TEXT(1:LN-PARM-LEN) DELIMITED BY ','
                   INTO WS-OPER-ID, WS-MODE-TEXT
               END-UNSTRING
            END-IF.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            OPEN OUTPUT ENRLLOG.
            OPEN OUTPUT ERECYCF.
            OPEN OUTPUT CANCRPT.
            OPEN OUTPUT DUPREVW.
            MOVE WS-ENV-FILE TO TDP-FILE.
            MOVE 'N'         TO TDP-RESTART.
            IF WS-MODE-TEXT(1:5) = 'RERUN'
               MOVE 'Y' TO TDP-RESTART
               DISPLAY 'ENRLMNT: RERUN - TRANSACTIONS APPLIED EARLIER '
                       'TODAY ARE NOT HELD AS REPLAYS'
            END-IF.
            PERFORM A000-OPEN-WAIT-PARA.
            OPEN INPUT WATCHLST.
            IF WS-WATCH-OK
               DISPLAY 'ENRLMNT: CRSETAB NOT AVAILABLE - COURSE '
                       'CATALOG VALIDATION SKIPPED'
            END-IF.
            OPEN INPUT CRSESECT.
            IF WS-CRSESECT-OK
               SET WS-CRSESECT-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ENRLMNT: CRSESECT NOT AVAILABLE - COURSE-'
                       'LEVEL SEATS AND MEETING TIMES USED'
            END-IF.
            OPEN INPUT TERMTAB.
            IF WS-TERMTAB-OK
               SET WS-TERMTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ENRLMNT: TERMTAB NOT AVAILABLE - STANDARD '
                       'TERM HOUR LIMIT USED'
            END-IF.
            OPEN INPUT OVLDAPPR.
            IF WS-OVLDAPPR-OK
               SET WS-OVLDAPPR-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ENRLMNT: OVLDAPPR NOT AVAILABLE - NO '
                       'OVERLOAD APPROVALS APPLIED'
            END-IF.
            OPEN INPUT PARTTAB.
            IF WS-PARTTAB-OK
               SET WS-PARTTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ENRLMNT: PARTTAB NOT AVAILABLE - VISITING '
                       'REGISTRATIONS WILL BE RECYCLED'
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

                      IF ETRAN-STUD-ID IS NUMERIC
                         ADD ETRAN-STUD-ID TO WS-ENV-HASH
                      END-IF
                      PERFORM A000-REPLAY-CHECK-PARA
                 END-EVALUATE
               END-READ


            PERFORM A000-ENV-TRAILER-PARA.

            PERFORM A000-RELEASED-PARA.

            PERFORM A000-SELF-SERVICE-PARA.

            PERFORM A000-NEVER-ATTEND-PARA.

            CLOSE ETRANFIL.
            CLOSE ENRLLOG.
            CLOSE ERECYCF.
            CLOSE CANCRPT.
            CLOSE DUPREVW.
            MOVE 'C' TO TDP-FUNC.
            CALL 'TRANDUP' USING WS-TRAN-DUP.
            CLOSE WAITFILE.
            IF WS-WATCH-AVAILABLE
               CLOSE WATCHLST
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            IF WS-CRSESECT-AVAILABLE
               CLOSE CRSESECT
            END-IF.
            IF WS-TERMTAB-AVAILABLE
               CLOSE TERMTAB
            END-IF.
            IF WS-OVLDAPPR-AVAILABLE
               CLOSE OVLDAPPR
            END-IF.
            IF WS-PARTTAB-AVAILABLE
               CLOSE PARTTAB
            END-IF.

            PERFORM A000-SUMMARY-PARA.

                        'COMPLETENESS NOT VERIFIED'
             END-IF.

      *    ADDS AND DROPS QUEUED ONLINE BY STUDREG SINCE THE LAST RUN.
      *    THEY GO THROUGH THE SAME EDITS AS ETRANFIL AND ARE LOGGED
      *    UNDER OPERATOR SSVC. THE QUEUE IS EMPTIED ONCE APPLIED.
       A000-SELF-SERVICE-PARA.
             OPEN INPUT SSREGQ.
             IF NOT WS-SSREGQ-OK
                DISPLAY 'ENRLMNT: SSREGQ NOT AVAILABLE - NO SELF-'
                        'SERVICE REQUESTS APPLIED'
             ELSE
                MOVE WS-OPER-ID TO WS-SAVE-OPER-ID
                MOVE 'SSVC' TO WS-OPER-ID
                PERFORM UNTIL WS-SSREGQ-EOF
                   READ SSREGQ
                     AT END SET WS-SSREGQ-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CT-SELF-SERV
                        MOVE SSREGQ-REC TO ETRAN-REC
                        PERFORM A000-EDIT-STUD-TRAN-PARA
                   END-READ
                END-PERFORM
                CLOSE SSREGQ
                MOVE WS-SAVE-OPER-ID TO WS-OPER-ID
                IF WS-CT-SELF-SERV > ZERO
                   OPEN OUTPUT SSREGQ
                   CLOSE SSREGQ
                END-IF
             END-IF.

      *    A TRANSACTION IDENTICAL TO ONE ALREADY APPLIED FROM
      *    ETRANFIL WITHIN THE REPLAY WINDOW IS HELD ON DUPREVW
      *    INSTEAD OF BEING APPLIED AGAIN. ONLY TRANSACTIONS THAT WERE
      *    APPLIED ARE FINGERPRINTED, SO A REJECTED ONE CAN BE SENT
      *    AGAIN ONCE CORRECTED.
       A000-REPLAY-CHECK-PARA.
             MOVE ETRAN-REC TO WS-DUP-TRAN.
             MOVE 'K'       TO TDP-FUNC.
             MOVE ETRAN-REC TO TDP-REC.
             CALL 'TRANDUP' USING WS-TRAN-DUP.
             IF TDP-FLAG = 'D'
                PERFORM A000-HOLD-REPLAY-PARA
             ELSE
                PERFORM A000-APPLIED-COUNT-PARA
                MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
                PERFORM A000-EDIT-TRAN-PARA
                PERFORM A000-POST-APPLIED-PARA
             END-IF.

       A000-HOLD-REPLAY-PARA.
             ADD 1 TO WS-CT-DUP-HELD.
             MOVE SPACES         TO DUPREVW-REC.
             MOVE TDP-FILE       TO DR-FILE.
             MOVE TDP-PRIOR-DATE TO DR-PRIOR-DATE.
             MOVE WS-BUS-DATE    TO DR-HELD-DATE.
             MOVE WS-DUP-TRAN    TO DR-TRAN.
             WRITE DUPREVW-REC.
             MOVE 'PROBABLE REPLAY - HELD' TO ENRL-RESULT.
             MOVE ZERO TO ENRL-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-POST-APPLIED-PARA.
             PERFORM A000-APPLIED-COUNT-PARA.
             IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
                MOVE 'P'         TO TDP-FUNC
                MOVE WS-DUP-TRAN TO TDP-REC
                CALL 'TRANDUP' USING WS-TRAN-DUP
             END-IF.

       A000-APPLIED-COUNT-PARA.
             COMPUTE WS-APPLIED-COUNT = WS-CT-ENROLLED
                   + WS-CT-DROPPED + WS-CT-DROP-W + WS-CT-WAITLISTED
                   + WS-CT-BASIS-CHG + WS-CT-CANCELLED.

      *    HELD TRANSACTIONS RELEASED BY OPERATIONS THROUGH DUPREL.
      *    THEY ARE APPLIED AND FINGERPRINTED AGAIN, AND THE QUEUE IS
      *    EMPTIED.
       A000-RELEASED-PARA.
             OPEN INPUT DUPRLSQ.
             IF WS-DUPRLSQ-OK
                PERFORM UNTIL WS-DUPRLSQ-EOF
                   READ DUPRLSQ
                     AT END SET WS-DUPRLSQ-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-CT-DUP-RLSE
                        MOVE DUPRLSQ-REC TO ETRAN-REC
                        MOVE DUPRLSQ-REC TO WS-DUP-TRAN
                        PERFORM A000-APPLIED-COUNT-PARA
                        MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
                        PERFORM A000-EDIT-TRAN-PARA
                        PERFORM A000-POST-APPLIED-PARA
                   END-READ
                END-PERFORM
                CLOSE DUPRLSQ
                IF WS-CT-DUP-RLSE > ZERO
                   OPEN OUTPUT DUPRLSQ
                   CLOSE DUPRLSQ
                END-IF
             END-IF.

       A000-EDIT-TRAN-PARA.
             IF ETRAN-CODE = 'X'
                PERFORM A000-CANCEL-COURSE-PARA
                   MOVE ZERO TO ENRL-SQLCODE
                   PERFORM A000-WRITE-LOG-PARA
                ELSE
                   IF ETRAN-SECTION = SPACES
                      MOVE '001' TO ETRAN-SECTION
                   END-IF
                   IF ETRAN-BASIS = SPACES
                      MOVE 'L' TO ETRAN-BASIS
                   END-IF
                   MOVE ETRAN-STUD-ID TO WS-ENR-STUD-ID
                   MOVE ETRAN-COURSE  TO WS-ENR-COURSE
                   MOVE ETRAN-TERM    TO WS-ENR-TERM
                   MOVE ETRAN-SECTION TO WS-ENR-SECTION
                   MOVE ETRAN-BASIS   TO WS-ENR-BASIS
                   MOVE ETRAN-BASIS   TO WS-BASIS-CHECK
                   EVALUATE ETRAN-CODE
                   WHEN 'I'
                        PERFORM A000-ENROLL-STUD-PARA
                   WHEN 'V'
                        PERFORM A000-VISITOR-PARA
                   WHEN 'D'
                        PERFORM A000-DROP-PARA
                   WHEN 'B'
                        IF WS-BASIS-VALID
                           PERFORM A000-CHANGE-BASIS-PARA
                        ELSE
                           PERFORM A000-INVALID-BASIS-PARA
                        END-IF
                   WHEN OTHER
                        ADD 1 TO WS-CT-INVALID
                        MOVE 'INVALID TRANSACTION CODE' TO ENRL-RESULT
                END-IF
             END-IF.

       A000-ENROLL-STUD-PARA.
             PERFORM A000-HOLD-CHECK-PARA.
             IF WS-HOLD-BLOCKED
                ADD 1 TO WS-CT-HOLD-BLOCK
                PERFORM A000-RECYCLE-PARA
             ELSE
                IF WS-BASIS-VALID
                   PERFORM A000-ENROLL-EDITS-PARA
                ELSE
                   PERFORM A000-INVALID-BASIS-PARA
                END-IF
             END-IF.

      *    CONSORTIUM VISITING-STUDENT REGISTRATION. THE HOME
      *    INSTITUTION MUST BE AN ACTIVE PARTNER ON PARTTAB. A VISITOR
      *    NOT YET ON STUD_STUDENT IS ADDED AS TYPE V UNDER THE NAME ON
      *    THE TRANSACTION, AND THE ENROLLMENT THEN GOES THROUGH THE
      *    SAME EDITS AS AN I TRANSACTION.
       A000-VISITOR-PARA.
             MOVE SPACES TO WS-RECYC-REASON.
             PERFORM A000-PARTNER-CHECK-PARA.
             IF WS-RECYC-REASON = SPACES
                PERFORM A000-VISITOR-STUDENT-PARA
             END-IF.
             IF WS-RECYC-REASON = SPACES
                PERFORM A000-ENROLL-STUD-PARA
             ELSE
                ADD 1 TO WS-CT-VISIT-REJ
                PERFORM A000-RECYCLE-PARA
             END-IF.

       A000-PARTNER-CHECK-PARA.
             IF NOT WS-PARTTAB-AVAILABLE
                MOVE 'PARTTAB NOT AVAILABLE' TO WS-RECYC-REASON
             ELSE
                MOVE ETRAN-HOME-INST TO PT-INST-CODE
                READ PARTTAB RECORD
                   INVALID KEY
                        MOVE 'HOME INSTITUTION NOT A PARTNER'
                          TO WS-RECYC-REASON
                   NOT INVALID KEY
                        IF PT-ACTIVE-FLAG NOT = 'Y'
                           MOVE 'PARTNER AGREEMENT NOT ACTIVE'
                             TO WS-RECYC-REASON
                        END-IF
                END-READ
             END-IF.

      *    A STUDENT ALREADY ON FILE MUST BE A VISITOR FROM THE SAME
      *    PARTNER - OUR OWN STUDENTS REGISTER WITH AN I TRANSACTION.
       A000-VISITOR-STUDENT-PARA.
             EXEC SQL
                  SELECT STUD_TYPE, HOME_INST
                    INTO :WS-VIS-TYPE, :WS-VIS-HOME-INST
                    FROM STUD_STUDENT
                   WHERE STUD_ID = :WS-ENR-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  IF WS-VIS-TYPE NOT = 'V'
                     MOVE 'NOT A VISITING STUDENT' TO WS-RECYC-REASON
                  ELSE
                     IF WS-VIS-HOME-INST NOT = ETRAN-HOME-INST
                        MOVE 'VISITING FROM ANOTHER PARTNER'
                          TO WS-RECYC-REASON
                     END-IF
                  END-IF
             WHEN 100
                  PERFORM A000-ADD-VISITOR-PARA
             WHEN OTHER
                  MOVE 'STUDENT LOOKUP FAILED' TO WS-RECYC-REASON
             END-EVALUATE.

       A000-ADD-VISITOR-PARA.
             IF ETRAN-VISIT-NAME = SPACES
                MOVE 'VISITING STUDENT NAME MISSING' TO WS-RECYC-REASON
             ELSE
                MOVE ETRAN-VISIT-NAME TO WS-VIS-NAME
                MOVE ETRAN-HOME-INST  TO WS-VIS-HOME-INST
                EXEC SQL
                     INSERT INTO STUD_STUDENT
                           (STUD_ID, STUD_NAME, STUD_DEPT,
                            STUD_STATUS, STUD_STATUS_DATE,
                            ENTRY_TERM, STUD_TYPE, HOME_INST)
                     VALUES (:WS-ENR-STUD-ID, :WS-VIS-NAME, ' ',
                             'ACTIVE', CURRENT DATE, :WS-ENR-TERM,
                             'V', :WS-VIS-HOME-INST)
                END-EXEC
                IF SQLCODE = 0
                   ADD 1 TO WS-CT-VISIT-NEW
                ELSE
                   MOVE 'VISITING STUDENT NOT ADDED' TO WS-RECYC-REASON
                   DISPLAY 'ENRLMNT: VISITOR INSERT FAILED FOR STUD-ID '
                           ETRAN-STUD-ID ' SQLCODE ' SQLCODE
                END-IF
             END-IF.

       A000-ENROLL-EDITS-PARA.
             PERFORM A000-COURSE-VAL-PARA.
             IF WS-COURSE-VALID
                PERFORM A000-ADD-DEADLINE-PARA
             END-IF.
             IF WS-COURSE-VALID
                PERFORM A000-PREREQ-CHECK-PARA
             END-IF.
             IF WS-COURSE-VALID
                PERFORM A000-CONFLICT-CHECK-PARA
             END-IF.
             IF WS-COURSE-VALID
                PERFORM A000-HOURS-CHECK-PARA
             END-IF.
             IF WS-COURSE-VALID AND ETRAN-BASIS NOT = 'L'
                PERFORM A000-BASIS-EDITS-PARA
             END-IF.
             IF WS-COURSE-INVALID
                PERFORM A000-RECYCLE-PARA
             ELSE
                END-IF
             END-IF.

       A000-INVALID-BASIS-PARA.
             ADD 1 TO WS-CT-INVALID.
             MOVE 'INVALID GRADING BASIS' TO ENRL-RESULT.
             MOVE ZERO TO ENRL-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-CHANGE-BASIS-PARA.
             SET WS-COURSE-VALID TO TRUE.
             MOVE ZERO TO WS-NEW-CRED-HRS.
             IF WS-CRSETAB-AVAILABLE
                MOVE ETRAN-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF CR-CREDIT-HRS IS NUMERIC
                           MOVE CR-CREDIT-HRS TO WS-NEW-CRED-HRS
                        END-IF
                END-READ
             END-IF.
             PERFORM A000-BASIS-EDITS-PARA.
             IF WS-COURSE-INVALID
                PERFORM A000-RECYCLE-PARA
             ELSE
                EXEC SQL
                     UPDATE STUD_ENROLL
                        SET GRADE_BASIS = :WS-ENR-BASIS
                      WHERE STUD_ID = :WS-ENR-STUD-ID
                        AND COURSE_CODE = :WS-ENR-COURSE
                        AND TERM = :WS-ENR-TERM
                        AND GRADE = '  '
                END-EXEC
                EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-CT-BASIS-CHG
                     MOVE 'GRADING BASIS CHANGED' TO ENRL-RESULT
                WHEN 100
                     ADD 1 TO WS-CT-FAILED
                     MOVE 'NOT ENROLLED OR ALREADY GRADED'
                       TO ENRL-RESULT
                WHEN OTHER
                     ADD 1 TO WS-CT-FAILED
                     MOVE 'BASIS UPDATE FAILED' TO ENRL-RESULT
                END-EVALUATE
                MOVE SQLCODE TO ENRL-SQLCODE
                PERFORM A000-WRITE-LOG-PARA
             END-IF.

       A000-BASIS-EDITS-PARA.
             IF WS-TERMTAB-AVAILABLE
                MOVE ETRAN-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF TM-CENSUS-DATE IS NUMERIC
                           AND WS-BUS-DATE > TM-CENSUS-DATE
                           ADD 1 TO WS-CT-BASIS-CUTOFF
                           SET WS-COURSE-INVALID TO TRUE
                           MOVE 'GRADING BASIS CUTOFF DATE PASSED'
                             TO WS-RECYC-REASON
                        END-IF
                END-READ
             END-IF.
             IF WS-COURSE-VALID AND ETRAN-BASIS = 'P'
                AND WS-CRSETAB-AVAILABLE
                PERFORM A000-PF-LIMIT-PARA
             END-IF.

       A000-PF-LIMIT-PARA.
             MOVE WS-NEW-CRED-HRS TO WS-PF-HOURS.
             MOVE 'N' TO WS-PFCSR-DONE-SW.
             EXEC SQL
                  OPEN PFCSR
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-PFCSR-DONE TO TRUE
             END-IF.
             PERFORM UNTIL WS-PFCSR-DONE
                PERFORM A000-PF-FETCH-PARA
             END-PERFORM.
             EXEC SQL
                  CLOSE PFCSR
             END-EXEC.
             IF WS-PF-HOURS > WS-PF-MAX-HOURS
                ADD 1 TO WS-CT-PF-LIMIT
                SET WS-COURSE-INVALID TO TRUE
                MOVE SPACES TO WS-RECYC-REASON
                STRING 'PASS/FAIL HOURS ' WS-PF-HOURS
                       ' EXCEED LIMIT OF ' WS-PF-MAX-HOURS
                       DELIMITED BY SIZE
                       INTO WS-RECYC-REASON
                END-STRING
             END-IF.

       A000-PF-FETCH-PARA.
             EXEC SQL
                  FETCH PFCSR
                   INTO :WS-ENR-EXIST-COURSE
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-PFCSR-DONE TO TRUE
             ELSE
                MOVE WS-ENR-EXIST-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF CR-CREDIT-HRS IS NUMERIC
                           ADD CR-CREDIT-HRS TO WS-PF-HOURS
                        END-IF
                END-READ
             END-IF.

       A000-HOLD-CHECK-PARA.
             MOVE 'N' TO WS-HOLD-BLOCK-SW.
             IF WS-WATCH-AVAILABLE
                        ELSE
                           IF WL-HOLD-TYPE = 'D'
                              OR WL-HOLD-TYPE = 'F'
                              OR WL-HOLD-TYPE = 'V'
                              OR WL-HOLD-TYPE = 'M'
                              SET WS-HOLD-BLOCKED TO TRUE
                              MOVE SPACES TO WS-RECYC-REASON
                              STRING 'HOLD BLOCKS REGISTRATION: '
                PERFORM A000-WRITE-LOG-PARA
             ELSE
                ADD 1 TO WS-CT-CANCELLED
                MOVE ETRAN-COURSE  TO WS-ENR-COURSE
                MOVE ETRAN-TERM    TO WS-ENR-TERM
                MOVE ETRAN-SECTION TO WS-ENR-SECTION
                MOVE 'N' TO WS-CANCSR-DONE-SW
                EXEC SQL
                     OPEN CANCSR
                EXEC SQL
                     CLOSE CANCSR
                END-EXEC
                IF ETRAN-SECTION = SPACES
                   DISPLAY 'ENRLMNT: COURSE ' ETRAN-COURSE ' TERM '
                           ETRAN-TERM ' CANCELLED - ALL SECTIONS'
                ELSE
                   DISPLAY 'ENRLMNT: COURSE ' ETRAN-COURSE ' TERM '
                           ETRAN-TERM ' SECTION ' ETRAN-SECTION
                           ' CANCELLED'
                END-IF
             END-IF.

       A000-CANCEL-FETCH-PARA.
                   WHERE STUD_ID = :WS-CANC-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM = :WS-ENR-TERM
                     AND (:WS-ENR-SECTION = '   '
                          OR SECTION = :WS-ENR-SECTION)
             END-EXEC.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-CANC-DROPS
                MOVE WS-ENR-TERM      TO CANC-TERM
                MOVE WS-CANC-STUD-ID  TO CANC-STUD-ID
                MOVE WS-CANC-STUD-NAME TO CANC-STUD-NAME
                MOVE WS-ENR-SECTION   TO CANC-SECTION
                WRITE CANC-REC
             ELSE
                ADD 1 TO WS-CT-FAILED
             MOVE WS-OPER-ID   TO ENRL-OPER-ID.
             WRITE ENRL-LOG-REC.

       A000-NEVER-ATTEND-PARA.
             OPEN INPUT NATTEND.
             IF NOT WS-NATTEND-OK
                DISPLAY 'ENRLMNT: NATTEND NOT AVAILABLE - NO '
                        'NEVER-ATTENDED DROPS APPLIED'
             ELSE
                MOVE 'ENRLMNT' TO RH-PROGRAM-ID
                MOVE 'NEVER-ATTENDED ADMINISTRATIVE DROPS'
                  TO RH-REPORT-TITLE
                MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE
                OPEN OUTPUT NARPT
                PERFORM UNTIL WS-NA-EOF
                   READ NATTEND
                     AT END SET WS-NA-EOF TO TRUE
                     NOT AT END
                          PERFORM A000-NA-ENTRY-PARA
                   END-READ
                END-PERFORM
                PERFORM A000-NA-TOTALS-PARA
                CLOSE NARPT
                CLOSE NATTEND
             END-IF.

       A000-NA-ENTRY-PARA.
             ADD 1 TO WS-CT-NA-READ.
             MOVE SPACES      TO ETRAN-REC.
             MOVE 'N'         TO ETRAN-CODE.
             MOVE NA-STUD-ID  TO ETRAN-STUD-ID.
             MOVE NA-COURSE   TO ETRAN-COURSE.
             MOVE NA-TERM     TO ETRAN-TERM.
             IF ETRAN-TERM = SPACES AND WS-TERM-FOUND-FLAG = 'Y'
                MOVE WS-CURR-TERM TO ETRAN-TERM
             END-IF.
             MOVE SPACES TO WS-NA-SECTION.
             MOVE SPACES TO WS-NA-BASIS.
             MOVE SPACES TO WS-NA-STUD-NAME.
             MOVE ZERO   TO WS-NA-CRED-HRS.
             IF NA-STUD-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO ENRL-RESULT
                MOVE ZERO TO ENRL-SQLCODE
                PERFORM A000-NA-REJECT-PARA
             ELSE
                IF ETRAN-COURSE = SPACES OR ETRAN-TERM = SPACES
                   MOVE 'BLANK COURSE OR TERM' TO ENRL-RESULT
                   MOVE ZERO TO ENRL-SQLCODE
                   PERFORM A000-NA-REJECT-PARA
                ELSE
                   PERFORM A000-NA-VALIDATE-PARA
                END-IF
             END-IF.
             PERFORM A000-NA-PRINT-PARA.

       A000-NA-VALIDATE-PARA.
             MOVE ETRAN-STUD-ID TO WS-ENR-STUD-ID.
             MOVE ETRAN-COURSE  TO WS-ENR-COURSE.
             MOVE ETRAN-TERM    TO WS-ENR-TERM.
             EXEC SQL
                  SELECT E.SECTION, E.GRADE, E.GRADE_BASIS,
                         COALESCE(S.STUD_NAME, ' ')
                    INTO :WS-NA-SECTION, :WS-NA-GRADE,
                         :WS-NA-BASIS, :WS-NA-STUD-NAME
                    FROM STUD_ENROLL E
                    LEFT OUTER JOIN STUD_STUDENT S
                      ON E.STUD_ID = S.STUD_ID
                   WHERE E.STUD_ID = :WS-ENR-STUD-ID
                     AND E.COURSE_CODE = :WS-ENR-COURSE
                     AND E.TERM = :WS-ENR-TERM
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  IF WS-NA-GRADE NOT = SPACES
                     MOVE 'ALREADY GRADED - NOT DROPPED'
                       TO ENRL-RESULT
                     MOVE ZERO TO ENRL-SQLCODE
                     PERFORM A000-NA-REJECT-PARA
                  ELSE
                     PERFORM A000-NA-CREDIT-PARA
                     SET WS-ADMIN-DROP TO TRUE
                     PERFORM A000-DROP-PARA
                     MOVE 'N' TO WS-ADMIN-DROP-SW
                     IF ENRL-SQLCODE = 0
                        ADD WS-NA-CRED-HRS TO WS-CT-NA-HOURS
                     END-IF
                  END-IF
             WHEN 100
                  MOVE 'NOT ENROLLED - NOT DROPPED' TO ENRL-RESULT
                  MOVE SQLCODE TO ENRL-SQLCODE
                  PERFORM A000-NA-REJECT-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'ENROLLMENT LOOKUP FAILED' TO ENRL-RESULT
                  MOVE SQLCODE TO ENRL-SQLCODE
                  PERFORM A000-WRITE-LOG-PARA
             END-EVALUATE.

       A000-NA-CREDIT-PARA.
             IF WS-CRSETAB-AVAILABLE
                MOVE ETRAN-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF CR-CREDIT-HRS IS NUMERIC
                           MOVE CR-CREDIT-HRS TO WS-NA-CRED-HRS
                        END-IF
                END-READ
             END-IF.

       A000-NA-REJECT-PARA.
             ADD 1 TO WS-CT-NA-REJECT.
             PERFORM A000-WRITE-LOG-PARA.

       A000-NA-PRINT-PARA.
             MOVE SPACES TO WS-NL-NAME.
             IF NA-STUD-ID IS NUMERIC
                MOVE NA-STUD-ID TO WS-NL-STUD-ID
             ELSE
                MOVE ZERO TO WS-NL-STUD-ID
             END-IF.
             MOVE WS-NA-STUD-NAME TO WS-NL-NAME.
             MOVE ETRAN-COURSE    TO WS-NL-COURSE.
             MOVE WS-NA-SECTION   TO WS-NL-SECTION.
             MOVE ETRAN-TERM      TO WS-NL-TERM.
             MOVE WS-NA-CRED-HRS  TO WS-NL-HRS.
             MOVE WS-NA-BASIS     TO WS-NL-BASIS.
             MOVE NA-INSTR-ID     TO WS-NL-INSTR-ID.
             MOVE NA-REPORT-DATE  TO WS-NL-RPT-DATE.
             MOVE ENRL-RESULT     TO WS-NL-RESULT.
             MOVE WS-NA-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-NA-TOTALS-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'ENTRIES READ ................ ' TO WS-NT-LABEL.
             MOVE WS-CT-NA-READ TO WS-NT-COUNT.
             MOVE WS-NA-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'ADMINISTRATIVE DROPS ........ ' TO WS-NT-LABEL.
             MOVE WS-CT-NA-DROPS TO WS-NT-COUNT.
             MOVE WS-NA-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'CREDIT HOURS DROPPED ........ ' TO WS-NT-LABEL.
             MOVE WS-CT-NA-HOURS TO WS-NT-COUNT.
             MOVE WS-NA-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'ENTRIES REJECTED ............ ' TO WS-NT-LABEL.
             MOVE WS-CT-NA-REJECT TO WS-NT-COUNT.
             MOVE WS-NA-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-COURSE-VAL-PARA.
             SET WS-COURSE-VALID TO TRUE.
             MOVE SPACES TO WS-NEW-MEET.
             MOVE ZERO TO WS-NEW-CRED-HRS.
             IF WS-CRSETAB-AVAILABLE
                MOVE ETRAN-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                           MOVE CR-MEET-DAYS  TO WS-NEW-MEET-DAYS
                           MOVE CR-MEET-START TO WS-NEW-MEET-START
                           MOVE CR-MEET-END   TO WS-NEW-MEET-END
                           IF CR-CREDIT-HRS IS NUMERIC
                              MOVE CR-CREDIT-HRS TO WS-NEW-CRED-HRS
                           END-IF
                        END-IF
                END-READ
             END-IF.
             IF WS-COURSE-VALID AND WS-CRSESECT-AVAILABLE
                PERFORM A000-SECTION-VAL-PARA
             END-IF.

       A000-SECTION-VAL-PARA.
             MOVE ETRAN-COURSE  TO SC-COURSE-CODE.
             MOVE ETRAN-TERM    TO SC-TERM.
             MOVE ETRAN-SECTION TO SC-SECTION.
             READ CRSESECT RECORD
                INVALID KEY
                     SET WS-COURSE-INVALID TO TRUE
                     MOVE SPACES TO WS-RECYC-REASON
                     STRING 'SECTION ' ETRAN-SECTION
                            ' NOT OFFERED THIS TERM'
                            DELIMITED BY SIZE
                            INTO WS-RECYC-REASON
                     END-STRING
                NOT INVALID KEY
                     IF SC-ACTIVE-FLAG NOT = 'A'
                        SET WS-COURSE-INVALID TO TRUE
                        MOVE 'SECTION INACTIVE FOR TERM'
                          TO WS-RECYC-REASON
                     ELSE
                        MOVE SC-MEET-DAYS  TO WS-NEW-MEET-DAYS
                        MOVE SC-MEET-START TO WS-NEW-MEET-START
                        MOVE SC-MEET-END   TO WS-NEW-MEET-END
                     END-IF
             END-READ.

       A000-CONFLICT-CHECK-PARA.
             MOVE 'N' TO WS-CONFLICT-SW.
                SET WS-COURSE-INVALID TO TRUE
                MOVE SPACES TO WS-RECYC-REASON
                STRING 'TIME CONFLICT WITH ' WS-CONFLICT-COURSE
                       ' SECTION ' WS-ENR-EXIST-SECTION
                       DELIMITED BY SIZE
                       INTO WS-RECYC-REASON
                END-STRING
       A000-CONFLICT-FETCH-PARA.
             EXEC SQL
                  FETCH ENRCSR
                   INTO :WS-ENR-EXIST-COURSE, :WS-ENR-EXIST-SECTION
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-ENRCSR-DONE TO TRUE
             ELSE
                PERFORM A000-EXIST-MEET-PARA
                PERFORM A000-OVERLAP-TEST-PARA
             END-IF.

       A000-EXIST-MEET-PARA.
             MOVE SPACES TO WS-EXIST-MEET.
             MOVE 'N' TO WS-SECT-SW.
             IF WS-CRSESECT-AVAILABLE
                MOVE WS-ENR-EXIST-COURSE  TO SC-COURSE-CODE
                MOVE WS-ENR-TERM          TO SC-TERM
                MOVE WS-ENR-EXIST-SECTION TO SC-SECTION
                READ CRSESECT RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        SET WS-SECT-FOUND TO TRUE
                        MOVE SC-MEET-DAYS  TO WS-EXIST-MEET-DAYS
                        MOVE SC-MEET-START TO WS-EXIST-MEET-START
                        MOVE SC-MEET-END   TO WS-EXIST-MEET-END
                END-READ
             END-IF.
             IF NOT WS-SECT-FOUND
                MOVE WS-ENR-EXIST-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE CR-MEET-DAYS  TO WS-EXIST-MEET-DAYS
                        MOVE CR-MEET-START TO WS-EXIST-MEET-START
                        MOVE CR-MEET-END   TO WS-EXIST-MEET-END
                END-READ
             END-IF.

       A000-OVERLAP-TEST-PARA.
             IF WS-EXIST-MEET-DAYS NOT = SPACES
                AND WS-EXIST-MEET-START IS NUMERIC
                AND WS-EXIST-MEET-END IS NUMERIC
                AND WS-NEW-MEET-START < WS-EXIST-MEET-END
                AND WS-EXIST-MEET-START < WS-NEW-MEET-END
                PERFORM A000-DAY-MATCH-PARA
                IF WS-DAY-MATCH
                   SET WS-CONFLICT-FOUND TO TRUE
                     UNTIL WS-DAY-SUB > 7 OR WS-DAY-MATCH
                IF WS-NEW-MEET-DAYS(WS-DAY-SUB:1) NOT = SPACE
                   AND WS-NEW-MEET-DAYS(WS-DAY-SUB:1) =
                       WS-EXIST-MEET-DAYS(WS-DAY-SUB:1)
                   SET WS-DAY-MATCH TO TRUE
                END-IF
             END-PERFORM.

       A000-HOURS-CHECK-PARA.
             IF WS-CRSETAB-AVAILABLE AND WS-NEW-CRED-HRS > ZERO
                PERFORM A000-TERM-LIMIT-PARA
                MOVE WS-NEW-CRED-HRS TO WS-TERM-HOURS
                MOVE ETRAN-STUD-ID TO WS-ENR-STUD-ID
                MOVE ETRAN-TERM    TO WS-ENR-TERM
                MOVE 'N' TO WS-HRSCSR-DONE-SW
                EXEC SQL
                     OPEN ENRCSR
                END-EXEC
                IF SQLCODE NOT = 0
                   SET WS-HRSCSR-DONE TO TRUE
                END-IF
                PERFORM UNTIL WS-HRSCSR-DONE
                   PERFORM A000-HOURS-FETCH-PARA
                END-PERFORM
                EXEC SQL
                     CLOSE ENRCSR
                END-EXEC
                IF WS-TERM-HOURS > WS-MAX-HOURS
                   ADD 1 TO WS-CT-HRS-LIMIT
                   SET WS-COURSE-INVALID TO TRUE
                   MOVE SPACES TO WS-RECYC-REASON
                   STRING 'TERM HOURS ' WS-TERM-HOURS
                          ' EXCEED MAXIMUM OF ' WS-MAX-HOURS
                          DELIMITED BY SIZE
                          INTO WS-RECYC-REASON
                   END-STRING
                ELSE
                   IF WS-OVLD-APPROVED
                      AND WS-TERM-HOURS > WS-STD-MAX-HOURS
                      ADD 1 TO WS-CT-OVLD-USED
                   END-IF
                END-IF
             END-IF.

       A000-TERM-LIMIT-PARA.
             MOVE WS-STD-MAX-HOURS TO WS-MAX-HOURS.
             MOVE 'N' TO WS-OVLD-SW.
             IF WS-TERMTAB-AVAILABLE
                MOVE ETRAN-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF TM-MAX-HOURS IS NUMERIC
                           AND TM-MAX-HOURS > ZERO
                           MOVE TM-MAX-HOURS TO WS-MAX-HOURS
                        END-IF
                END-READ
             END-IF.
             IF WS-OVLDAPPR-AVAILABLE
                MOVE ETRAN-STUD-ID TO OA-STUD-ID
                MOVE ETRAN-TERM    TO OA-TERM
                READ OVLDAPPR RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF OA-MAX-HOURS IS NUMERIC
                           AND OA-MAX-HOURS > ZERO
                           SET WS-OVLD-APPROVED TO TRUE
                           MOVE OA-MAX-HOURS TO WS-MAX-HOURS
                        END-IF
                END-READ
             END-IF.

       A000-HOURS-FETCH-PARA.
             EXEC SQL
                  FETCH ENRCSR
                   INTO :WS-ENR-EXIST-COURSE, :WS-ENR-EXIST-SECTION
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-HRSCSR-DONE TO TRUE
             ELSE
                MOVE WS-ENR-EXIST-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF CR-CREDIT-HRS IS NUMERIC
                           ADD CR-CREDIT-HRS TO WS-TERM-HOURS
                        END-IF
                END-READ
             END-IF.

       A000-PREREQ-CHECK-PARA.
             SET WS-PREREQ-MET TO TRUE.
             IF WS-PREREQ-AVAILABLE
       A000-SEAT-CHECK-PARA.
             SET WS-SEAT-OPEN TO TRUE.
             MOVE ZERO TO WS-SEAT-MAX.
             MOVE 'N' TO WS-SECT-SW.
             IF WS-CRSESECT-AVAILABLE
                MOVE ETRAN-COURSE  TO SC-COURSE-CODE
                MOVE ETRAN-TERM    TO SC-TERM
                MOVE ETRAN-SECTION TO SC-SECTION
                READ CRSESECT RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        SET WS-SECT-FOUND TO TRUE
                        IF SC-MAX-SEATS IS NUMERIC
                           MOVE SC-MAX-SEATS TO WS-SEAT-MAX
                        END-IF
                END-READ
             END-IF.
             IF WS-CRSETAB-AVAILABLE AND NOT WS-SECT-FOUND
                MOVE ETRAN-COURSE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                MOVE ETRAN-STUD-ID TO WS-ENR-STUD-ID
                MOVE ETRAN-COURSE  TO WS-ENR-COURSE
                MOVE ETRAN-TERM    TO WS-ENR-TERM
                MOVE ETRAN-SECTION TO WS-ENR-SECTION
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-SEAT-COUNT
                       FROM STUD_ENROLL
                      WHERE COURSE_CODE = :WS-ENR-COURSE
                        AND TERM = :WS-ENR-TERM
                        AND GRADE NOT = 'W '
                        AND (:WS-SECT-SW = 'N'
                             OR SECTION = :WS-ENR-SECTION)
                END-EXEC
                IF SQLCODE = 0
                   IF WS-SEAT-COUNT >= WS-SEAT-MAX
             MOVE ETRAN-STUD-ID TO WT-STUD-ID.
             MOVE ETRAN-COURSE  TO WT-COURSE.
             MOVE ETRAN-TERM    TO WT-TERM.
             MOVE ETRAN-SECTION TO WT-SECTION.
             MOVE ETRAN-BASIS   TO WT-BASIS.
             MOVE WS-BUS-DATE   TO WT-BUS-DATE.
             MOVE FUNCTION CURRENT-DATE TO WT-TIMESTAMP.
             WRITE WAIT-REC.
             MOVE 'SECTION FULL - WAITLISTED' TO ENRL-RESULT.
             MOVE ZERO TO ENRL-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

             MOVE ETRAN-COURSE     TO ERECYC-COURSE.
             MOVE ETRAN-TERM       TO ERECYC-TERM.
             MOVE WS-RECYC-REASON  TO ERECYC-REASON.
             MOVE ETRAN-SECTION    TO ERECYC-SECTION.
             MOVE ETRAN-BASIS      TO ERECYC-BASIS.
             WRITE ERECYC-REC.
             MOVE WS-RECYC-REASON(1:28) TO ENRL-RESULT.
             MOVE ZERO TO ENRL-SQLCODE.
       A000-ENROLL-PARA.
             EXEC SQL
                  INSERT INTO STUD_ENROLL
                        (STUD_ID, COURSE_CODE, TERM, SECTION,
                         GRADE_BASIS)
                  VALUES (:WS-ENR-STUD-ID, :WS-ENR-COURSE,
                          :WS-ENR-TERM, :WS-ENR-SECTION,
                          :WS-ENR-BASIS)
             END-EXEC.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-ENROLLED
             PERFORM A000-WRITE-LOG-PARA.

       A000-DROP-PARA.
             MOVE 'N' TO WS-DROP-W-SW.
             IF NOT WS-ADMIN-DROP
                PERFORM A000-DROP-DEADLINE-PARA
             END-IF.
             IF WS-DROP-AS-W
                PERFORM A000-DROP-W-PARA
             ELSE
                PERFORM A000-DROP-DELETE-PARA
             END-IF.

       A000-DROP-DEADLINE-PARA.
             IF WS-TERMTAB-AVAILABLE
                MOVE ETRAN-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF TM-LAST-DROP-DATE IS NUMERIC
                           AND WS-BUS-DATE > TM-LAST-DROP-DATE
                           SET WS-DROP-AS-W TO TRUE
                        END-IF
                END-READ
             END-IF.

       A000-DROP-W-PARA.
             EXEC SQL
                  UPDATE STUD_ENROLL
                     SET GRADE = 'W '
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND COURSE_CODE = :WS-ENR-COURSE
                     AND TERM = :WS-ENR-TERM
                     AND GRADE = '  '
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-DROP-W
                  MOVE 'LATE DROP - W GRADE RECORDED' TO ENRL-RESULT
             WHEN 100
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'NOT ENROLLED OR ALREADY GRADED'
                    TO ENRL-RESULT
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'LATE DROP UPDATE FAILED' TO ENRL-RESULT
             END-EVALUATE.
             MOVE SQLCODE TO ENRL-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-ADD-DEADLINE-PARA.
             IF WS-TERMTAB-AVAILABLE
                MOVE ETRAN-TERM TO TM-TERM-CODE
                READ TERMTAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF TM-LAST-ADD-DATE IS NUMERIC
                           AND WS-BUS-DATE > TM-LAST-ADD-DATE
                           PERFORM A000-LATE-ADD-PARA
                        END-IF
                END-READ
             END-IF.

       A000-LATE-ADD-PARA.
             IF ETRAN-LATE-AUTH NOT = SPACES
                ADD 1 TO WS-CT-LATE-AUTH
                DISPLAY 'ENRLMNT: LATE ADD AUTHORIZED BY '
                        ETRAN-LATE-AUTH ' FOR STUD-ID '
                        ETRAN-STUD-ID ' COURSE ' ETRAN-COURSE
             ELSE
                ADD 1 TO WS-CT-ADD-LATE
                SET WS-COURSE-INVALID TO TRUE
                MOVE 'ADD DEADLINE PASSED - NO AUTHORIZATION'
                  TO WS-RECYC-REASON
             END-IF.

       A000-DROP-DELETE-PARA.
             EXEC SQL
                  DELETE FROM STUD_ENROLL
                   WHERE STUD_ID = :WS-ENR-STUD-ID
                     AND TERM = :WS-ENR-TERM
             END-EXEC.
             IF SQLCODE = 0
                IF WS-ADMIN-DROP
                   ADD 1 TO WS-CT-NA-DROPS
                   MOVE 'NEVER ATTENDED - ADMIN DROP' TO ENRL-RESULT
                ELSE
                   ADD 1 TO WS-CT-DROPPED
                   MOVE 'ENROLLMENT DROPPED' TO ENRL-RESULT
                END-IF
             ELSE
                ADD 1 TO WS-CT-FAILED
                MOVE 'ENROLLMENT DELETE FAILED' TO ENRL-RESULT
                     WS-CT-CANC-DROPS.
             DISPLAY 'BLOCKED BY HOLDS ............ '
                     WS-CT-HOLD-BLOCK.
             DISPLAY 'OVER TERM HOUR LIMIT ........ '
                     WS-CT-HRS-LIMIT.
             DISPLAY 'OVERLOAD APPROVALS USED ..... '
                     WS-CT-OVLD-USED.
             DISPLAY 'GRADING BASIS CHANGES ....... '
                     WS-CT-BASIS-CHG.
             DISPLAY 'PAST BASIS CUTOFF DATE ...... '
                     WS-CT-BASIS-CUTOFF.
             DISPLAY 'OVER PASS/FAIL HOUR LIMIT ... '
                     WS-CT-PF-LIMIT.
             DISPLAY 'NEVER-ATTENDED ENTRIES READ . '
                     WS-CT-NA-READ.
             DISPLAY 'NEVER-ATTENDED ADMIN DROPS .. '
                     WS-CT-NA-DROPS.
             DISPLAY 'NEVER-ATTENDED REJECTED ..... '
                     WS-CT-NA-REJECT.
             DISPLAY 'ADDS PAST DEADLINE REFUSED .. '
                     WS-CT-ADD-LATE.
             DISPLAY 'LATE ADDS AUTHORIZED ........ '
                     WS-CT-LATE-AUTH.
             DISPLAY 'LATE DROPS RECORDED AS W .... '
                     WS-CT-DROP-W.
             DISPLAY 'SELF-SERVICE REQUESTS READ .. '
                     WS-CT-SELF-SERV.
             DISPLAY 'PROBABLE REPLAYS HELD ....... '
                     WS-CT-DUP-HELD.
             DISPLAY 'RELEASED REPLAYS READ ....... '
                     WS-CT-DUP-RLSE.
             DISPLAY 'VISITING STUDENTS ADDED ..... '
                     WS-CT-VISIT-NEW.
             DISPLAY 'VISITING REGS RECYCLED ...... '
                     WS-CT-VISIT-REJ.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                OR WS-CT-RECYCLED > ZERO OR WS-CT-NA-REJECT > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-DUP-HELD > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.

       PRINT-LINE-PARA.
             IF WS-LINE-COUNT >= 60
                PERFORM NEW-PAGE-PARA
                MOVE WS-COLUMN-HEADING TO PRT-LINE
                WRITE PRINT-REC
                ADD 1 TO WS-LINE-COUNT
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
