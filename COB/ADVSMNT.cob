       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ADVTRAN ASSIGN TO ADVTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT ADVASGN ASSIGN TO ADVASGN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AV-STUD-ID
                FILE STATUS IS WS-ADVASGN-FS.
                SELECT INSTMAST ASSIGN TO INSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTR-ID
                FILE STATUS IS WS-INSTMAST-FS.
                SELECT WATCHLST ASSIGN TO WATCHLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-STUD-ID
                FILE STATUS IS WS-WATCH-FS.
                SELECT ADVJRNL ASSIGN TO ADVJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ADVTRAN
            RECORDING MODE IS F.
       01 ATRAN-REC.
          05 ATRAN-CODE         PIC X(01).
          05 FILLER             PIC X(01).
          05 ATRAN-STUD-ID      PIC X(09).
          05 FILLER             PIC X(01).
          05 ATRAN-ADVISOR-ID   PIC X(09).
          05 FILLER             PIC X(01).
          05 ATRAN-NEW-ADVISOR  PIC X(09).
          05 FILLER             PIC X(01).
          05 ATRAN-HOLD-REASON  PIC X(30).
          05 FILLER             PIC X(18).
       FD ADVASGN
            RECORDING MODE IS F.
       01 ADVA-REC.
          05 AV-STUD-ID      PIC X(09).
          05 AV-ADVISOR-ID   PIC X(09).
          05 AV-ASSIGN-DATE  PIC X(08).
          05 FILLER          PIC X(54).
       FD INSTMAST
            RECORDING MODE IS F.
       01 INST-REC.
          05 IN-INSTR-ID     PIC X(09).
          05 IN-INSTR-NAME   PIC X(30).
          05 IN-DEPT-CODE    PIC X(03).
          05 IN-CONTRACT-HRS PIC 9(02).
          05 IN-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
       FD WATCHLST
            RECORDING MODE IS F.
       01 WATCH-REC.
          05 WL-STUD-ID      PIC X(09).
          05 WL-HOLD-REASON  PIC X(30).
          05 WL-EXPIRY-DATE  PIC X(08).
          05 WL-HOLD-TYPE    PIC X(01).
          05 FILLER          PIC X(32).
       FD ADVJRNL
            RECORDING MODE IS F.
       01 AJRNL-REC.
          05 AJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 AJ-TRAN-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 AJ-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 AJ-BEF-ADVISOR  PIC X(09).
          05 FILLER          PIC X(01).
          05 AJ-AFT-ADVISOR  PIC X(09).
          05 FILLER          PIC X(01).
          05 AJ-HOLD-ACTION  PIC X(08).
          05 FILLER          PIC X(01).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-ADVASGN-FS       PIC X(02) VALUE SPACES.
           88 WS-ADVASGN-OK       VALUE '00'.
       01 WS-ADVA-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-ADVA-EOF         VALUE 'Y'.
       01 WS-INSTMAST-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTMAST-OK      VALUE '00'.
       01 WS-INSTMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-INSTMAST-AVAILABLE VALUE 'Y'.
       01 WS-WATCH-FS         PIC X(02) VALUE SPACES.
           88 WS-WATCH-OK         VALUE '00'.
       01 WS-WATCH-AVAIL-SW   PIC X(01) VALUE 'N'.
           88 WS-WATCH-AVAILABLE  VALUE 'Y'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-BEFORE-IMAGE.
           05 WS-BEF-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-BEF-FOUND    VALUE 'Y'.
           05 WS-BEF-ADVISOR  PIC X(09).
           05 WS-BEF-DATE     PIC X(08).

       01 WS-BUS-DATE         PIC X(08).
       01 WS-ADVISOR-CHECK    PIC X(09).
       01 WS-AFT-ADVISOR      PIC X(09).
       01 WS-HOLD-ACTION      PIC X(08).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-BULK      PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLDS-ON  PIC 9(07) VALUE ZERO.
           05 WS-CT-HOLDS-OFF PIC 9(07) VALUE ZERO.
           05 WS-CT-REFUSED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN INPUT ADVTRAN.
            OPEN I-O ADVASGN.
            IF NOT WS-ADVASGN-OK
               DISPLAY 'ADVSMNT: ADVASGN NOT AVAILABLE - STATUS '
                       WS-ADVASGN-FS
               MOVE 16 TO RETURN-CODE
               CLOSE ADVTRAN
               GOBACK
            END-IF.
            OPEN INPUT INSTMAST.
            IF WS-INSTMAST-OK
               SET WS-INSTMAST-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ADVSMNT: INSTMAST NOT AVAILABLE - ADVISOR '
                       'VALIDATION SKIPPED'
            END-IF.
            OPEN I-O WATCHLST.
            IF WS-WATCH-OK
               SET WS-WATCH-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ADVSMNT: WATCHLST NOT AVAILABLE - ADVISING '
                       'HOLD TRANSACTIONS WILL FAIL'
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ ADVTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE ADVTRAN.
            CLOSE ADVASGN.
            IF WS-INSTMAST-AVAILABLE
               CLOSE INSTMAST
            END-IF.
            IF WS-WATCH-AVAILABLE
               CLOSE WATCHLST
            END-IF.
            CLOSE ADVJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                IF ATRAN-CODE NOT = 'B'
                   PERFORM A000-FETCH-BEFORE-PARA
                END-IF
                EVALUATE ATRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                WHEN 'C'
                     PERFORM A000-CHANGE-PARA
                WHEN 'D'
                     PERFORM A000-DELETE-PARA
                WHEN 'B'
                     PERFORM A000-BULK-PARA
                WHEN 'H'
                     PERFORM A000-HOLD-PARA
                WHEN 'R'
                     PERFORM A000-RELEASE-PARA
                END-EVALUATE
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF ATRAN-CODE NOT = 'A' AND ATRAN-CODE NOT = 'C'
                AND ATRAN-CODE NOT = 'D' AND ATRAN-CODE NOT = 'B'
                AND ATRAN-CODE NOT = 'H' AND ATRAN-CODE NOT = 'R'
                DISPLAY 'ADVSMNT: INVALID TRANSACTION CODE '
                        ATRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND ATRAN-CODE NOT = 'B'
                AND ATRAN-STUD-ID IS NOT NUMERIC
                DISPLAY 'ADVSMNT: NON-NUMERIC STUD-ID '
                        ATRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND ATRAN-CODE NOT = 'D'
                AND ATRAN-ADVISOR-ID = SPACES
                DISPLAY 'ADVSMNT: BLANK ADVISOR ID FOR '
                        ATRAN-CODE ' TRANSACTION ' ATRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND ATRAN-CODE = 'B'
                IF ATRAN-NEW-ADVISOR = SPACES
                   OR ATRAN-NEW-ADVISOR = ATRAN-ADVISOR-ID
                   DISPLAY 'ADVSMNT: BULK REASSIGNMENT FROM '
                           ATRAN-ADVISOR-ID ' NEEDS A DIFFERENT '
                           'NEW ADVISOR'
                   SET WS-EDIT-FAILED TO TRUE
                ELSE
                   MOVE ATRAN-NEW-ADVISOR TO WS-ADVISOR-CHECK
                   PERFORM A000-CHECK-ADVISOR-PARA
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                AND (ATRAN-CODE = 'A' OR ATRAN-CODE = 'C')
                MOVE ATRAN-ADVISOR-ID TO WS-ADVISOR-CHECK
                PERFORM A000-CHECK-ADVISOR-PARA
             END-IF.
             IF WS-EDIT-PASSED AND ATRAN-CODE = 'H'
                AND ATRAN-HOLD-REASON = SPACES
                MOVE 'ADVISING MEETING REQUIRED'
                  TO ATRAN-HOLD-REASON
             END-IF.

       A000-CHECK-ADVISOR-PARA.
             IF WS-INSTMAST-AVAILABLE
                MOVE WS-ADVISOR-CHECK TO IN-INSTR-ID
                READ INSTMAST RECORD
                   INVALID KEY
                        DISPLAY 'ADVSMNT: ADVISOR ' WS-ADVISOR-CHECK
                                ' NOT ON INSTMAST'
                        SET WS-EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                        IF IN-ACTIVE-FLAG NOT = 'A'
                           DISPLAY 'ADVSMNT: ADVISOR '
                                   WS-ADVISOR-CHECK ' IS INACTIVE'
                           SET WS-EDIT-FAILED TO TRUE
                        END-IF
                END-READ
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE SPACES TO WS-BEF-ADVISOR.
             MOVE SPACES TO WS-BEF-DATE.
             MOVE ATRAN-STUD-ID TO AV-STUD-ID.
             READ ADVASGN RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
                     MOVE AV-ADVISOR-ID  TO WS-BEF-ADVISOR
                     MOVE AV-ASSIGN-DATE TO WS-BEF-DATE
             END-READ.

       A000-ADD-PARA.
             MOVE SPACES           TO ADVA-REC.
             MOVE ATRAN-STUD-ID    TO AV-STUD-ID.
             MOVE ATRAN-ADVISOR-ID TO AV-ADVISOR-ID.
             MOVE WS-BUS-DATE      TO AV-ASSIGN-DATE.
             WRITE ADVA-REC.
             IF WS-ADVASGN-OK
                ADD 1 TO WS-CT-ADDED
                MOVE ATRAN-ADVISOR-ID TO WS-AFT-ADVISOR
                MOVE SPACES TO WS-HOLD-ACTION
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ADVSMNT: ASSIGN FAILED FOR ' ATRAN-STUD-ID
                        ' STATUS ' WS-ADVASGN-FS
             END-IF.

       A000-CHANGE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ADVSMNT: NO ADVISOR ON FILE TO CHANGE FOR '
                        ATRAN-STUD-ID
             ELSE
                MOVE ATRAN-ADVISOR-ID TO AV-ADVISOR-ID
                MOVE WS-BUS-DATE      TO AV-ASSIGN-DATE
                REWRITE ADVA-REC
                IF WS-ADVASGN-OK
                   ADD 1 TO WS-CT-CHANGED
                   MOVE ATRAN-ADVISOR-ID TO WS-AFT-ADVISOR
                   MOVE SPACES TO WS-HOLD-ACTION
                   PERFORM A000-JOURNAL-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                END-IF
             END-IF.

       A000-DELETE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ADVSMNT: NO ADVISOR ON FILE TO DELETE FOR '
                        ATRAN-STUD-ID
             ELSE
                DELETE ADVASGN RECORD
                IF WS-ADVASGN-OK
                   ADD 1 TO WS-CT-DELETED
                   MOVE SPACES TO WS-AFT-ADVISOR
                   MOVE SPACES TO WS-HOLD-ACTION
                   PERFORM A000-JOURNAL-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                END-IF
             END-IF.

       A000-BULK-PARA.
             MOVE 'N' TO WS-ADVA-EOF-SW.
             MOVE LOW-VALUES TO AV-STUD-ID.
             START ADVASGN KEY IS GREATER THAN AV-STUD-ID
                 INVALID KEY SET WS-ADVA-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-ADVA-EOF
                READ ADVASGN NEXT RECORD
                    AT END SET WS-ADVA-EOF TO TRUE
                    NOT AT END
                         IF AV-ADVISOR-ID = ATRAN-ADVISOR-ID
                            PERFORM A000-BULK-MOVE-PARA
                         END-IF
                END-READ
             END-PERFORM.

       A000-BULK-MOVE-PARA.
             MOVE ATRAN-NEW-ADVISOR TO AV-ADVISOR-ID.
             MOVE WS-BUS-DATE       TO AV-ASSIGN-DATE.
             REWRITE ADVA-REC.
             IF WS-ADVASGN-OK
                ADD 1 TO WS-CT-BULK
                SET WS-BEF-FOUND TO TRUE
                MOVE ATRAN-ADVISOR-ID  TO WS-BEF-ADVISOR
                MOVE ATRAN-NEW-ADVISOR TO WS-AFT-ADVISOR
                MOVE SPACES TO WS-HOLD-ACTION
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ADVSMNT: REASSIGN FAILED FOR ' AV-STUD-ID
                        ' STATUS ' WS-ADVASGN-FS
             END-IF.

       A000-HOLD-PARA.
             IF NOT WS-WATCH-AVAILABLE
                ADD 1 TO WS-CT-FAILED
             ELSE
                IF NOT WS-BEF-FOUND
                   OR WS-BEF-ADVISOR NOT = ATRAN-ADVISOR-ID
                   ADD 1 TO WS-CT-REFUSED
                   DISPLAY 'ADVSMNT: ' ATRAN-ADVISOR-ID
                           ' IS NOT THE ADVISOR OF ' ATRAN-STUD-ID
                           ' - HOLD NOT PLACED'
                ELSE
                   MOVE ATRAN-STUD-ID TO WL-STUD-ID
                   READ WATCHLST RECORD
                      INVALID KEY
                           PERFORM A000-HOLD-ADD-PARA
                      NOT INVALID KEY
                           ADD 1 TO WS-CT-REFUSED
                           DISPLAY 'ADVSMNT: HOLD TYPE '
                                   WL-HOLD-TYPE ' ALREADY ON FILE '
                                   'FOR ' ATRAN-STUD-ID
                                   ' - ADVISING HOLD NOT PLACED'
                   END-READ
                END-IF
             END-IF.

       A000-HOLD-ADD-PARA.
             MOVE SPACES            TO WATCH-REC.
             MOVE ATRAN-STUD-ID     TO WL-STUD-ID.
             MOVE ATRAN-HOLD-REASON TO WL-HOLD-REASON.
             MOVE 'V'               TO WL-HOLD-TYPE.
             WRITE WATCH-REC.
             IF WS-WATCH-OK
                ADD 1 TO WS-CT-HOLDS-ON
                MOVE WS-BEF-ADVISOR TO WS-AFT-ADVISOR
                MOVE 'HOLD ON ' TO WS-HOLD-ACTION
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ADVSMNT: HOLD ADD FAILED FOR '
                        ATRAN-STUD-ID ' STATUS ' WS-WATCH-FS
             END-IF.

       A000-RELEASE-PARA.
             IF NOT WS-WATCH-AVAILABLE
                ADD 1 TO WS-CT-FAILED
             ELSE
                IF NOT WS-BEF-FOUND
                   OR WS-BEF-ADVISOR NOT = ATRAN-ADVISOR-ID
                   ADD 1 TO WS-CT-REFUSED
                   DISPLAY 'ADVSMNT: ' ATRAN-ADVISOR-ID
                           ' IS NOT THE ADVISOR OF ' ATRAN-STUD-ID
                           ' - HOLD NOT RELEASED'
                ELSE
                   MOVE ATRAN-STUD-ID TO WL-STUD-ID
                   READ WATCHLST RECORD
                      INVALID KEY
                           ADD 1 TO WS-CT-REFUSED
                           DISPLAY 'ADVSMNT: NO ADVISING HOLD ON '
                                   'FILE FOR ' ATRAN-STUD-ID
                      NOT INVALID KEY
                           IF WL-HOLD-TYPE = 'V'
                              PERFORM A000-HOLD-DELETE-PARA
                           ELSE
                              ADD 1 TO WS-CT-REFUSED
                              DISPLAY 'ADVSMNT: HOLD ON FILE FOR '
                                      ATRAN-STUD-ID ' IS TYPE '
                                      WL-HOLD-TYPE
                                      ' - NOT AN ADVISING HOLD'
                           END-IF
                   END-READ
                END-IF
             END-IF.

       A000-HOLD-DELETE-PARA.
             DELETE WATCHLST RECORD.
             IF WS-WATCH-OK
                ADD 1 TO WS-CT-HOLDS-OFF
                MOVE WS-BEF-ADVISOR TO WS-AFT-ADVISOR
                MOVE 'RELEASED' TO WS-HOLD-ACTION
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'ADVSMNT: HOLD RELEASE FAILED FOR '
                        ATRAN-STUD-ID ' STATUS ' WS-WATCH-FS
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT ADVJRNL.
             IF WS-JRNL-FOUND
                CLOSE ADVJRNL
                OPEN EXTEND ADVJRNL
             ELSE
                OPEN OUTPUT ADVJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO AJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO AJ-TIMESTAMP.
             MOVE ATRAN-CODE     TO AJ-TRAN-CODE.
             IF ATRAN-CODE = 'B'
                MOVE AV-STUD-ID    TO AJ-STUD-ID
             ELSE
                MOVE ATRAN-STUD-ID TO AJ-STUD-ID
             END-IF.
             IF WS-BEF-FOUND
                MOVE WS-BEF-ADVISOR TO AJ-BEF-ADVISOR
             END-IF.
             MOVE WS-AFT-ADVISOR TO AJ-AFT-ADVISOR.
             MOVE WS-HOLD-ACTION TO AJ-HOLD-ACTION.
             WRITE AJRNL-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ADVSMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'ADVISORS ASSIGNED ........... ' WS-CT-ADDED.
             DISPLAY 'ADVISORS CHANGED ............ ' WS-CT-CHANGED.
             DISPLAY 'ASSIGNMENTS DELETED ......... ' WS-CT-DELETED.
             DISPLAY 'BULK REASSIGNMENTS .......... ' WS-CT-BULK.
             DISPLAY 'ADVISING HOLDS PLACED ....... '
                     WS-CT-HOLDS-ON.
             DISPLAY 'ADVISING HOLDS RELEASED ..... '
                     WS-CT-HOLDS-OFF.
             DISPLAY 'HOLD TRANSACTIONS REFUSED ... ' WS-CT-REFUSED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-REFUSED > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
