                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DT-DEPT-CODE
                FILE STATUS IS WS-DEPTTAB-FS.
                SELECT DUPREVW ASSIGN TO DUPREVW
                ORGANIZATION IS SEQUENTIAL.
                SELECT DUPRLSQ ASSIGN TO DUPRLSQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DUPRLSQ-FS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANFIL
          05 FILLER          PIC X(01).
          05 TRAN-NEW-STATUS PIC X(10).
          05 FILLER          PIC X(58).
       01 TRAN-PROG REDEFINES TRAN-REC.
          05 TRAN-PROG-TCODE PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-PROG-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 TRAN-PROG-CODE  PIC X(10).
          05 FILLER          PIC X(01).
          05 TRAN-PROG-TYPE  PIC X(01).
          05 FILLER          PIC X(56).
       01 TRAN-CAT REDEFINES TRAN-REC.
          05 TRAN-CAT-TCODE  PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-CAT-ID     PIC 9(09).
          05 FILLER          PIC X(01).
          05 TRAN-CAT-TERM   PIC X(06).
          05 FILLER          PIC X(62).
       01 TRAN-LVL REDEFINES TRAN-REC.
          05 TRAN-LVL-TCODE  PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-LVL-ID     PIC 9(09).
          05 FILLER          PIC X(01).
          05 TRAN-LVL-LEVEL  PIC X(01).
          05 FILLER          PIC X(67).
       01 TRAN-CONF REDEFINES TRAN-REC.
          05 TRAN-CONF-TCODE PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-CONF-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 TRAN-CONF-FLAG  PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-CONF-DATE  PIC X(08).
          05 FILLER          PIC X(58).
       01 TRAN-NAME REDEFINES TRAN-REC.
          05 TRAN-NAME-TCODE PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-NAME-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 TRAN-NAME-NEW   PIC X(30).
          05 FILLER          PIC X(01).
          05 TRAN-NAME-REASON PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-NAME-DATE  PIC X(08).
          05 FILLER          PIC X(27).
       01 TRAN-PREF REDEFINES TRAN-REC.
          05 TRAN-PREF-TCODE PIC X(01).
          05 FILLER          PIC X(01).
          05 TRAN-PREF-ID    PIC 9(09).
          05 FILLER          PIC X(01).
          05 TRAN-PREF-NAME  PIC X(30).
          05 FILLER          PIC X(38).
       FD MNTLOG
            RECORDING MODE IS F.
       01 MNT-LOG-REC.
          05 FILLER         PIC X(01).
          05 MNT-OPER-ID    PIC X(08).
          05 FILLER         PIC X(02).
          05 MNT-CHAIN.
             10 FILLER      PIC X(01).
             10 MNT-SEQ-NO  PIC 9(09).
             10 FILLER      PIC X(01).
             10 MNT-CHAIN-HASH PIC X(64).
       FD RECYCFIL
            RECORDING MODE IS F.
       01 RECYC-REC.
          05 FILLER           PIC X(01).
          05 JRNL-AFT-DEPT    PIC X(10).
          05 FILLER           PIC X(27).
          05 JRNL-CHAIN.
             10 FILLER        PIC X(01).
             10 JRNL-SEQ-NO   PIC 9(09).
             10 FILLER        PIC X(01).
             10 JRNL-CHAIN-HASH PIC X(64).
       FD CKPTFILE
            RECORDING MODE IS F.
       01 CKPT-REC.
          05 DT-DEPT-DESC    PIC X(20).
          05 DT-MAX-ENROLL   PIC 9(05).
          05 FILLER          PIC X(52).
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
           COPY CPYJCHN.
           COPY CPYTDUP.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-STATUSED  PIC 9(07) VALUE ZERO.
           05 WS-CT-WITHDRAWN PIC 9(07) VALUE ZERO.
           05 WS-CT-WDRW-DROPS PIC 9(07) VALUE ZERO.
           05 WS-CT-PROG-DECL PIC 9(07) VALUE ZERO.
           05 WS-CT-PROG-DROP PIC 9(07) VALUE ZERO.
           05 WS-CT-CAT-SET   PIC 9(07) VALUE ZERO.
           05 WS-CT-LVL-SET   PIC 9(07) VALUE ZERO.
           05 WS-CT-CONF-SET  PIC 9(07) VALUE ZERO.
           05 WS-CT-NAME-CHG  PIC 9(07) VALUE ZERO.
           05 WS-CT-PREF-SET  PIC 9(07) VALUE ZERO.

       01 WS-DEPTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-DEPTTAB-OK       VALUE '00'.
       01 WS-RESTART-POINT    PIC 9(07) VALUE ZERO.
       01 WS-REC-COUNT        PIC 9(07) VALUE ZERO.

       01 WS-DUPRLSQ-FS       PIC X(02) VALUE SPACES.
           88 WS-DUPRLSQ-OK       VALUE '00'.
       01 WS-DUPRLSQ-EOF-SW   PIC X(01) VALUE 'N'.
           88 WS-DUPRLSQ-EOF      VALUE 'Y'.
       01 WS-DUP-TRAN         PIC X(80).
       01 WS-APPLIED-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-APPLIED-BEFORE   PIC 9(08) VALUE ZERO.
       01 WS-DUP-HELD         PIC 9(07) VALUE ZERO.
       01 WS-DUP-RELEASED     PIC 9(07) VALUE ZERO.

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.

                                        'WITHDRAWN'.

       01 WS-VAL-DEPT-CODE    PIC X(10).
       01 WS-PROG-CODE        PIC X(10).
       01 WS-PROG-TYPE        PIC X(01).
           88 WS-PROG-TYPE-VALID  VALUE 'M' 'N'.
       01 WS-CAT-TERM         PIC X(06).
       01 WS-ACAD-LEVEL       PIC X(01).
           88 WS-ACAD-LEVEL-VALID VALUE 'U' 'G'.
       01 WS-CONF-FLAG        PIC X(01).
           88 WS-CONF-FLAG-VALID  VALUE 'Y' 'N'.
       01 WS-EFF-DATE         PIC X(08).
       01 WS-EFF-ISO-DATE     PIC X(10).
       01 WS-NAME-REASON      PIC X(01).
           88 WS-NAME-REASON-VALID VALUE 'M' 'O' 'C'.
       01 WS-PREF-NAME        PIC X(30).
       01 WS-NAME-CHG-SW      PIC X(01) VALUE 'N'.
           88 WS-NAME-CHANGED     VALUE 'Y'.
       01 WS-FROM-DEPT        PIC X(10).
       01 WS-TO-DEPT          PIC X(10).
       01 WS-XFER-MOVED       PIC S9(9) USAGE COMP.
            OPEN OUTPUT WDRAWRPT.
            PERFORM A000-OPEN-JRNL-PARA.
            PERFORM A000-RESTART-PARA.
            OPEN OUTPUT DUPREVW.
            MOVE WS-ENV-FILE TO TDP-FILE.
            IF WS-RESTART-POINT > 0
               MOVE 'Y' TO TDP-RESTART
            ELSE
               MOVE 'N' TO TDP-RESTART
            END-IF.
            OPEN INPUT DEPTTAB.
            IF WS-DEPTTAB-OK
               SET WS-DEPTTAB-AVAILABLE TO TRUE
                      ADD 1 TO WS-REC-COUNT
                      ADD 1 TO WS-CT-READ
                      PERFORM A000-ENV-TALLY-PARA
                      PERFORM A000-REPLAY-CHECK-PARA
                      PERFORM A000-CHECKPOINT-PARA
                 END-EVALUATE
               END-READ

            PERFORM A000-ENV-TRAILER-PARA.

            IF NOT WS-LOAD-MODE
               PERFORM A000-RELEASED-PARA
            END-IF.

            IF WS-CKPT-COUNTER NOT = ZERO
               PERFORM A000-COMMIT-PARA
            END-IF.

            CLOSE TRANFIL.
            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
            CLOSE MNTLOG.
            CLOSE RECYCFIL.
            CLOSE WDRAWRPT.
            CLOSE DUPREVW.
            MOVE 'C' TO TDP-FUNC.
            CALL 'TRANDUP' USING WS-TRAN-DUP.
            CLOSE JRNLFILE.
            CLOSE CKPTFILE.
            IF WS-DEPTTAB-AVAILABLE
                        'COMPLETENESS NOT VERIFIED'
             END-IF.

      *    A TRANSACTION IDENTICAL TO ONE ALREADY APPLIED FROM
      *    TRANFILE WITHIN THE REPLAY WINDOW IS HELD ON DUPREVW
      *    INSTEAD OF BEING APPLIED AGAIN. ONLY TRANSACTIONS THAT WERE
      *    APPLIED ARE FINGERPRINTED, SO A RECYCLED ONE CAN BE SENT
      *    AGAIN ONCE CORRECTED. A BULK LOAD IS NOT CHECKED.
       A000-REPLAY-CHECK-PARA.
             IF WS-LOAD-MODE
                PERFORM A000-EDIT-TRAN-PARA
             ELSE
                MOVE TRAN-REC  TO WS-DUP-TRAN
                MOVE 'K'       TO TDP-FUNC
                MOVE TRAN-REC  TO TDP-REC
                CALL 'TRANDUP' USING WS-TRAN-DUP
                IF TDP-FLAG = 'D'
                   PERFORM A000-HOLD-REPLAY-PARA
                ELSE
                   PERFORM A000-APPLIED-COUNT-PARA
                   MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
                   PERFORM A000-EDIT-TRAN-PARA
                   PERFORM A000-POST-APPLIED-PARA
                END-IF
             END-IF.

       A000-HOLD-REPLAY-PARA.
             ADD 1 TO WS-DUP-HELD.
             MOVE SPACES         TO DUPREVW-REC.
             MOVE TDP-FILE       TO DR-FILE.
             MOVE TDP-PRIOR-DATE TO DR-PRIOR-DATE.
             MOVE WS-BUS-DATE    TO DR-HELD-DATE.
             MOVE WS-DUP-TRAN    TO DR-TRAN.
             WRITE DUPREVW-REC.
             MOVE 'PROBABLE REPLAY - HELD' TO MNT-RESULT.
             MOVE ZERO TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-POST-APPLIED-PARA.
             PERFORM A000-APPLIED-COUNT-PARA.
             IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
                MOVE 'P'         TO TDP-FUNC
                MOVE WS-DUP-TRAN TO TDP-REC
                CALL 'TRANDUP' USING WS-TRAN-DUP
             END-IF.

       A000-APPLIED-COUNT-PARA.
             COMPUTE WS-APPLIED-COUNT = WS-CT-INSERTED
                   + WS-CT-UPDATED + WS-CT-DELETED + WS-CT-XFERRED
                   + WS-CT-STATUSED + WS-CT-WITHDRAWN
                   + WS-CT-PROG-DECL + WS-CT-PROG-DROP
                   + WS-CT-CAT-SET + WS-CT-LVL-SET + WS-CT-CONF-SET
                   + WS-CT-NAME-CHG + WS-CT-PREF-SET.

      *    HELD TRANSACTIONS RELEASED BY OPERATIONS THROUGH DUPREL.
      *    THEY ARE APPLIED AFTER THE FILE ITSELF, OUTSIDE THE
      *    CHECKPOINT COUNT, AND THE QUEUE IS EMPTIED ONCE THEY ARE
      *    COMMITTED WITH THE REST OF THE RUN.
       A000-RELEASED-PARA.
             OPEN INPUT DUPRLSQ.
             IF WS-DUPRLSQ-OK
                PERFORM UNTIL WS-DUPRLSQ-EOF
                   READ DUPRLSQ
                     AT END SET WS-DUPRLSQ-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-DUP-RELEASED
                        MOVE DUPRLSQ-REC TO TRAN-REC
                        MOVE DUPRLSQ-REC TO WS-DUP-TRAN
                        PERFORM A000-APPLIED-COUNT-PARA
                        MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
                        PERFORM A000-EDIT-TRAN-PARA
                        PERFORM A000-POST-APPLIED-PARA
                   END-READ
                END-PERFORM
                CLOSE DUPRLSQ
                IF WS-DUP-RELEASED > ZERO
                   PERFORM A000-COMMIT-PARA
                   OPEN OUTPUT DUPRLSQ
                   CLOSE DUPRLSQ
                END-IF
             END-IF.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                        PERFORM A000-STATUS-PARA
                   WHEN 'W'
                        PERFORM A000-WITHDRAW-PARA
                   WHEN 'P'
                        PERFORM A000-DECLARE-PROG-PARA
                   WHEN 'X'
                        PERFORM A000-DROP-PROG-PARA
                   WHEN 'C'
                        PERFORM A000-CATALOG-PARA
                   WHEN 'L'
                        PERFORM A000-LEVEL-PARA
                   WHEN 'F'
                        PERFORM A000-CONFID-PARA
                   WHEN 'N'
                        PERFORM A000-LEGAL-NAME-PARA
                   WHEN 'K'
                        PERFORM A000-PREF-NAME-PARA
                   END-EVALUATE
                END-IF
             END-IF.
                AND TRAN-CODE NOT = 'I' AND TRAN-CODE NOT = 'U'
                AND TRAN-CODE NOT = 'D' AND TRAN-CODE NOT = 'T'
                AND TRAN-CODE NOT = 'S' AND TRAN-CODE NOT = 'W'
                AND TRAN-CODE NOT = 'P' AND TRAN-CODE NOT = 'X'
                AND TRAN-CODE NOT = 'C' AND TRAN-CODE NOT = 'L'
                AND TRAN-CODE NOT = 'F' AND TRAN-CODE NOT = 'N'
                AND TRAN-CODE NOT = 'K'
                ADD 1 TO WS-CT-INVALID
                MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
                     PERFORM A000-VALIDATE-STAT-PARA
                WHEN 'W'
                     PERFORM A000-VALIDATE-WDRW-PARA
                WHEN 'P'
                     PERFORM A000-VALIDATE-PROG-PARA
                WHEN 'X'
                     PERFORM A000-VALIDATE-PROG-PARA
                WHEN 'C'
                     PERFORM A000-VALIDATE-CAT-PARA
                WHEN 'L'
                     PERFORM A000-VALIDATE-LVL-PARA
                WHEN 'F'
                     PERFORM A000-VALIDATE-CONF-PARA
                WHEN 'N'
                     PERFORM A000-VALIDATE-NAME-PARA
                WHEN 'K'
                     PERFORM A000-VALIDATE-PREF-PARA
                WHEN OTHER
                     PERFORM A000-VALIDATE-STUD-PARA
                END-EVALUATE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.

       A000-VALIDATE-PROG-PARA.
             IF TRAN-PROG-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND TRAN-PROG-CODE = SPACES
                MOVE 'BLANK PROGRAM CODE' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND TRAN-CODE = 'P'
                MOVE TRAN-PROG-TYPE TO WS-PROG-TYPE
                IF NOT WS-PROG-TYPE-VALID
                   MOVE 'PROGRAM TYPE NOT M OR N' TO WS-EDIT-REASON
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND TRAN-CODE = 'P'
                MOVE TRAN-PROG-CODE(1:3) TO WS-VAL-DEPT-CODE
                PERFORM A000-DEPARTMENT-VAL
                IF WS-DEPT-INVALID
                   MOVE 'INVALID PROGRAM DEPARTMENT' TO WS-EDIT-REASON
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.

       A000-VALIDATE-CAT-PARA.
             IF TRAN-CAT-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.

       A000-VALIDATE-LVL-PARA.
             IF TRAN-LVL-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                MOVE TRAN-LVL-LEVEL TO WS-ACAD-LEVEL
                IF NOT WS-ACAD-LEVEL-VALID
                   MOVE 'ACADEMIC LEVEL NOT U OR G' TO WS-EDIT-REASON
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.

      *    A BLANK EFFECTIVE DATE MEANS THE HOLD STARTS OR ENDS ON THE
      *    BUSINESS DATE.
       A000-VALIDATE-CONF-PARA.
             IF TRAN-CONF-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                MOVE TRAN-CONF-FLAG TO WS-CONF-FLAG
                IF NOT WS-CONF-FLAG-VALID
                   MOVE 'CONFIDENTIAL FLAG NOT Y OR N' TO WS-EDIT-REASON
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                MOVE TRAN-CONF-DATE TO WS-EFF-DATE
                PERFORM A000-VALIDATE-EFF-DATE-PARA
             END-IF.

      *    A LEGAL NAME CHANGE CARRIES THE REASON - M MARRIAGE OR
      *    DIVORCE, O COURT ORDER, C CORRECTION - AND THE DATE IT TOOK
      *    EFFECT (BLANK MEANS THE BUSINESS DATE).
       A000-VALIDATE-NAME-PARA.
             IF TRAN-NAME-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND TRAN-NAME-NEW = SPACES
                MOVE 'MISSING STUDENT NAME' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                MOVE TRAN-NAME-REASON TO WS-NAME-REASON
                IF NOT WS-NAME-REASON-VALID
                   MOVE 'NAME CHANGE REASON NOT M, O OR C'
                     TO WS-EDIT-REASON
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                MOVE TRAN-NAME-DATE TO WS-EFF-DATE
                PERFORM A000-VALIDATE-EFF-DATE-PARA
             END-IF.

      *    A BLANK PREFERRED NAME CLEARS IT, SO ONLY THE ID IS EDITED.
       A000-VALIDATE-PREF-PARA.
             IF TRAN-PREF-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO WS-EDIT-REASON
                SET WS-EDIT-FAILED TO TRUE
             END-IF.

       A000-VALIDATE-EFF-DATE-PARA.
             IF WS-EFF-DATE NOT = SPACES
                IF WS-EFF-DATE IS NOT NUMERIC
                   OR WS-EFF-DATE(5:2) < '01'
                   OR WS-EFF-DATE(5:2) > '12'
                   OR WS-EFF-DATE(7:2) < '01'
                   OR WS-EFF-DATE(7:2) > '31'
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-EDIT-REASON
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.

       A000-VALIDATE-STAT-PARA.
             IF TRAN-STAT-ID IS NOT NUMERIC
                MOVE 'NON-NUMERIC STUD-ID' TO WS-EDIT-REASON
                MOVE TRAN-STUD-NAME TO JRNL-AFT-NAME
                MOVE TRAN-STUD-DEPT TO JRNL-AFT-DEPT
             END-IF.
             IF TRAN-CODE = 'N'
                MOVE TRAN-NAME-ID     TO JRNL-BEF-ID
                MOVE WS-BEF-STUD-NAME TO JRNL-BEF-NAME
                MOVE WS-BEF-STUD-DEPT TO JRNL-BEF-DEPT
                MOVE TRAN-NAME-ID     TO JRNL-AFT-ID
                MOVE TRAN-NAME-NEW    TO JRNL-AFT-NAME
                MOVE WS-BEF-STUD-DEPT TO JRNL-AFT-DEPT
             END-IF.
             IF TRAN-CODE = 'X'
                MOVE TRAN-PROG-ID     TO JRNL-BEF-ID
                MOVE WS-BEF-STUD-NAME TO JRNL-BEF-NAME
                MOVE TRAN-PROG-CODE   TO JRNL-BEF-DEPT
             END-IF.
             IF TRAN-CODE = 'P'
                MOVE TRAN-PROG-ID     TO JRNL-AFT-ID
                MOVE WS-BEF-STUD-NAME TO JRNL-AFT-NAME
                MOVE TRAN-PROG-CODE   TO JRNL-AFT-DEPT
             END-IF.
             PERFORM A000-SEAL-JRNLFILE-PARA.
             WRITE JRNL-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-JRNLFILE-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'JRNLFILE' TO JCH-JOURNAL.
             MOVE 159        TO JCH-REC-LEN.
             MOVE JRNL-REC(1:159) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO JRNL-CHAIN.
             MOVE JCH-SEQ-NO TO JRNL-SEQ-NO.
             MOVE JCH-HASH   TO JRNL-CHAIN-HASH.

       A000-CAP-CHECK-PARA.
             SET WS-CAP-OK TO TRUE.
             MOVE ZERO TO WS-CAP-MAX.
                PERFORM A000-UPDATE-ROW-PARA
             END-IF.

      *    A NAME CHANGED THROUGH A PLAIN UPDATE IS RECORDED AS A
      *    CORRECTION, EFFECTIVE THE BUSINESS DATE.
       A000-UPDATE-ROW-PARA.
             MOVE 'N' TO WS-NAME-CHG-SW.
             IF WS-BEF-FOUND AND WS-BEF-STUD-NAME NOT = WS-STUD-NAME
                SET WS-NAME-CHANGED TO TRUE
             END-IF.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET STUD_NAME = :WS-STUD-NAME,
                         STUD_DEPT = :WS-STUD-DEPT
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE = 0 AND WS-NAME-CHANGED
                MOVE 'C'    TO WS-NAME-REASON
                MOVE SPACES TO WS-EFF-DATE
                PERFORM A000-EFF-ISO-DATE-PARA
                PERFORM A000-NAME-HIST-PARA
             END-IF.
             MOVE SQLCODE TO MNT-SQLCODE.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-UPDATED
                MOVE 'STUDENT UPDATED' TO MNT-RESULT
                PERFORM A000-JOURNAL-PARA
                IF WS-NAME-CHANGED
                   ADD 1 TO WS-CT-NAME-CHG
                   EXEC SQL
                        COMMIT
                   END-EXEC
                END-IF
             ELSE
                ADD 1 TO WS-CT-FAILED
                MOVE 'UPDATE FAILED' TO MNT-RESULT
                IF WS-NAME-CHANGED
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                END-IF
             END-IF.
             PERFORM A000-WRITE-LOG-PARA.

       A000-DELETE-PARA.
             MOVE SQLCODE TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-DECLARE-PROG-PARA.
             MOVE TRAN-PROG-ID   TO WS-STUD-ID.
             MOVE TRAN-PROG-CODE TO WS-PROG-CODE.
             MOVE TRAN-PROG-TYPE TO WS-PROG-TYPE.
             PERFORM A000-FETCH-BEFORE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                MOVE 'STUDENT NOT ON FILE' TO MNT-RESULT
                MOVE +100 TO MNT-SQLCODE
                PERFORM A000-WRITE-LOG-PARA
             ELSE
                IF WS-PROG-CODE = WS-BEF-STUD-DEPT
                   ADD 1 TO WS-CT-FAILED
                   MOVE 'PROGRAM IS THE PRIMARY MAJOR' TO MNT-RESULT
                   MOVE ZERO TO MNT-SQLCODE
                   PERFORM A000-WRITE-LOG-PARA
                ELSE
                   PERFORM A000-DECLARE-ROW-PARA
                END-IF
             END-IF.

       A000-DECLARE-ROW-PARA.
             EXEC SQL
                  INSERT INTO STUD_PROGRAM
                        (STUD_ID, PROG_CODE, PROG_TYPE, DECLARE_DATE)
                  VALUES (:WS-STUD-ID, :WS-PROG-CODE, :WS-PROG-TYPE,
                          CURRENT DATE)
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-PROG-DECL
                  MOVE 'PROGRAM DECLARED' TO MNT-RESULT
                  PERFORM A000-JOURNAL-PARA
             WHEN -803
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'PROGRAM ALREADY DECLARED' TO MNT-RESULT
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'PROGRAM DECLARE FAILED' TO MNT-RESULT
             END-EVALUATE.
             MOVE SQLCODE TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-DROP-PROG-PARA.
             MOVE TRAN-PROG-ID   TO WS-STUD-ID.
             MOVE TRAN-PROG-CODE TO WS-PROG-CODE.
             PERFORM A000-FETCH-BEFORE-PARA.
             EXEC SQL
                  DELETE FROM STUD_PROGRAM
                   WHERE STUD_ID = :WS-STUD-ID
                     AND PROG_CODE = :WS-PROG-CODE
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-PROG-DROP
                  MOVE 'PROGRAM DROPPED' TO MNT-RESULT
                  PERFORM A000-JOURNAL-PARA
             WHEN 100
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'PROGRAM NOT DECLARED' TO MNT-RESULT
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'PROGRAM DROP FAILED' TO MNT-RESULT
             END-EVALUATE.
             MOVE SQLCODE TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-CATALOG-PARA.
             MOVE TRAN-CAT-ID   TO WS-STUD-ID.
             MOVE TRAN-CAT-TERM TO WS-CAT-TERM.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET CATALOG_TERM = :WS-CAT-TERM
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-CAT-SET
                  IF WS-CAT-TERM = SPACES
                     MOVE 'CATALOG OVERRIDE CLEARED' TO MNT-RESULT
                  ELSE
                     MOVE 'CATALOG OVERRIDE SET' TO MNT-RESULT
                  END-IF
             WHEN 100
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'STUDENT NOT ON FILE' TO MNT-RESULT
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'CATALOG OVERRIDE FAILED' TO MNT-RESULT
             END-EVALUATE.
             MOVE SQLCODE TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-LEVEL-PARA.
             MOVE TRAN-LVL-ID    TO WS-STUD-ID.
             MOVE TRAN-LVL-LEVEL TO WS-ACAD-LEVEL.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET ACAD_LEVEL = :WS-ACAD-LEVEL
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-LVL-SET
                  IF WS-ACAD-LEVEL = 'G'
                     MOVE 'ACADEMIC LEVEL SET TO GRADUATE' TO MNT-RESULT
                  ELSE
                     MOVE 'ACADEMIC LEVEL SET TO UNDERGRADUATE'
                       TO MNT-RESULT
                  END-IF
             WHEN 100
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'STUDENT NOT ON FILE' TO MNT-RESULT
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'ACADEMIC LEVEL UPDATE FAILED' TO MNT-RESULT
             END-EVALUATE.
             MOVE SQLCODE TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

      *    DIRECTORY-INFORMATION HOLD. THE FLAG AND THE DATE IT TAKES
      *    EFFECT ARE READ BY EVERY PROGRAM THAT RELEASES OR SHOWS
      *    STUDENT DETAILS.
       A000-CONFID-PARA.
             MOVE TRAN-CONF-ID   TO WS-STUD-ID.
             MOVE TRAN-CONF-FLAG TO WS-CONF-FLAG.
             MOVE TRAN-CONF-DATE TO WS-EFF-DATE.
             PERFORM A000-EFF-ISO-DATE-PARA.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET CONFID_FLAG = :WS-CONF-FLAG,
                         CONFID_DATE = DATE(:WS-EFF-ISO-DATE)
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-CONF-SET
                  IF WS-CONF-FLAG = 'Y'
                     MOVE 'DIRECTORY HOLD SET' TO MNT-RESULT
                  ELSE
                     MOVE 'DIRECTORY HOLD LIFTED' TO MNT-RESULT
                  END-IF
             WHEN 100
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'STUDENT NOT ON FILE' TO MNT-RESULT
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'DIRECTORY HOLD UPDATE FAILED' TO MNT-RESULT
             END-EVALUATE.
             MOVE SQLCODE TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

      *    BLANK EFFECTIVE DATE MEANS THE BUSINESS DATE.
       A000-EFF-ISO-DATE-PARA.
             IF WS-EFF-DATE = SPACES
                MOVE WS-BUS-DATE TO WS-EFF-DATE
             END-IF.
             MOVE WS-EFF-DATE(1:4) TO WS-EFF-ISO-DATE(1:4).
             MOVE '-'              TO WS-EFF-ISO-DATE(5:1).
             MOVE WS-EFF-DATE(5:2) TO WS-EFF-ISO-DATE(6:2).
             MOVE '-'              TO WS-EFF-ISO-DATE(8:1).
             MOVE WS-EFF-DATE(7:2) TO WS-EFF-ISO-DATE(9:2).

      *    LEGAL NAME CHANGE. THE NAME BEING REPLACED GOES TO
      *    STUD_NAME_HIST IN THE SAME UNIT OF WORK AS THE UPDATE, SO A
      *    NAME IS NEVER LOST.
       A000-LEGAL-NAME-PARA.
             MOVE TRAN-NAME-ID TO WS-STUD-ID.
             PERFORM A000-FETCH-BEFORE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                MOVE 'STUDENT NOT ON FILE' TO MNT-RESULT
                MOVE +100 TO MNT-SQLCODE
                PERFORM A000-WRITE-LOG-PARA
             ELSE
                IF WS-BEF-STUD-NAME = TRAN-NAME-NEW
                   ADD 1 TO WS-CT-FAILED
                   MOVE 'LEGAL NAME ALREADY ON FILE' TO MNT-RESULT
                   MOVE ZERO TO MNT-SQLCODE
                   PERFORM A000-WRITE-LOG-PARA
                ELSE
                   PERFORM A000-LEGAL-NAME-ROW-PARA
                END-IF
             END-IF.

       A000-LEGAL-NAME-ROW-PARA.
             MOVE TRAN-NAME-NEW    TO WS-STUD-NAME.
             MOVE TRAN-NAME-REASON TO WS-NAME-REASON.
             MOVE TRAN-NAME-DATE   TO WS-EFF-DATE.
             PERFORM A000-EFF-ISO-DATE-PARA.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET STUD_NAME = :WS-STUD-NAME
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             IF SQLCODE = 0
                PERFORM A000-NAME-HIST-PARA
             END-IF.
             MOVE SQLCODE TO MNT-SQLCODE.
             IF SQLCODE = 0
                ADD 1 TO WS-CT-NAME-CHG
                MOVE 'LEGAL NAME CHANGED' TO MNT-RESULT
                PERFORM A000-JOURNAL-PARA
                EXEC SQL
                     COMMIT
                END-EXEC
             ELSE
                ADD 1 TO WS-CT-FAILED
                MOVE 'LEGAL NAME CHANGE FAILED' TO MNT-RESULT
                EXEC SQL
                     ROLLBACK
                END-EXEC
             END-IF.
             PERFORM A000-WRITE-LOG-PARA.

      *    RECORDS THE NAME IN WS-BEF-STUD-NAME AS A PRIOR LEGAL NAME.
       A000-NAME-HIST-PARA.
             EXEC SQL
                  INSERT INTO STUD_NAME_HIST
                        (STUD_ID, PRIOR_NAME, NEW_NAME, REASON,
                         EFF_DATE, CHANGE_TS, SOURCE_PGM)
                  VALUES (:WS-STUD-ID, :WS-BEF-STUD-NAME,
                          :WS-STUD-NAME, :WS-NAME-REASON,
                          DATE(:WS-EFF-ISO-DATE), CURRENT TIMESTAMP,
                          'STUDMNT')
             END-EXEC.

      *    PREFERRED NAME, USED ON ROSTERS AND LETTERS. IT IS NOT A
      *    LEGAL NAME, SO NO HISTORY IS KEPT.
       A000-PREF-NAME-PARA.
             MOVE TRAN-PREF-ID   TO WS-STUD-ID.
             MOVE TRAN-PREF-NAME TO WS-PREF-NAME.
             EXEC SQL
                  UPDATE STUD_STUDENT
                     SET PREF_NAME = :WS-PREF-NAME
                   WHERE STUD_ID = :WS-STUD-ID
             END-EXEC.
             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-CT-PREF-SET
                  IF WS-PREF-NAME = SPACES
                     MOVE 'PREFERRED NAME CLEARED' TO MNT-RESULT
                  ELSE
                     MOVE 'PREFERRED NAME SET' TO MNT-RESULT
                  END-IF
             WHEN 100
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'STUDENT NOT ON FILE' TO MNT-RESULT
             WHEN OTHER
                  ADD 1 TO WS-CT-FAILED
                  MOVE 'PREFERRED NAME UPDATE FAILED' TO MNT-RESULT
             END-EVALUATE.
             MOVE SQLCODE TO MNT-SQLCODE.
             PERFORM A000-WRITE-LOG-PARA.

       A000-TRANSFER-PARA.
             MOVE TRAN-FROM-DEPT TO WS-FROM-DEPT.
             MOVE TRAN-TO-DEPT   TO WS-TO-DEPT.
             MOVE TRAN-CODE   TO MNT-CODE.
             MOVE WS-BUS-DATE TO MNT-BUS-DATE.
             MOVE WS-OPER-ID  TO MNT-OPER-ID.
             PERFORM A000-SEAL-MNTLOG-PARA.
             WRITE MNT-LOG-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-MNTLOG-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'MNTLOG  ' TO JCH-JOURNAL.
             MOVE 78         TO JCH-REC-LEN.
             MOVE MNT-LOG-REC(1:78) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO MNT-CHAIN.
             MOVE JCH-SEQ-NO TO MNT-SEQ-NO.
             MOVE JCH-HASH   TO MNT-CHAIN-HASH.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             IF WS-LOAD-MODE
                     WS-CT-WITHDRAWN.
             DISPLAY 'WITHDRAWAL DROPS ............ '
                     WS-CT-WDRW-DROPS.
             DISPLAY 'PROGRAMS DECLARED ........... '
                     WS-CT-PROG-DECL.
             DISPLAY 'PROGRAMS DROPPED ............ '
                     WS-CT-PROG-DROP.
             DISPLAY 'CATALOG OVERRIDES APPLIED ... '
                     WS-CT-CAT-SET.
             DISPLAY 'ACADEMIC LEVELS APPLIED ..... '
                     WS-CT-LVL-SET.
             DISPLAY 'DIRECTORY HOLDS APPLIED ..... '
                     WS-CT-CONF-SET.
             DISPLAY 'LEGAL NAME CHANGES .......... '
                     WS-CT-NAME-CHG.
             DISPLAY 'PREFERRED NAMES APPLIED ..... '
                     WS-CT-PREF-SET.
             DISPLAY 'PROBABLE REPLAYS HELD ....... '
                     WS-DUP-HELD.
             DISPLAY 'RELEASED REPLAYS READ ....... '
                     WS-DUP-RELEASED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                OR WS-CT-RECYCLED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-DUP-HELD > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
