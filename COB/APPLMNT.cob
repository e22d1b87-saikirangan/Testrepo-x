       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT APPLTRAN ASSIGN TO APPLTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT APPLFILE ASSIGN TO APPLFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AP-APPL-ID
                FILE STATUS IS WS-APPL-FS.
                SELECT APPLJRNL ASSIGN TO APPLJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
      *    A ADDS AN APPLICANT AS APPLIED, C CHANGES NAME, INTENDED
      *    DEPARTMENT OR ENTRY TERM, S MOVES THE APPLICANT TO A NEW
      *    STAGE AND D DELETES AN APPLICANT NOT YET RELEASED.
       FD APPLTRAN
            RECORDING MODE IS F.
       01 ATRAN-REC.
          05 ATRAN-CODE        PIC X(01).
          05 FILLER            PIC X(01).
          05 ATRAN-APPL-ID     PIC X(09).
          05 FILLER            PIC X(01).
          05 ATRAN-STATUS      PIC X(01).
          05 FILLER            PIC X(01).
          05 ATRAN-DATE        PIC X(08).
          05 FILLER            PIC X(01).
          05 ATRAN-NAME        PIC X(30).
          05 FILLER            PIC X(01).
          05 ATRAN-EXT-DEPT    PIC X(08).
          05 FILLER            PIC X(01).
          05 ATRAN-ENTRY-TERM  PIC X(06).
          05 FILLER            PIC X(11).
      *    STAGES: A APPLIED, C COMPLETE, M ADMITTED, D DENIED,
      *    P DEPOSITED, W WITHDRAWN. EACH STAGE KEEPS THE DATE IT WAS
      *    REACHED. AP-RELEASE-DATE IS SET BY APPLREL WHEN A DEPOSITED
      *    APPLICANT IS WRITTEN TO ADMFEED.
       FD APPLFILE
            RECORDING MODE IS F.
       01 APPL-REC.
          05 AP-APPL-ID        PIC X(09).
          05 AP-NAME           PIC X(30).
          05 AP-EXT-DEPT       PIC X(08).
          05 AP-ENTRY-TERM     PIC X(06).
          05 AP-STATUS         PIC X(01).
          05 AP-APPLIED-DATE   PIC X(08).
          05 AP-COMPLETE-DATE  PIC X(08).
          05 AP-ADMIT-DATE     PIC X(08).
          05 AP-DENY-DATE      PIC X(08).
          05 AP-DEPOSIT-DATE   PIC X(08).
          05 AP-WITHDRAW-DATE  PIC X(08).
          05 AP-RELEASE-DATE   PIC X(08).
          05 AP-LAST-CHG-DATE  PIC X(08).
          05 FILLER            PIC X(32).
       FD APPLJRNL
            RECORDING MODE IS F.
       01 AJRNL-REC.
          05 AJ-TIMESTAMP      PIC X(26).
          05 FILLER            PIC X(01).
          05 AJ-TRAN-CODE      PIC X(01).
          05 FILLER            PIC X(01).
          05 AJ-APPL-ID        PIC X(09).
          05 FILLER            PIC X(01).
          05 AJ-BEF-STATUS     PIC X(01).
          05 FILLER            PIC X(01).
          05 AJ-AFT-STATUS     PIC X(01).
          05 FILLER            PIC X(01).
          05 AJ-EFF-DATE       PIC X(08).
          05 FILLER            PIC X(01).
          05 AJ-AFT-DEPT       PIC X(08).
          05 FILLER            PIC X(01).
          05 AJ-AFT-TERM       PIC X(06).
          05 FILLER            PIC X(03).
          05 AJ-CHAIN.
             10 FILLER         PIC X(01).
             10 AJ-SEQ-NO      PIC 9(09).
             10 FILLER         PIC X(01).
             10 AJ-CHAIN-HASH  PIC X(64).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-APPL-FS          PIC X(02) VALUE SPACES.
           88 WS-APPL-OK          VALUE '00'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-BEF-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-BEF-FOUND        VALUE 'Y'.
       01 WS-BEF-STATUS       PIC X(01) VALUE SPACE.

       01 WS-NEW-STATUS       PIC X(01).
           88 WS-STATUS-VALID     VALUE 'C' 'M' 'D' 'P' 'W'.

       01 WS-BUS-DATE         PIC X(08).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-STAGED    PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN INPUT APPLTRAN.
            OPEN I-O APPLFILE.
            IF NOT WS-APPL-OK
               DISPLAY 'APPLMNT: APPLFILE NOT AVAILABLE - STATUS '
                       WS-APPL-FS
               MOVE 16 TO RETURN-CODE
               CLOSE APPLTRAN
               GOBACK
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ APPLTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE APPLTRAN.
            CLOSE APPLFILE.
            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
            CLOSE APPLJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                PERFORM A000-FETCH-BEFORE-PARA
                EVALUATE ATRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                WHEN 'C'
                     PERFORM A000-CHANGE-PARA
                WHEN 'S'
                     PERFORM A000-STAGE-PARA
                WHEN 'D'
                     PERFORM A000-DELETE-PARA
                END-EVALUATE
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF ATRAN-CODE NOT = 'A' AND ATRAN-CODE NOT = 'C'
                AND ATRAN-CODE NOT = 'S' AND ATRAN-CODE NOT = 'D'
                DISPLAY 'APPLMNT: INVALID TRANSACTION CODE '
                        ATRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND ATRAN-APPL-ID IS NOT NUMERIC
                DISPLAY 'APPLMNT: NON-NUMERIC APPLICANT ID '
                        ATRAN-APPL-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND ATRAN-CODE = 'A'
                IF ATRAN-NAME = SPACES OR ATRAN-EXT-DEPT = SPACES
                   OR ATRAN-ENTRY-TERM = SPACES
                   DISPLAY 'APPLMNT: NAME, DEPARTMENT AND ENTRY TERM '
                           'REQUIRED FOR ' ATRAN-APPL-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND ATRAN-CODE = 'S'
                MOVE ATRAN-STATUS TO WS-NEW-STATUS
                IF NOT WS-STATUS-VALID
                   DISPLAY 'APPLMNT: STAGE ' ATRAN-STATUS
                           ' NOT C, M, D, P OR W FOR ' ATRAN-APPL-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED
                AND (ATRAN-CODE = 'A' OR ATRAN-CODE = 'S')
                IF ATRAN-DATE = SPACES
                   MOVE WS-BUS-DATE TO ATRAN-DATE
                END-IF
                IF ATRAN-DATE IS NOT NUMERIC
                   DISPLAY 'APPLMNT: INVALID STAGE DATE ' ATRAN-DATE
                           ' FOR ' ATRAN-APPL-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE SPACE TO WS-BEF-STATUS.
             MOVE ATRAN-APPL-ID TO AP-APPL-ID.
             READ APPLFILE RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
                     MOVE AP-STATUS TO WS-BEF-STATUS
             END-READ.

       A000-ADD-PARA.
             IF WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'APPLMNT: APPLICANT ALREADY ON FILE - '
                        ATRAN-APPL-ID
             ELSE
                MOVE SPACES           TO APPL-REC
                MOVE ATRAN-APPL-ID    TO AP-APPL-ID
                MOVE ATRAN-NAME       TO AP-NAME
                MOVE ATRAN-EXT-DEPT   TO AP-EXT-DEPT
                MOVE ATRAN-ENTRY-TERM TO AP-ENTRY-TERM
                MOVE 'A'              TO AP-STATUS
                MOVE ATRAN-DATE       TO AP-APPLIED-DATE
                MOVE WS-BUS-DATE      TO AP-LAST-CHG-DATE
                WRITE APPL-REC
                IF WS-APPL-OK
                   ADD 1 TO WS-CT-ADDED
                   PERFORM A000-JOURNAL-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                   DISPLAY 'APPLMNT: ADD FAILED FOR ' ATRAN-APPL-ID
                           ' STATUS ' WS-APPL-FS
                END-IF
             END-IF.

      *    BLANK FIELDS ON A CHANGE ARE LEFT AS THEY ARE.
       A000-CHANGE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'APPLMNT: NO APPLICANT ON FILE TO CHANGE - '
                        ATRAN-APPL-ID
             ELSE
                IF ATRAN-NAME NOT = SPACES
                   MOVE ATRAN-NAME TO AP-NAME
                END-IF
                IF ATRAN-EXT-DEPT NOT = SPACES
                   MOVE ATRAN-EXT-DEPT TO AP-EXT-DEPT
                END-IF
                IF ATRAN-ENTRY-TERM NOT = SPACES
                   MOVE ATRAN-ENTRY-TERM TO AP-ENTRY-TERM
                END-IF
                MOVE WS-BUS-DATE TO AP-LAST-CHG-DATE
                REWRITE APPL-REC
                IF WS-APPL-OK
                   ADD 1 TO WS-CT-CHANGED
                   PERFORM A000-JOURNAL-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                END-IF
             END-IF.

      *    STAGES ONLY MOVE FORWARD: APPLIED TO COMPLETE, COMPLETE TO
      *    ADMITTED OR DENIED, ADMITTED TO DEPOSITED. ANY APPLICANT NOT
      *    DENIED OR ALREADY WITHDRAWN MAY WITHDRAW.
       A000-STAGE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'APPLMNT: NO APPLICANT ON FILE FOR STAGE '
                        'CHANGE - ' ATRAN-APPL-ID
             ELSE
                SET WS-EDIT-PASSED TO TRUE
                EVALUATE ATRAN-STATUS
                WHEN 'C'
                     IF AP-STATUS = 'A'
                        MOVE ATRAN-DATE TO AP-COMPLETE-DATE
                     ELSE
                        SET WS-EDIT-FAILED TO TRUE
                     END-IF
                WHEN 'M'
                     IF AP-STATUS = 'C'
                        MOVE ATRAN-DATE TO AP-ADMIT-DATE
                     ELSE
                        SET WS-EDIT-FAILED TO TRUE
                     END-IF
                WHEN 'D'
                     IF AP-STATUS = 'C'
                        MOVE ATRAN-DATE TO AP-DENY-DATE
                     ELSE
                        SET WS-EDIT-FAILED TO TRUE
                     END-IF
                WHEN 'P'
                     IF AP-STATUS = 'M'
                        MOVE ATRAN-DATE TO AP-DEPOSIT-DATE
                     ELSE
                        SET WS-EDIT-FAILED TO TRUE
                     END-IF
                WHEN 'W'
                     IF AP-STATUS NOT = 'D' AND AP-STATUS NOT = 'W'
                        MOVE ATRAN-DATE TO AP-WITHDRAW-DATE
                        IF AP-RELEASE-DATE NOT = SPACES
                           DISPLAY 'APPLMNT: ' ATRAN-APPL-ID
                                   ' WITHDREW AFTER RELEASE ON '
                                   AP-RELEASE-DATE ' - STUDENT '
                                   'RECORD NEEDS WITHDRAWAL'
                        END-IF
                     ELSE
                        SET WS-EDIT-FAILED TO TRUE
                     END-IF
                END-EVALUATE
                IF WS-EDIT-FAILED
                   ADD 1 TO WS-CT-FAILED
                   DISPLAY 'APPLMNT: ' ATRAN-APPL-ID ' CANNOT MOVE '
                           'FROM STAGE ' AP-STATUS ' TO '
                           ATRAN-STATUS
                ELSE
                   MOVE ATRAN-STATUS TO AP-STATUS
                   MOVE WS-BUS-DATE  TO AP-LAST-CHG-DATE
                   REWRITE APPL-REC
                   IF WS-APPL-OK
                      ADD 1 TO WS-CT-STAGED
                      PERFORM A000-JOURNAL-PARA
                   ELSE
                      ADD 1 TO WS-CT-FAILED
                   END-IF
                END-IF
             END-IF.

       A000-DELETE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'APPLMNT: NO APPLICANT ON FILE TO DELETE - '
                        ATRAN-APPL-ID
             ELSE
                IF AP-RELEASE-DATE NOT = SPACES
                   ADD 1 TO WS-CT-FAILED
                   DISPLAY 'APPLMNT: ' ATRAN-APPL-ID ' ALREADY '
                           'RELEASED TO ADMFEED - NOT DELETED'
                ELSE
                   DELETE APPLFILE RECORD
                   IF WS-APPL-OK
                      ADD 1 TO WS-CT-DELETED
                      PERFORM A000-JOURNAL-PARA
                   ELSE
                      ADD 1 TO WS-CT-FAILED
                   END-IF
                END-IF
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT APPLJRNL.
             IF WS-JRNL-FOUND
                CLOSE APPLJRNL
                OPEN EXTEND APPLJRNL
             ELSE
                OPEN OUTPUT APPLJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO AJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO AJ-TIMESTAMP.
             MOVE ATRAN-CODE     TO AJ-TRAN-CODE.
             MOVE ATRAN-APPL-ID  TO AJ-APPL-ID.
             MOVE WS-BEF-STATUS  TO AJ-BEF-STATUS.
             IF ATRAN-CODE NOT = 'D'
                MOVE AP-STATUS     TO AJ-AFT-STATUS
                MOVE AP-EXT-DEPT   TO AJ-AFT-DEPT
                MOVE AP-ENTRY-TERM TO AJ-AFT-TERM
             END-IF.
             IF ATRAN-CODE = 'A' OR ATRAN-CODE = 'S'
                MOVE ATRAN-DATE    TO AJ-EFF-DATE
             END-IF.
             PERFORM A000-SEAL-APPLJRNL-PARA.
             WRITE AJRNL-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-APPLJRNL-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'APPLJRNL' TO JCH-JOURNAL.
             MOVE 70         TO JCH-REC-LEN.
             MOVE AJRNL-REC(1:70) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO AJ-CHAIN.
             MOVE JCH-SEQ-NO TO AJ-SEQ-NO.
             MOVE JCH-HASH   TO AJ-CHAIN-HASH.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'APPLMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'APPLICANTS ADDED ............ ' WS-CT-ADDED.
             DISPLAY 'APPLICANTS CHANGED .......... ' WS-CT-CHANGED.
             DISPLAY 'STAGE CHANGES ............... ' WS-CT-STAGED.
             DISPLAY 'APPLICANTS DELETED .......... ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
