       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CHKTRAN ASSIGN TO CHKTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT CHKREQ ASSIGN TO CHKREQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REQ-FS.
                SELECT CHKLIST ASSIGN TO CHKLIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CK-KEY
                FILE STATUS IS WS-CHK-FS.
       DATA DIVISION.
       FILE SECTION.
      *    N BUILDS A NEW STUDENT'S CHECKLIST FROM CHKREQ FOR THE
      *    STUDENT TYPE, DUE DATES COUNTED FROM THE TRANSACTION DATE.
      *    A ADDS ONE ITEM, R MARKS AN ITEM RECEIVED, W WAIVES IT AND
      *    D REMOVES IT.
       FD CHKTRAN
            RECORDING MODE IS F.
       01 KTRAN-REC.
          05 KTRAN-CODE        PIC X(01).
          05 FILLER            PIC X(01).
          05 KTRAN-STUD-ID     PIC X(09).
          05 FILLER            PIC X(01).
          05 KTRAN-STUD-TYPE   PIC X(01).
          05 FILLER            PIC X(01).
          05 KTRAN-ITEM        PIC X(04).
          05 FILLER            PIC X(01).
          05 KTRAN-DATE        PIC X(08).
          05 FILLER            PIC X(01).
          05 KTRAN-DUE-DATE    PIC X(08).
          05 FILLER            PIC X(01).
          05 KTRAN-USER        PIC X(08).
          05 FILLER            PIC X(35).
      *    ONE RECORD PER REQUIRED ITEM PER STUDENT TYPE. DUE DAYS IS
      *    THE TIME ALLOWED FROM ADMISSION TO RECEIPT.
       FD CHKREQ
            RECORDING MODE IS F.
       01 KREQ-REC.
          05 KQ-STUD-TYPE      PIC X(01).
          05 FILLER            PIC X(01).
          05 KQ-ITEM           PIC X(04).
          05 FILLER            PIC X(01).
          05 KQ-DESC           PIC X(30).
          05 FILLER            PIC X(01).
          05 KQ-DUE-DAYS       PIC 9(03).
          05 FILLER            PIC X(39).
      *    CK-STATUS: O OUTSTANDING, R RECEIVED, W WAIVED.
       FD CHKLIST
            RECORDING MODE IS F.
       01 CHK-REC.
          05 CK-KEY.
             10 CK-STUD-ID     PIC X(09).
             10 CK-ITEM        PIC X(04).
          05 CK-STUD-TYPE      PIC X(01).
          05 CK-STATUS         PIC X(01).
          05 CK-DUE-DATE       PIC X(08).
          05 CK-RECEIVED-DATE  PIC X(08).
          05 CK-WAIVED-BY      PIC X(08).
          05 CK-NOTICE-DATE    PIC X(08).
          05 CK-ADDED-DATE     PIC X(08).
          05 FILLER            PIC X(25).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-REQ-FS           PIC X(02) VALUE SPACES.
           88 WS-REQ-OK           VALUE '00'.
       01 WS-CHK-FS           PIC X(02) VALUE SPACES.
           88 WS-CHK-OK           VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.
       01 WS-BEF-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-BEF-FOUND        VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-BASE-DATE        PIC 9(08).
       01 WS-DUE-NUM          PIC 9(08).
       01 WS-ITEMS-BUILT      PIC 9(03).

       01 WS-REQ-COUNT PIC 9(03) VALUE ZERO.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-REQ-COUNT
                 INDEXED BY WS-REQ-IDX.
               10 WS-RQ-STUD-TYPE PIC X(01).
               10 WS-RQ-ITEM      PIC X(04).
               10 WS-RQ-DUE-DAYS  PIC 9(03).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-LISTS     PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-RECEIVED  PIC 9(07) VALUE ZERO.
           05 WS-CT-WAIVED    PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            PERFORM A000-LOAD-REQ-PARA.
            OPEN INPUT CHKTRAN.
            OPEN I-O CHKLIST.
            IF NOT WS-CHK-OK
               DISPLAY 'CHKMNT: CHKLIST NOT AVAILABLE - STATUS '
                       WS-CHK-FS
               MOVE 16 TO RETURN-CODE
               CLOSE CHKTRAN
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ CHKTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE CHKTRAN.
            CLOSE CHKLIST.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-LOAD-REQ-PARA.
             OPEN INPUT CHKREQ.
             IF WS-REQ-OK
                PERFORM UNTIL WS-EOF = 'Y'
                   READ CHKREQ
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          IF WS-REQ-COUNT < 200
                             AND KQ-ITEM NOT = SPACES
                             ADD 1 TO WS-REQ-COUNT
                             SET WS-REQ-IDX TO WS-REQ-COUNT
                             MOVE KQ-STUD-TYPE
                               TO WS-RQ-STUD-TYPE(WS-REQ-IDX)
                             MOVE KQ-ITEM TO WS-RQ-ITEM(WS-REQ-IDX)
                             IF KQ-DUE-DAYS IS NUMERIC
                                MOVE KQ-DUE-DAYS
                                  TO WS-RQ-DUE-DAYS(WS-REQ-IDX)
                             ELSE
                                MOVE ZERO
                                  TO WS-RQ-DUE-DAYS(WS-REQ-IDX)
                             END-IF
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE CHKREQ
             ELSE
                DISPLAY 'CHKMNT: CHKREQ NOT AVAILABLE - NEW '
                        'CHECKLISTS CANNOT BE BUILT'
             END-IF.
             MOVE SPACE TO WS-EOF.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                EVALUATE KTRAN-CODE
                WHEN 'N'
                     PERFORM A000-NEW-LIST-PARA
                WHEN 'A'
                     PERFORM A000-ADD-ITEM-PARA
                WHEN 'R'
                     PERFORM A000-RECEIVE-PARA
                WHEN 'W'
                     PERFORM A000-WAIVE-PARA
                WHEN 'D'
                     PERFORM A000-DELETE-PARA
                END-EVALUATE
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF KTRAN-CODE NOT = 'N' AND KTRAN-CODE NOT = 'A'
                AND KTRAN-CODE NOT = 'R' AND KTRAN-CODE NOT = 'W'
                AND KTRAN-CODE NOT = 'D'
                DISPLAY 'CHKMNT: INVALID TRANSACTION CODE '
                        KTRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND KTRAN-STUD-ID IS NOT NUMERIC
                DISPLAY 'CHKMNT: NON-NUMERIC STUD-ID ' KTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND KTRAN-CODE = 'N'
                AND KTRAN-STUD-TYPE = SPACE
                DISPLAY 'CHKMNT: BLANK STUDENT TYPE FOR '
                        KTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND KTRAN-CODE NOT = 'N'
                AND KTRAN-ITEM = SPACES
                DISPLAY 'CHKMNT: BLANK CHECKLIST ITEM FOR '
                        KTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                IF KTRAN-DATE = SPACES
                   MOVE WS-BUS-DATE TO KTRAN-DATE
                END-IF
                IF KTRAN-DATE IS NOT NUMERIC
                   DISPLAY 'CHKMNT: INVALID DATE ' KTRAN-DATE
                           ' FOR ' KTRAN-STUD-ID
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND KTRAN-CODE = 'A'
                AND KTRAN-DUE-DATE IS NOT NUMERIC
                DISPLAY 'CHKMNT: INVALID DUE DATE ' KTRAN-DUE-DATE
                        ' FOR ' KTRAN-STUD-ID
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED AND KTRAN-CODE = 'W'
                AND KTRAN-USER = SPACES
                DISPLAY 'CHKMNT: WAIVER FOR ' KTRAN-STUD-ID
                        ' NEEDS AN APPROVER'
                SET WS-EDIT-FAILED TO TRUE
             END-IF.

      *    ITEMS ALREADY ON THE STUDENT'S CHECKLIST ARE KEPT AS THEY
      *    ARE, SO A CHECKLIST MAY BE REBUILT AFTER CHKREQ CHANGES.
       A000-NEW-LIST-PARA.
             MOVE ZERO TO WS-ITEMS-BUILT.
             MOVE KTRAN-DATE TO WS-BASE-DATE.
             PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                     UNTIL WS-REQ-IDX > WS-REQ-COUNT
                IF WS-RQ-STUD-TYPE(WS-REQ-IDX) = KTRAN-STUD-TYPE
                   COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                           + WS-RQ-DUE-DAYS(WS-REQ-IDX))
                   MOVE WS-RQ-ITEM(WS-REQ-IDX) TO KTRAN-ITEM
                   MOVE WS-DUE-NUM TO KTRAN-DUE-DATE
                   PERFORM A000-FETCH-BEFORE-PARA
                   IF NOT WS-BEF-FOUND
                      PERFORM A000-WRITE-ITEM-PARA
                      IF WS-CHK-OK
                         ADD 1 TO WS-ITEMS-BUILT
                      END-IF
                   END-IF
                END-IF
             END-PERFORM.
             IF WS-ITEMS-BUILT > ZERO
                ADD 1 TO WS-CT-LISTS
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKMNT: NO NEW CHECKLIST ITEMS FOR '
                        KTRAN-STUD-ID ' STUDENT TYPE '
                        KTRAN-STUD-TYPE
             END-IF.

       A000-ADD-ITEM-PARA.
             PERFORM A000-FETCH-BEFORE-PARA.
             IF WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKMNT: ITEM ' KTRAN-ITEM ' ALREADY ON '
                        'CHECKLIST FOR ' KTRAN-STUD-ID
             ELSE
                PERFORM A000-WRITE-ITEM-PARA
                IF WS-CHK-OK
                   ADD 1 TO WS-CT-ADDED
                END-IF
             END-IF.

       A000-WRITE-ITEM-PARA.
             MOVE SPACES          TO CHK-REC.
             MOVE KTRAN-STUD-ID   TO CK-STUD-ID.
             MOVE KTRAN-ITEM      TO CK-ITEM.
             MOVE KTRAN-STUD-TYPE TO CK-STUD-TYPE.
             MOVE 'O'             TO CK-STATUS.
             MOVE KTRAN-DUE-DATE  TO CK-DUE-DATE.
             MOVE WS-BUS-DATE     TO CK-ADDED-DATE.
             WRITE CHK-REC.
             IF NOT WS-CHK-OK
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKMNT: ITEM ADD FAILED FOR ' KTRAN-STUD-ID
                        ' ' KTRAN-ITEM ' STATUS ' WS-CHK-FS
             END-IF.

       A000-RECEIVE-PARA.
             PERFORM A000-FETCH-BEFORE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKMNT: ITEM ' KTRAN-ITEM ' NOT ON '
                        'CHECKLIST FOR ' KTRAN-STUD-ID
             ELSE
                MOVE 'R'        TO CK-STATUS
                MOVE KTRAN-DATE TO CK-RECEIVED-DATE
                MOVE SPACES     TO CK-WAIVED-BY
                PERFORM A000-REWRITE-PARA
                IF WS-CHK-OK
                   ADD 1 TO WS-CT-RECEIVED
                END-IF
             END-IF.

       A000-WAIVE-PARA.
             PERFORM A000-FETCH-BEFORE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKMNT: ITEM ' KTRAN-ITEM ' NOT ON '
                        'CHECKLIST FOR ' KTRAN-STUD-ID
             ELSE
                MOVE 'W'        TO CK-STATUS
                MOVE KTRAN-DATE TO CK-RECEIVED-DATE
                MOVE KTRAN-USER TO CK-WAIVED-BY
                PERFORM A000-REWRITE-PARA
                IF WS-CHK-OK
                   ADD 1 TO WS-CT-WAIVED
                END-IF
             END-IF.

       A000-DELETE-PARA.
             PERFORM A000-FETCH-BEFORE-PARA.
             IF NOT WS-BEF-FOUND
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKMNT: ITEM ' KTRAN-ITEM ' NOT ON '
                        'CHECKLIST FOR ' KTRAN-STUD-ID
             ELSE
                DELETE CHKLIST RECORD
                IF WS-CHK-OK
                   ADD 1 TO WS-CT-DELETED
                ELSE
                   ADD 1 TO WS-CT-FAILED
                END-IF
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE KTRAN-STUD-ID TO CK-STUD-ID.
             MOVE KTRAN-ITEM    TO CK-ITEM.
             READ CHKLIST RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
             END-READ.

       A000-REWRITE-PARA.
             REWRITE CHK-REC.
             IF NOT WS-CHK-OK
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'CHKMNT: UPDATE FAILED FOR ' KTRAN-STUD-ID
                        ' ' KTRAN-ITEM ' STATUS ' WS-CHK-FS
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CHKMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'CHECKLISTS BUILT ............ ' WS-CT-LISTS.
             DISPLAY 'ITEMS ADDED ................. ' WS-CT-ADDED.
             DISPLAY 'ITEMS RECEIVED .............. ' WS-CT-RECEIVED.
             DISPLAY 'ITEMS WAIVED ................ ' WS-CT-WAIVED.
             DISPLAY 'ITEMS DELETED ............... ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
