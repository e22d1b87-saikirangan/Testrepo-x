       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ROOMTRAN ASSIGN TO ROOMTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT ROOMTAB ASSIGN TO ROOMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RM-ROOM-KEY
                FILE STATUS IS WS-ROOMTAB-FS.
                SELECT CRSESECT ASSIGN TO CRSESECT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-CRSESECT-FS.
                SELECT ROOMJRNL ASSIGN TO ROOMJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ROOMTRAN
            RECORDING MODE IS F.
       01 RTRAN-REC.
          05 RTRAN-CODE        PIC X(01).
          05 FILLER            PIC X(01).
          05 RTRAN-BUILDING    PIC X(04).
          05 FILLER            PIC X(01).
          05 RTRAN-ROOM        PIC X(06).
          05 FILLER            PIC X(01).
          05 RTRAN-DESC        PIC X(30).
          05 FILLER            PIC X(01).
          05 RTRAN-CAPACITY    PIC X(04).
          05 FILLER            PIC X(01).
          05 RTRAN-ACTIVE-FLAG PIC X(01).
          05 FILLER            PIC X(29).
       FD ROOMTAB
            RECORDING MODE IS F.
       01 ROOM-REC.
          05 RM-ROOM-KEY.
             10 RM-BUILDING  PIC X(04).
             10 RM-ROOM      PIC X(06).
          05 RM-ROOM-DESC    PIC X(30).
          05 RM-CAPACITY     PIC 9(04).
          05 RM-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
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
       FD ROOMJRNL
            RECORDING MODE IS F.
       01 RJRNL-REC.
          05 RJ-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 RJ-TRAN-CODE    PIC X(01).
          05 FILLER          PIC X(01).
          05 RJ-BUILDING     PIC X(04).
          05 FILLER          PIC X(01).
          05 RJ-ROOM         PIC X(06).
          05 FILLER          PIC X(01).
          05 RJ-BEF-CAPACITY PIC X(04).
          05 FILLER          PIC X(01).
          05 RJ-BEF-ACTIVE   PIC X(01).
          05 FILLER          PIC X(01).
          05 RJ-AFT-CAPACITY PIC X(04).
          05 FILLER          PIC X(01).
          05 RJ-AFT-ACTIVE   PIC X(01).
          05 FILLER          PIC X(01).
          05 RJ-AFT-DESC     PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-ROOMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-ROOMTAB-OK       VALUE '00'.
       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-CRSESECT-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSESECT-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-FOUND       VALUE '00'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'N'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-SECT-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-SECT-EOF         VALUE 'Y'.
       01 WS-SECT-COUNT       PIC 9(05) VALUE ZERO.

       01 WS-BEFORE-IMAGE.
           05 WS-BEF-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-BEF-FOUND    VALUE 'Y'.
           05 WS-BEF-CAPACITY PIC X(04).
           05 WS-BEF-ACTIVE   PIC X(01).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-DEL-REFUSED PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN INPUT ROOMTRAN.
            OPEN I-O ROOMTAB.
            OPEN INPUT CRSESECT.
            IF WS-CRSESECT-OK
               SET WS-CRSESECT-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ROOMMNT: CRSESECT NOT AVAILABLE - ROOM IN-USE '
                       'CHECK SKIPPED'
            END-IF.
            PERFORM A000-OPEN-JRNL-PARA.

            PERFORM UNTIL WS-EOF = 'Y'

               READ ROOMTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE ROOMTRAN.
            CLOSE ROOMTAB.
            IF WS-CRSESECT-AVAILABLE
               CLOSE CRSESECT
            END-IF.
            CLOSE ROOMJRNL.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             PERFORM A000-VALIDATE-TRAN-PARA.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
             ELSE
                IF RTRAN-CODE = 'C' OR RTRAN-CODE = 'D'
                   OR RTRAN-CODE = 'X'
                   PERFORM A000-FETCH-BEFORE-PARA
                ELSE
                   MOVE 'N' TO WS-BEF-FOUND-SW
                END-IF
                MOVE SPACES            TO ROOM-REC
                MOVE RTRAN-BUILDING    TO RM-BUILDING
                MOVE RTRAN-ROOM        TO RM-ROOM
                MOVE RTRAN-DESC        TO RM-ROOM-DESC
                IF RTRAN-CAPACITY IS NUMERIC
                   MOVE RTRAN-CAPACITY TO RM-CAPACITY
                ELSE
                   MOVE ZERO TO RM-CAPACITY
                END-IF
                MOVE RTRAN-ACTIVE-FLAG TO RM-ACTIVE-FLAG
                EVALUATE RTRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                WHEN 'C'
                     PERFORM A000-CHANGE-PARA
                WHEN 'D'
                     PERFORM A000-COUNT-SECTS-PARA
                     IF WS-SECT-COUNT > ZERO
                        ADD 1 TO WS-CT-DEL-REFUSED
                        DISPLAY 'ROOMMNT: DELETE REFUSED FOR '
                                RTRAN-BUILDING ' ' RTRAN-ROOM ' - '
                                WS-SECT-COUNT
                                ' SECTIONS STILL BOOKED '
                                '(USE CODE X TO OVERRIDE)'
                     ELSE
                        PERFORM A000-DELETE-PARA
                     END-IF
                WHEN 'X'
                     PERFORM A000-DELETE-PARA
                END-EVALUATE
             END-IF.

       A000-VALIDATE-TRAN-PARA.
             SET WS-EDIT-PASSED TO TRUE.
             IF RTRAN-CODE NOT = 'A' AND RTRAN-CODE NOT = 'C'
                AND RTRAN-CODE NOT = 'D' AND RTRAN-CODE NOT = 'X'
                DISPLAY 'ROOMMNT: INVALID TRANSACTION CODE '
                        RTRAN-CODE
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (RTRAN-BUILDING = SPACES OR RTRAN-ROOM = SPACES)
                DISPLAY 'ROOMMNT: BLANK BUILDING OR ROOM'
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF WS-EDIT-PASSED
                AND (RTRAN-CODE = 'A' OR RTRAN-CODE = 'C')
                IF RTRAN-CAPACITY IS NOT NUMERIC
                   DISPLAY 'ROOMMNT: NON-NUMERIC CAPACITY FOR '
                           RTRAN-BUILDING ' ' RTRAN-ROOM
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
                IF RTRAN-ACTIVE-FLAG NOT = 'A'
                   AND RTRAN-ACTIVE-FLAG NOT = 'I'
                   DISPLAY 'ROOMMNT: INVALID ACTIVE FLAG FOR '
                           RTRAN-BUILDING ' ' RTRAN-ROOM
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.

       A000-COUNT-SECTS-PARA.
             MOVE ZERO TO WS-SECT-COUNT.
             IF WS-CRSESECT-AVAILABLE
                MOVE 'N' TO WS-SECT-EOF-SW
                MOVE LOW-VALUES TO SC-KEY
                START CRSESECT KEY IS GREATER THAN SC-KEY
                    INVALID KEY SET WS-SECT-EOF TO TRUE
                END-START
                PERFORM UNTIL WS-SECT-EOF
                   READ CRSESECT NEXT RECORD
                       AT END SET WS-SECT-EOF TO TRUE
                       NOT AT END
                            IF SC-BUILDING = RTRAN-BUILDING
                               AND SC-ROOM = RTRAN-ROOM
                               ADD 1 TO WS-SECT-COUNT
                            END-IF
                   END-READ
                END-PERFORM
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE 'N' TO WS-BEF-FOUND-SW.
             MOVE SPACES TO WS-BEF-CAPACITY.
             MOVE SPACES TO WS-BEF-ACTIVE.
             MOVE RTRAN-BUILDING TO RM-BUILDING.
             MOVE RTRAN-ROOM     TO RM-ROOM.
             READ ROOMTAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET WS-BEF-FOUND TO TRUE
                     MOVE RM-CAPACITY    TO WS-BEF-CAPACITY
                     MOVE RM-ACTIVE-FLAG TO WS-BEF-ACTIVE
             END-READ.

       A000-ADD-PARA.
             WRITE ROOM-REC.
             IF WS-ROOMTAB-OK
                ADD 1 TO WS-CT-ADDED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-CHANGE-PARA.
             REWRITE ROOM-REC.
             IF WS-ROOMTAB-OK
                ADD 1 TO WS-CT-CHANGED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-DELETE-PARA.
             MOVE RTRAN-BUILDING TO RM-BUILDING.
             MOVE RTRAN-ROOM     TO RM-ROOM.
             DELETE ROOMTAB RECORD.
             IF WS-ROOMTAB-OK
                ADD 1 TO WS-CT-DELETED
                PERFORM A000-JOURNAL-PARA
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-OPEN-JRNL-PARA.
             OPEN INPUT ROOMJRNL.
             IF WS-JRNL-FOUND
                CLOSE ROOMJRNL
                OPEN EXTEND ROOMJRNL
             ELSE
                OPEN OUTPUT ROOMJRNL
             END-IF.

       A000-JOURNAL-PARA.
             MOVE SPACES TO RJRNL-REC.
             MOVE FUNCTION CURRENT-DATE TO RJ-TIMESTAMP.
             MOVE RTRAN-CODE     TO RJ-TRAN-CODE.
             MOVE RTRAN-BUILDING TO RJ-BUILDING.
             MOVE RTRAN-ROOM     TO RJ-ROOM.
             IF WS-BEF-FOUND
                MOVE WS-BEF-CAPACITY TO RJ-BEF-CAPACITY
                MOVE WS-BEF-ACTIVE   TO RJ-BEF-ACTIVE
             END-IF.
             IF RTRAN-CODE = 'A' OR RTRAN-CODE = 'C'
                MOVE RTRAN-CAPACITY    TO RJ-AFT-CAPACITY
                MOVE RTRAN-ACTIVE-FLAG TO RJ-AFT-ACTIVE
                MOVE RTRAN-DESC        TO RJ-AFT-DESC
             END-IF.
             WRITE RJRNL-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ROOMMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'ROOMS ADDED ................. ' WS-CT-ADDED.
             DISPLAY 'ROOMS CHANGED ............... ' WS-CT-CHANGED.
             DISPLAY 'ROOMS DELETED ............... ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY 'DELETES REFUSED (IN USE) .... '
                     WS-CT-DEL-REFUSED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-DEL-REFUSED > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.
