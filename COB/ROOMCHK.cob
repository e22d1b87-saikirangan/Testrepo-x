       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CRSESECT ASSIGN TO CRSESECT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS WS-CRSESECT-FS.
                SELECT ROOMTAB ASSIGN TO ROOMTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RM-ROOM-KEY
                FILE STATUS IS WS-ROOMTAB-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-CRSESECT-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSESECT-OK      VALUE '00'.
       01 WS-ROOMTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-ROOMTAB-OK       VALUE '00'.
       01 WS-ROOMTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-ROOMTAB-AVAILABLE VALUE 'Y'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.

       01 WS-FILE-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF         VALUE 'Y'.

       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

       01 WS-NEW-MEET.
           05 WS-NEW-MEET-DAYS  PIC X(07).
           05 WS-NEW-MEET-START PIC X(04).
           05 WS-NEW-MEET-END   PIC X(04).
       01 WS-EXIST-MEET.
           05 WS-EXIST-MEET-DAYS  PIC X(07).
           05 WS-EXIST-MEET-START PIC X(04).
           05 WS-EXIST-MEET-END   PIC X(04).
       01 WS-CONFLICT-SW      PIC X(01) VALUE 'N'.
           88 WS-CONFLICT-FOUND   VALUE 'Y'.
       01 WS-DAY-MATCH-SW     PIC X(01) VALUE 'N'.
           88 WS-DAY-MATCH        VALUE 'Y'.
       77 WS-DAY-SUB          PIC 9(02).

       01 WS-SECT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-SECT-TABLE.
           05 WS-SECT-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-SECT-COUNT
                 INDEXED BY WS-SECT-IDX WS-PAIR-IDX.
               10 WS-SE-COURSE    PIC X(08).
               10 WS-SE-SECTION   PIC X(03).
               10 WS-SE-BUILDING  PIC X(04).
               10 WS-SE-ROOM      PIC X(06).
               10 WS-SE-DAYS      PIC X(07).
               10 WS-SE-START     PIC X(04).
               10 WS-SE-END       PIC X(04).
               10 WS-SE-SEATS     PIC 9(04).

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(21) VALUE 'EXCEPTION'.
           05 FILLER PIC X(13) VALUE 'BLDG ROOM'.
           05 FILLER PIC X(14) VALUE 'COURSE   SECT'.
           05 FILLER PIC X(18) VALUE 'DAYS    START END'.
           05 FILLER PIC X(14) VALUE 'COURSE   SECT'.
           05 FILLER PIC X(18) VALUE 'DAYS    START END'.
           05 FILLER PIC X(34) VALUE 'SEATS  CAPACITY'.

       01 WS-DETAIL-LINE.
           05 WS-DL-EXCEPTION PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-BUILDING  PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-ROOM      PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-COURSE-A  PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-SECT-A    PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DAYS-A    PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-START-A   PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-END-A     PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-COURSE-B  PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-SECT-B    PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DAYS-B    PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-START-B   PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-END-B     PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-SEATS     PIC ZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-CAPACITY  PIC ZZZ9.
           05 FILLER          PIC X(24) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL     PIC X(30).
           05 WS-TL-VALUE     PIC Z(06)9.
           05 FILLER          PIC X(95) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-SECT-READ  PIC 9(07) VALUE ZERO.
           05 WS-CT-SECT-TERM  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-ROOM    PIC 9(07) VALUE ZERO.
           05 WS-CT-DOUBLE     PIC 9(07) VALUE ZERO.
           05 WS-CT-OVER-CAP   PIC 9(07) VALUE ZERO.
           05 WS-CT-BAD-ROOM   PIC 9(07) VALUE ZERO.
           05 WS-CT-TABLE-FULL PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01 LM-PARM-AREA.
           05 LM-PARM-LEN  PIC S9(4) COMP.
           05 LM-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LM-PARM-AREA.

            IF LM-PARM-LEN > ZERO
               MOVE LM-PARM-TEXT(1:LM-PARM-LEN) TO WS-TERM-TEXT
            END-IF.
            IF WS-TERM-TEXT = SPACES
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'ROOMCHK: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.

            MOVE 'ROOMCHK' TO RH-PROGRAM-ID.
            MOVE 'ROOM BOOKING EXCEPTIONS' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN INPUT CRSESECT.
            IF NOT WS-CRSESECT-OK
               DISPLAY 'ROOMCHK: CRSESECT NOT AVAILABLE - NOTHING '
                       'TO CHECK'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT ROOMTAB.
            IF WS-ROOMTAB-OK
               SET WS-ROOMTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ROOMCHK: ROOMTAB NOT AVAILABLE - CAPACITY '
                       'CHECK SKIPPED'
            END-IF.
            OPEN INPUT CRSETAB.
            IF WS-CRSETAB-OK
               SET WS-CRSETAB-AVAILABLE TO TRUE
            END-IF.
            OPEN OUTPUT RPTFILE.

            PERFORM A000-LOAD-SECT-PARA.
            PERFORM A000-DOUBLE-BOOK-PARA.

            CLOSE CRSESECT.
            IF WS-ROOMTAB-AVAILABLE
               CLOSE ROOMTAB
            END-IF.
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.

            PERFORM A000-REPORT-TOTALS-PARA.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-LOAD-SECT-PARA.
             MOVE 'N' TO WS-FILE-EOF-SW.
             MOVE LOW-VALUES TO SC-KEY.
             START CRSESECT KEY IS GREATER THAN SC-KEY
                 INVALID KEY SET WS-FILE-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-FILE-EOF
                READ CRSESECT NEXT RECORD
                    AT END SET WS-FILE-EOF TO TRUE
                    NOT AT END
                         ADD 1 TO WS-CT-SECT-READ
                         IF SC-TERM = WS-TERM-TEXT
                            AND SC-ACTIVE-FLAG = 'A'
                            ADD 1 TO WS-CT-SECT-TERM
                            IF SC-BUILDING = SPACES
                               ADD 1 TO WS-CT-NO-ROOM
                            ELSE
                               PERFORM A000-ADD-SECT-PARA
                            END-IF
                         END-IF
                END-READ
             END-PERFORM.

       A000-ADD-SECT-PARA.
             IF WS-SECT-COUNT < 3000
                ADD 1 TO WS-SECT-COUNT
                SET WS-SECT-IDX TO WS-SECT-COUNT
                MOVE SC-COURSE-CODE TO WS-SE-COURSE(WS-SECT-IDX)
                MOVE SC-SECTION     TO WS-SE-SECTION(WS-SECT-IDX)
                MOVE SC-BUILDING    TO WS-SE-BUILDING(WS-SECT-IDX)
                MOVE SC-ROOM        TO WS-SE-ROOM(WS-SECT-IDX)
                MOVE SC-MEET-DAYS   TO WS-SE-DAYS(WS-SECT-IDX)
                MOVE SC-MEET-START  TO WS-SE-START(WS-SECT-IDX)
                MOVE SC-MEET-END    TO WS-SE-END(WS-SECT-IDX)
                IF SC-MAX-SEATS IS NUMERIC
                   MOVE SC-MAX-SEATS TO WS-SE-SEATS(WS-SECT-IDX)
                ELSE
                   MOVE ZERO TO WS-SE-SEATS(WS-SECT-IDX)
                END-IF
                IF WS-CRSETAB-AVAILABLE
                   AND (SC-MEET-DAYS = SPACES
                        OR WS-SE-SEATS(WS-SECT-IDX) = ZERO)
                   MOVE SC-COURSE-CODE TO CR-COURSE-CODE
                   READ CRSETAB RECORD
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           PERFORM A000-CATALOG-DEFAULT-PARA
                   END-READ
                END-IF
                PERFORM A000-CAPACITY-CHECK-PARA
             ELSE
                ADD 1 TO WS-CT-TABLE-FULL
             END-IF.

       A000-CATALOG-DEFAULT-PARA.
             IF SC-MEET-DAYS = SPACES
                MOVE CR-MEET-DAYS  TO WS-SE-DAYS(WS-SECT-IDX)
                MOVE CR-MEET-START TO WS-SE-START(WS-SECT-IDX)
                MOVE CR-MEET-END   TO WS-SE-END(WS-SECT-IDX)
             END-IF.
             IF WS-SE-SEATS(WS-SECT-IDX) = ZERO
                AND CR-MAX-SEATS IS NUMERIC
                MOVE CR-MAX-SEATS TO WS-SE-SEATS(WS-SECT-IDX)
             END-IF.

       A000-CAPACITY-CHECK-PARA.
             IF WS-ROOMTAB-AVAILABLE
                MOVE SC-BUILDING TO RM-BUILDING
                MOVE SC-ROOM     TO RM-ROOM
                READ ROOMTAB RECORD
                   INVALID KEY
                        ADD 1 TO WS-CT-BAD-ROOM
                        MOVE 'ROOM NOT ON FILE' TO WS-DL-EXCEPTION
                        MOVE ZERO TO RM-CAPACITY
                        PERFORM A000-SINGLE-LINE-PARA
                   NOT INVALID KEY
                        IF RM-ACTIVE-FLAG NOT = 'A'
                           ADD 1 TO WS-CT-BAD-ROOM
                           MOVE 'ROOM OUT OF SERVICE' TO WS-DL-EXCEPTION
                           PERFORM A000-SINGLE-LINE-PARA
                        END-IF
                        IF RM-CAPACITY IS NUMERIC
                           AND WS-SE-SEATS(WS-SECT-IDX) > RM-CAPACITY
                           ADD 1 TO WS-CT-OVER-CAP
                           MOVE 'SEATS OVER CAPACITY' TO WS-DL-EXCEPTION
                           PERFORM A000-SINGLE-LINE-PARA
                        END-IF
                END-READ
             END-IF.

       A000-SINGLE-LINE-PARA.
             MOVE WS-SE-BUILDING(WS-SECT-IDX) TO WS-DL-BUILDING.
             MOVE WS-SE-ROOM(WS-SECT-IDX)     TO WS-DL-ROOM.
             MOVE WS-SE-COURSE(WS-SECT-IDX)   TO WS-DL-COURSE-A.
             MOVE WS-SE-SECTION(WS-SECT-IDX)  TO WS-DL-SECT-A.
             MOVE WS-SE-DAYS(WS-SECT-IDX)     TO WS-DL-DAYS-A.
             MOVE WS-SE-START(WS-SECT-IDX)    TO WS-DL-START-A.
             MOVE WS-SE-END(WS-SECT-IDX)      TO WS-DL-END-A.
             MOVE SPACES TO WS-DL-COURSE-B.
             MOVE SPACES TO WS-DL-SECT-B.
             MOVE SPACES TO WS-DL-DAYS-B.
             MOVE SPACES TO WS-DL-START-B.
             MOVE SPACES TO WS-DL-END-B.
             MOVE WS-SE-SEATS(WS-SECT-IDX) TO WS-DL-SEATS.
             IF RM-CAPACITY IS NUMERIC
                MOVE RM-CAPACITY TO WS-DL-CAPACITY
             ELSE
                MOVE ZERO TO WS-DL-CAPACITY
             END-IF.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-DOUBLE-BOOK-PARA.
             PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                     UNTIL WS-SECT-IDX > WS-SECT-COUNT
                IF WS-SE-DAYS(WS-SECT-IDX) NOT = SPACES
                   AND WS-SE-START(WS-SECT-IDX) IS NUMERIC
                   AND WS-SE-END(WS-SECT-IDX) IS NUMERIC
                   MOVE WS-SE-DAYS(WS-SECT-IDX)  TO WS-NEW-MEET-DAYS
                   MOVE WS-SE-START(WS-SECT-IDX) TO WS-NEW-MEET-START
                   MOVE WS-SE-END(WS-SECT-IDX)   TO WS-NEW-MEET-END
                   SET WS-PAIR-IDX TO WS-SECT-IDX
                   SET WS-PAIR-IDX UP BY 1
                   PERFORM UNTIL WS-PAIR-IDX > WS-SECT-COUNT
                      IF WS-SE-BUILDING(WS-PAIR-IDX) =
                         WS-SE-BUILDING(WS-SECT-IDX)
                         AND WS-SE-ROOM(WS-PAIR-IDX) =
                             WS-SE-ROOM(WS-SECT-IDX)
                         PERFORM A000-PAIR-TEST-PARA
                      END-IF
                      SET WS-PAIR-IDX UP BY 1
                   END-PERFORM
                END-IF
             END-PERFORM.

       A000-PAIR-TEST-PARA.
             MOVE WS-SE-DAYS(WS-PAIR-IDX)  TO WS-EXIST-MEET-DAYS.
             MOVE WS-SE-START(WS-PAIR-IDX) TO WS-EXIST-MEET-START.
             MOVE WS-SE-END(WS-PAIR-IDX)   TO WS-EXIST-MEET-END.
             MOVE 'N' TO WS-CONFLICT-SW.
             PERFORM A000-OVERLAP-TEST-PARA.
             IF WS-CONFLICT-FOUND
                ADD 1 TO WS-CT-DOUBLE
                MOVE 'ROOM DOUBLE BOOKED' TO WS-DL-EXCEPTION
                MOVE WS-SE-BUILDING(WS-SECT-IDX) TO WS-DL-BUILDING
                MOVE WS-SE-ROOM(WS-SECT-IDX)     TO WS-DL-ROOM
                MOVE WS-SE-COURSE(WS-SECT-IDX)   TO WS-DL-COURSE-A
                MOVE WS-SE-SECTION(WS-SECT-IDX)  TO WS-DL-SECT-A
                MOVE WS-NEW-MEET-DAYS            TO WS-DL-DAYS-A
                MOVE WS-NEW-MEET-START           TO WS-DL-START-A
                MOVE WS-NEW-MEET-END             TO WS-DL-END-A
                MOVE WS-SE-COURSE(WS-PAIR-IDX)   TO WS-DL-COURSE-B
                MOVE WS-SE-SECTION(WS-PAIR-IDX)  TO WS-DL-SECT-B
                MOVE WS-EXIST-MEET-DAYS          TO WS-DL-DAYS-B
                MOVE WS-EXIST-MEET-START         TO WS-DL-START-B
                MOVE WS-EXIST-MEET-END           TO WS-DL-END-B
                MOVE ZERO TO WS-DL-SEATS
                MOVE ZERO TO WS-DL-CAPACITY
                MOVE WS-DETAIL-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
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
                END-IF
             END-IF.

       A000-DAY-MATCH-PARA.
             MOVE 'N' TO WS-DAY-MATCH-SW.
             PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > 7 OR WS-DAY-MATCH
                IF WS-NEW-MEET-DAYS(WS-DAY-SUB:1) NOT = SPACE
                   AND WS-NEW-MEET-DAYS(WS-DAY-SUB:1) =
                       WS-EXIST-MEET-DAYS(WS-DAY-SUB:1)
                   SET WS-DAY-MATCH TO TRUE
                END-IF
             END-PERFORM.

       A000-REPORT-TOTALS-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'SECTIONS CHECKED ............' TO WS-TL-LABEL.
             MOVE WS-SECT-COUNT TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'DOUBLE BOOKINGS .............' TO WS-TL-LABEL.
             MOVE WS-CT-DOUBLE TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'SECTIONS OVER ROOM CAPACITY .' TO WS-TL-LABEL.
             MOVE WS-CT-OVER-CAP TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'UNKNOWN OR CLOSED ROOMS .....' TO WS-TL-LABEL.
             MOVE WS-CT-BAD-ROOM TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'ROOMCHK RUN CONTROL TOTALS'.
             DISPLAY 'TERM CHECKED ................ ' WS-TERM-TEXT.
             DISPLAY 'SECTIONS READ ............... ' WS-CT-SECT-READ.
             DISPLAY 'ACTIVE SECTIONS FOR TERM .... ' WS-CT-SECT-TERM.
             DISPLAY 'SECTIONS WITH NO ROOM ....... ' WS-CT-NO-ROOM.
             DISPLAY 'DOUBLE BOOKINGS ............. ' WS-CT-DOUBLE.
             DISPLAY 'SECTIONS OVER CAPACITY ...... ' WS-CT-OVER-CAP.
             DISPLAY 'UNKNOWN OR CLOSED ROOMS ..... ' WS-CT-BAD-ROOM.
             DISPLAY 'SECTION TABLE OVERFLOW ...... '
                     WS-CT-TABLE-FULL.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-TABLE-FULL > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-DOUBLE > ZERO OR WS-CT-OVER-CAP > ZERO
                   OR WS-CT-BAD-ROOM > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
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
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE 4 TO WS-LINE-COUNT.
