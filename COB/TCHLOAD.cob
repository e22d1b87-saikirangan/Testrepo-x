       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCHLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT INSTMAST ASSIGN TO INSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTR-ID
                FILE STATUS IS WS-INSTMAST-FS.
                SELECT INSTASGN ASSIGN TO INSTASGN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TA-KEY
                FILE STATUS IS WS-INSTASGN-FS.
                SELECT CRSETAB ASSIGN TO CRSETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-COURSE-CODE
                FILE STATUS IS WS-CRSETAB-FS.
                SELECT DEPTTAB ASSIGN TO DEPTTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DT-DEPT-CODE
                FILE STATUS IS WS-DEPTTAB-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INSTMAST
            RECORDING MODE IS F.
       01 INST-REC.
          05 IN-INSTR-ID     PIC X(09).
          05 IN-INSTR-NAME   PIC X(30).
          05 IN-DEPT-CODE    PIC X(03).
          05 IN-CONTRACT-HRS PIC 9(02).
          05 IN-ACTIVE-FLAG  PIC X(01).
          05 FILLER          PIC X(35).
       FD INSTASGN
            RECORDING MODE IS F.
       01 ASGN-REC.
          05 TA-KEY.
             10 TA-COURSE-CODE PIC X(08).
             10 TA-TERM        PIC X(06).
             10 TA-SECTION     PIC X(03).
          05 TA-INSTR-ID       PIC X(09).
          05 TA-ASSIGN-DATE    PIC X(08).
          05 FILLER            PIC X(46).
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
       FD DEPTTAB
            RECORDING MODE IS F.
       01 DEPT-REC.
          05 DT-DEPT-CODE    PIC X(03).
          05 DT-DEPT-DESC    PIC X(20).
          05 FILLER          PIC X(57).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-INSTMAST-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTMAST-OK      VALUE '00'.
       01 WS-INSTASGN-FS      PIC X(02) VALUE SPACES.
           88 WS-INSTASGN-OK      VALUE '00'.
       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-CRSETAB-OK       VALUE '00'.
       01 WS-CRSETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-CRSETAB-AVAILABLE VALUE 'Y'.
       01 WS-DEPTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-DEPTTAB-OK       VALUE '00'.
       01 WS-DEPTTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DEPTTAB-AVAILABLE VALUE 'Y'.

       01 WS-FILE-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF         VALUE 'Y'.

       01 WS-TERM-TEXT        PIC X(06) VALUE SPACES.
       01 WS-BUS-DATE         PIC X(08).
       01 WS-TERM-CENSUS-DATE PIC X(08) VALUE SPACES.
       01 WS-TERM-FOUND-FLAG  PIC X(01) VALUE 'N'.

       01 WS-SECT-HRS         PIC 9(02) VALUE ZERO.

       01 WS-INST-COUNT PIC 9(04) VALUE ZERO.
       01 WS-INST-TABLE.
           05 WS-INST-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-INST-COUNT
                 INDEXED BY WS-INST-IDX.
               10 WS-IE-INSTR-ID  PIC X(09).
               10 WS-IE-NAME      PIC X(30).
               10 WS-IE-DEPT      PIC X(03).
               10 WS-IE-CONTRACT  PIC 9(02).
               10 WS-IE-SECTIONS  PIC 9(03).
               10 WS-IE-HOURS     PIC 9(03).
               10 WS-IE-PRINTED   PIC X(01).

       01 WS-DEPT-TOTALS.
           05 WS-DPT-INSTR    PIC 9(05) VALUE ZERO.
           05 WS-DPT-SECTIONS PIC 9(05) VALUE ZERO.
           05 WS-DPT-HOURS    PIC 9(05) VALUE ZERO.

       01 WS-DEPT-HEAD.
           05 FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05 WS-DH-DEPT      PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DH-DESC      PIC X(20).
           05 FILLER          PIC X(07) VALUE ' TERM: '.
           05 WS-DH-TERM      PIC X(06).
           05 FILLER          PIC X(82) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'INSTR-ID'.
           05 FILLER PIC X(32) VALUE 'NAME'.
           05 FILLER PIC X(10) VALUE 'SECTIONS'.
           05 FILLER PIC X(10) VALUE 'CR HOURS'.
           05 FILLER PIC X(10) VALUE 'CONTRACT'.
           05 FILLER PIC X(59) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-INSTR-ID  PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-SECTIONS  PIC ZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-HOURS     PIC ZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-CONTRACT  PIC ZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-FLAG      PIC X(16).
           05 FILLER          PIC X(43) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL     PIC X(30).
           05 WS-TL-VALUE     PIC Z(06)9.
           05 FILLER          PIC X(95) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-INSTR     PIC 9(07) VALUE ZERO.
           05 WS-CT-ASGN-READ PIC 9(07) VALUE ZERO.
           05 WS-CT-ASGN-TERM PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-INSTR  PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERLOAD  PIC 9(07) VALUE ZERO.
           05 WS-CT-TABLE-FULL PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01 LL-PARM-AREA.
           05 LL-PARM-LEN  PIC S9(4) COMP.
           05 LL-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LL-PARM-AREA.

            IF LL-PARM-LEN > ZERO
               MOVE LL-PARM-TEXT(1:LL-PARM-LEN) TO WS-TERM-TEXT
            END-IF.
            IF WS-TERM-TEXT = SPACES
               CALL 'BUSDATEG' USING WS-BUS-DATE
               CALL 'TERMLKUP' USING WS-BUS-DATE, WS-TERM-TEXT,
                    WS-TERM-CENSUS-DATE, WS-TERM-FOUND-FLAG
               IF WS-TERM-FOUND-FLAG NOT = 'Y'
                  DISPLAY 'TCHLOAD: NO TERM SUPPLIED AND NO ACTIVE '
                          'TERM ON TERMTAB'
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.

            MOVE 'TCHLOAD' TO RH-PROGRAM-ID.
            MOVE 'TEACHING LOAD BY DEPARTMENT' TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN INPUT INSTMAST.
            IF NOT WS-INSTMAST-OK
               DISPLAY 'TCHLOAD: INSTMAST NOT AVAILABLE - NOTHING '
                       'TO REPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT INSTASGN.
            IF NOT WS-INSTASGN-OK
               DISPLAY 'TCHLOAD: INSTASGN NOT AVAILABLE - NOTHING '
                       'TO REPORT'
               CLOSE INSTMAST
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT CRSETAB.
            IF WS-CRSETAB-OK
               SET WS-CRSETAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'TCHLOAD: CRSETAB NOT AVAILABLE - CREDIT '
                       'HOURS WILL SHOW AS ZERO'
            END-IF.
            OPEN INPUT DEPTTAB.
            IF WS-DEPTTAB-OK
               SET WS-DEPTTAB-AVAILABLE TO TRUE
            END-IF.
            OPEN OUTPUT RPTFILE.

            PERFORM A000-LOAD-INSTR-PARA.
            PERFORM A000-TALLY-ASGN-PARA.
            PERFORM A000-REPORT-PARA.

            CLOSE INSTMAST.
            CLOSE INSTASGN.
            IF WS-CRSETAB-AVAILABLE
               CLOSE CRSETAB
            END-IF.
            IF WS-DEPTTAB-AVAILABLE
               CLOSE DEPTTAB
            END-IF.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-LOAD-INSTR-PARA.
             MOVE 'N' TO WS-FILE-EOF-SW.
             MOVE LOW-VALUES TO IN-INSTR-ID.
             START INSTMAST KEY IS GREATER THAN IN-INSTR-ID
                 INVALID KEY SET WS-FILE-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-FILE-EOF
                READ INSTMAST NEXT RECORD
                    AT END SET WS-FILE-EOF TO TRUE
                    NOT AT END
                         IF IN-ACTIVE-FLAG = 'A'
                            PERFORM A000-ADD-INSTR-PARA
                         END-IF
                END-READ
             END-PERFORM.

       A000-ADD-INSTR-PARA.
             IF WS-INST-COUNT < 2000
                ADD 1 TO WS-INST-COUNT
                ADD 1 TO WS-CT-INSTR
                SET WS-INST-IDX TO WS-INST-COUNT
                MOVE IN-INSTR-ID     TO WS-IE-INSTR-ID(WS-INST-IDX)
                MOVE IN-INSTR-NAME   TO WS-IE-NAME(WS-INST-IDX)
                MOVE IN-DEPT-CODE    TO WS-IE-DEPT(WS-INST-IDX)
                IF IN-CONTRACT-HRS IS NUMERIC
                   MOVE IN-CONTRACT-HRS
                     TO WS-IE-CONTRACT(WS-INST-IDX)
                ELSE
                   MOVE ZERO TO WS-IE-CONTRACT(WS-INST-IDX)
                END-IF
                MOVE ZERO TO WS-IE-SECTIONS(WS-INST-IDX)
                MOVE ZERO TO WS-IE-HOURS(WS-INST-IDX)
                MOVE 'N'  TO WS-IE-PRINTED(WS-INST-IDX)
             ELSE
                ADD 1 TO WS-CT-TABLE-FULL
             END-IF.

       A000-TALLY-ASGN-PARA.
             MOVE 'N' TO WS-FILE-EOF-SW.
             MOVE LOW-VALUES TO TA-KEY.
             START INSTASGN KEY IS GREATER THAN TA-KEY
                 INVALID KEY SET WS-FILE-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-FILE-EOF
                READ INSTASGN NEXT RECORD
                    AT END SET WS-FILE-EOF TO TRUE
                    NOT AT END
                         ADD 1 TO WS-CT-ASGN-READ
                         IF TA-TERM = WS-TERM-TEXT
                            ADD 1 TO WS-CT-ASGN-TERM
                            PERFORM A000-TALLY-ONE-PARA
                         END-IF
                END-READ
             END-PERFORM.

       A000-TALLY-ONE-PARA.
             MOVE ZERO TO WS-SECT-HRS.
             IF WS-CRSETAB-AVAILABLE
                MOVE TA-COURSE-CODE TO CR-COURSE-CODE
                READ CRSETAB RECORD
                   INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF CR-CREDIT-HRS IS NUMERIC
                           MOVE CR-CREDIT-HRS TO WS-SECT-HRS
                        END-IF
                END-READ
             END-IF.
             SET WS-INST-IDX TO 1.
             SEARCH WS-INST-ENTRY
                AT END
                     ADD 1 TO WS-CT-NO-INSTR
                     DISPLAY 'TCHLOAD: ' TA-COURSE-CODE ' SECTION '
                             TA-SECTION ' ASSIGNED TO UNKNOWN OR '
                             'INACTIVE INSTRUCTOR ' TA-INSTR-ID
                WHEN WS-IE-INSTR-ID(WS-INST-IDX) = TA-INSTR-ID
                     ADD 1 TO WS-IE-SECTIONS(WS-INST-IDX)
                     ADD WS-SECT-HRS TO WS-IE-HOURS(WS-INST-IDX)
             END-SEARCH.

       A000-REPORT-PARA.
             IF WS-DEPTTAB-AVAILABLE
                MOVE 'N' TO WS-FILE-EOF-SW
                MOVE LOW-VALUES TO DT-DEPT-CODE
                START DEPTTAB KEY IS GREATER THAN DT-DEPT-CODE
                    INVALID KEY SET WS-FILE-EOF TO TRUE
                END-START
                PERFORM UNTIL WS-FILE-EOF
                   READ DEPTTAB NEXT RECORD
                       AT END SET WS-FILE-EOF TO TRUE
                       NOT AT END
                            PERFORM A000-DEPT-GROUP-PARA
                   END-READ
                END-PERFORM
             END-IF.
             MOVE '***' TO DT-DEPT-CODE.
             MOVE 'DEPARTMENT NOT ON FILE' TO DT-DEPT-DESC.
             PERFORM A000-DEPT-GROUP-PARA.

       A000-DEPT-GROUP-PARA.
             MOVE ZERO TO WS-DPT-INSTR.
             MOVE ZERO TO WS-DPT-SECTIONS.
             MOVE ZERO TO WS-DPT-HOURS.
             PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                     UNTIL WS-INST-IDX > WS-INST-COUNT
                IF WS-IE-PRINTED(WS-INST-IDX) = 'N'
                   AND (WS-IE-DEPT(WS-INST-IDX) = DT-DEPT-CODE
                        OR DT-DEPT-CODE = '***')
                   IF WS-DPT-INSTR = ZERO
                      PERFORM A000-DEPT-HEAD-PARA
                   END-IF
                   PERFORM A000-DETAIL-PARA
                END-IF
             END-PERFORM.
             IF WS-DPT-INSTR > ZERO
                PERFORM A000-DEPT-BREAK-PARA
             END-IF.

       A000-DEPT-HEAD-PARA.
             MOVE 99 TO WS-LINE-COUNT.
             MOVE DT-DEPT-CODE  TO WS-DH-DEPT.
             MOVE DT-DEPT-DESC  TO WS-DH-DESC.
             MOVE WS-TERM-TEXT  TO WS-DH-TERM.
             MOVE WS-DEPT-HEAD TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE WS-COLUMN-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-DETAIL-PARA.
             MOVE 'Y' TO WS-IE-PRINTED(WS-INST-IDX).
             ADD 1 TO WS-DPT-INSTR.
             ADD WS-IE-SECTIONS(WS-INST-IDX) TO WS-DPT-SECTIONS.
             ADD WS-IE-HOURS(WS-INST-IDX)    TO WS-DPT-HOURS.
             MOVE WS-IE-INSTR-ID(WS-INST-IDX) TO WS-DL-INSTR-ID.
             MOVE WS-IE-NAME(WS-INST-IDX)     TO WS-DL-NAME.
             MOVE WS-IE-SECTIONS(WS-INST-IDX) TO WS-DL-SECTIONS.
             MOVE WS-IE-HOURS(WS-INST-IDX)    TO WS-DL-HOURS.
             MOVE WS-IE-CONTRACT(WS-INST-IDX) TO WS-DL-CONTRACT.
             MOVE SPACES TO WS-DL-FLAG.
             IF WS-IE-CONTRACT(WS-INST-IDX) > ZERO
                AND WS-IE-HOURS(WS-INST-IDX) >
                    WS-IE-CONTRACT(WS-INST-IDX)
                ADD 1 TO WS-CT-OVERLOAD
                MOVE '*** OVER LOAD' TO WS-DL-FLAG
             END-IF.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-DEPT-BREAK-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'INSTRUCTORS .................' TO WS-TL-LABEL.
             MOVE WS-DPT-INSTR TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'SECTIONS TAUGHT .............' TO WS-TL-LABEL.
             MOVE WS-DPT-SECTIONS TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'CREDIT HOURS TAUGHT .........' TO WS-TL-LABEL.
             MOVE WS-DPT-HOURS TO WS-TL-VALUE.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'TCHLOAD RUN CONTROL TOTALS'.
             DISPLAY 'TERM REPORTED ............... ' WS-TERM-TEXT.
             DISPLAY 'ACTIVE INSTRUCTORS .......... ' WS-CT-INSTR.
             DISPLAY 'ASSIGNMENTS READ ............ ' WS-CT-ASGN-READ.
             DISPLAY 'ASSIGNMENTS FOR TERM ........ ' WS-CT-ASGN-TERM.
             DISPLAY 'UNKNOWN INSTRUCTOR .......... ' WS-CT-NO-INSTR.
             DISPLAY 'INSTRUCTORS OVER LOAD ....... ' WS-CT-OVERLOAD.
             DISPLAY 'INSTRUCTOR TABLE OVERFLOW ... '
                     WS-CT-TABLE-FULL.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-TABLE-FULL > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-OVERLOAD > ZERO OR WS-CT-NO-INSTR > ZERO
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
             MOVE 2 TO WS-LINE-COUNT.
