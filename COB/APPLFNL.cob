       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLFNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT APPLFILE ASSIGN TO APPLFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AP-APPL-ID
                FILE STATUS IS WS-APPL-FS.
                SELECT DEPTMAP ASSIGN TO DEPTMAP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DM-EXT-CODE
                FILE STATUS IS WS-DEPTMAP-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD DEPTMAP
            RECORDING MODE IS F.
       01 DMAP-REC.
          05 DM-EXT-CODE     PIC X(08).
          05 DM-INT-CODE     PIC X(03).
          05 FILLER          PIC X(69).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).
       01 WS-COLUMN-HEADING PIC X(132) VALUE SPACES.

       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-APPL-FS          PIC X(02) VALUE SPACES.
           88 WS-APPL-OK          VALUE '00'.
       01 WS-DEPTMAP-FS       PIC X(02) VALUE SPACES.
           88 WS-DEPTMAP-OK       VALUE '00'.
       01 WS-DEPTMAP-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DEPTMAP-AVAILABLE VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE PIC 9(08).
       01 WS-WEEK-START       PIC 9(08).
       01 WS-SEL-TERM         PIC X(06) VALUE SPACES.

      *    ONE ENTRY PER ENTRY TERM AND INTENDED DEPARTMENT. THE
      *    DEPARTMENT IS THE INTERNAL CODE FROM DEPTMAP, OR THE
      *    ADMISSIONS CODE WHERE IT IS NOT MAPPED.
       01 WS-GRP-COUNT PIC 9(04) VALUE ZERO.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-GRP-COUNT
                 INDEXED BY WS-GRP-IDX.
               10 WS-GE-KEY.
                  15 WS-GE-TERM    PIC X(06).
                  15 WS-GE-DEPT    PIC X(08).
               10 WS-GE-COUNTS.
                  15 WS-GE-APPLIED PIC 9(06).
                  15 WS-GE-COMPLETE PIC 9(06).
                  15 WS-GE-ADMITTED PIC 9(06).
                  15 WS-GE-DENIED  PIC 9(06).
                  15 WS-GE-DEPOSIT PIC 9(06).
                  15 WS-GE-WITHDRN PIC 9(06).
                  15 WS-GE-WK-APP  PIC 9(06).
                  15 WS-GE-WK-DEP  PIC 9(06).

       01 WS-APPL-KEY.
           05 WS-AK-TERM          PIC X(06).
           05 WS-AK-DEPT          PIC X(08).
       01 WS-CURR-KEY             PIC X(14) VALUE LOW-VALUES.
       01 WS-NEXT-KEY             PIC X(14).
       01 WS-PRINT-TERM           PIC X(06) VALUE SPACES.
       01 WS-MORE-SW              PIC X(01) VALUE 'Y'.
           88 WS-MORE-GROUPS          VALUE 'Y'.

       01 WS-TOTALS.
           05 WS-TOT-APPLIED  PIC 9(06).
           05 WS-TOT-COMPLETE PIC 9(06).
           05 WS-TOT-ADMITTED PIC 9(06).
           05 WS-TOT-DENIED   PIC 9(06).
           05 WS-TOT-DEPOSIT  PIC 9(06).
           05 WS-TOT-WITHDRN  PIC 9(06).
           05 WS-TOT-WK-APP   PIC 9(06).
           05 WS-TOT-WK-DEP   PIC 9(06).
       01 WS-TERM-TOTALS.
           05 WS-TT-APPLIED   PIC 9(06).
           05 WS-TT-COMPLETE  PIC 9(06).
           05 WS-TT-ADMITTED  PIC 9(06).
           05 WS-TT-DENIED    PIC 9(06).
           05 WS-TT-DEPOSIT   PIC 9(06).
           05 WS-TT-WITHDRN   PIC 9(06).
           05 WS-TT-WK-APP    PIC 9(06).
           05 WS-TT-WK-DEP    PIC 9(06).
       01 WS-GRAND-TOTALS.
           05 WS-GT-APPLIED   PIC 9(06) VALUE ZERO.
           05 WS-GT-COMPLETE  PIC 9(06) VALUE ZERO.
           05 WS-GT-ADMITTED  PIC 9(06) VALUE ZERO.
           05 WS-GT-DENIED    PIC 9(06) VALUE ZERO.
           05 WS-GT-DEPOSIT   PIC 9(06) VALUE ZERO.
           05 WS-GT-WITHDRN   PIC 9(06) VALUE ZERO.
           05 WS-GT-WK-APP    PIC 9(06) VALUE ZERO.
           05 WS-GT-WK-DEP    PIC 9(06) VALUE ZERO.

       01 WS-PCT              PIC 9(03)V9.

       01 WS-FNL-HEADING.
           05 FILLER PIC X(08) VALUE 'TERM'.
           05 FILLER PIC X(10) VALUE 'DEPT'.
           05 FILLER PIC X(09) VALUE '  APPLIED'.
           05 FILLER PIC X(09) VALUE ' COMPLETE'.
           05 FILLER PIC X(09) VALUE ' ADMITTED'.
           05 FILLER PIC X(09) VALUE '   DENIED'.
           05 FILLER PIC X(09) VALUE ' DEPOSITD'.
           05 FILLER PIC X(09) VALUE ' WITHDRWN'.
           05 FILLER PIC X(08) VALUE '  CMPL %'.
           05 FILLER PIC X(08) VALUE ' ADMIT %'.
           05 FILLER PIC X(08) VALUE ' YIELD %'.
           05 FILLER PIC X(10) VALUE '  WK APPS'.
           05 FILLER PIC X(10) VALUE '  WK DEPS'.
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-FNL-LINE.
           05 WS-FL-TERM      PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-DEPT      PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-APPLIED   PIC Z(08)9.
           05 WS-FL-COMPLETE  PIC Z(08)9.
           05 WS-FL-ADMITTED  PIC Z(08)9.
           05 WS-FL-DENIED    PIC Z(08)9.
           05 WS-FL-DEPOSIT   PIC Z(08)9.
           05 WS-FL-WITHDRN   PIC Z(08)9.
           05 WS-FL-CMPL-PCT  PIC Z(05)9.9.
           05 WS-FL-ADMIT-PCT PIC Z(05)9.9.
           05 WS-FL-YIELD-PCT PIC Z(05)9.9.
           05 WS-FL-WK-APP    PIC Z(09)9.
           05 WS-FL-WK-DEP    PIC Z(09)9.
           05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-SELECTED  PIC 9(07) VALUE ZERO.
           05 WS-CT-UNMAPPED  PIC 9(07) VALUE ZERO.
           05 WS-CT-OVERFLOW  PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01 LE-PARM-AREA.
           05 LE-PARM-LEN  PIC S9(4) COMP.
           05 LE-PARM-TEXT PIC X(06).

       PROCEDURE DIVISION USING LE-PARM-AREA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.
            COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM) - 6).
            IF LE-PARM-LEN > ZERO
               MOVE LE-PARM-TEXT(1:LE-PARM-LEN) TO WS-SEL-TERM
            END-IF.

            OPEN INPUT APPLFILE.
            IF NOT WS-APPL-OK
               DISPLAY 'APPLFNL: APPLFILE NOT AVAILABLE - STATUS '
                       WS-APPL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT DEPTMAP.
            IF WS-DEPTMAP-OK
               SET WS-DEPTMAP-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'APPLFNL: DEPTMAP NOT AVAILABLE - ADMISSIONS '
                       'DEPARTMENT CODES REPORTED'
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'
               READ APPLFILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 IF WS-SEL-TERM = SPACES
                    OR AP-ENTRY-TERM = WS-SEL-TERM
                    PERFORM A000-COUNT-APPL-PARA
                 END-IF
               END-READ
            END-PERFORM.

            CLOSE APPLFILE.
            IF WS-DEPTMAP-AVAILABLE
               CLOSE DEPTMAP
            END-IF.

            MOVE 'APPLFNL' TO RH-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.
            MOVE 'APPLICANT FUNNEL BY ENTRY TERM AND DEPT'
              TO RH-REPORT-TITLE.
            MOVE WS-FNL-HEADING TO WS-COLUMN-HEADING.
            OPEN OUTPUT RPTFILE.
            PERFORM A000-PRINT-FUNNEL-PARA.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-COUNT-APPL-PARA.
             ADD 1 TO WS-CT-SELECTED.
             MOVE AP-ENTRY-TERM TO WS-AK-TERM.
             MOVE AP-EXT-DEPT   TO WS-AK-DEPT.
             IF WS-DEPTMAP-AVAILABLE
                MOVE AP-EXT-DEPT TO DM-EXT-CODE
                READ DEPTMAP RECORD
                   INVALID KEY
                        ADD 1 TO WS-CT-UNMAPPED
                   NOT INVALID KEY
                        MOVE DM-INT-CODE TO WS-AK-DEPT
                END-READ
             END-IF.
             SET WS-GRP-IDX TO 1.
             SEARCH WS-GRP-ENTRY
                AT END
                     PERFORM A000-NEW-GROUP-PARA
                WHEN WS-GE-KEY(WS-GRP-IDX) = WS-APPL-KEY
                     CONTINUE
             END-SEARCH.
             IF WS-GRP-IDX NOT > WS-GRP-COUNT
                PERFORM A000-ADD-STAGES-PARA
             END-IF.

       A000-NEW-GROUP-PARA.
             IF WS-GRP-COUNT < 2000
                ADD 1 TO WS-GRP-COUNT
                SET WS-GRP-IDX TO WS-GRP-COUNT
                MOVE WS-APPL-KEY TO WS-GE-KEY(WS-GRP-IDX)
                MOVE ZEROS TO WS-GE-COUNTS(WS-GRP-IDX)
             ELSE
                ADD 1 TO WS-CT-OVERFLOW
                SET WS-GRP-IDX TO 2001
             END-IF.

      *    EACH STAGE COUNTS EVERY APPLICANT WHO REACHED IT, SO AN
      *    APPLICANT WHO DEPOSITED AND LATER WITHDREW STILL COUNTS AS
      *    ADMITTED AND DEPOSITED. THE WEEK IS THE SEVEN DAYS ENDING
      *    ON THE BUSINESS DATE.
       A000-ADD-STAGES-PARA.
             ADD 1 TO WS-GE-APPLIED(WS-GRP-IDX).
             IF AP-COMPLETE-DATE NOT = SPACES
                ADD 1 TO WS-GE-COMPLETE(WS-GRP-IDX)
             END-IF.
             IF AP-ADMIT-DATE NOT = SPACES
                ADD 1 TO WS-GE-ADMITTED(WS-GRP-IDX)
             END-IF.
             IF AP-DENY-DATE NOT = SPACES
                ADD 1 TO WS-GE-DENIED(WS-GRP-IDX)
             END-IF.
             IF AP-DEPOSIT-DATE NOT = SPACES
                ADD 1 TO WS-GE-DEPOSIT(WS-GRP-IDX)
             END-IF.
             IF AP-STATUS = 'W'
                ADD 1 TO WS-GE-WITHDRN(WS-GRP-IDX)
             END-IF.
             IF AP-APPLIED-DATE IS NUMERIC
                AND AP-APPLIED-DATE NOT < WS-WEEK-START
                AND AP-APPLIED-DATE NOT > WS-BUS-DATE
                ADD 1 TO WS-GE-WK-APP(WS-GRP-IDX)
             END-IF.
             IF AP-DEPOSIT-DATE IS NUMERIC
                AND AP-DEPOSIT-DATE NOT < WS-WEEK-START
                AND AP-DEPOSIT-DATE NOT > WS-BUS-DATE
                ADD 1 TO WS-GE-WK-DEP(WS-GRP-IDX)
             END-IF.

      *    GROUPS ARE PRINTED IN TERM AND DEPARTMENT ORDER WITH A
      *    TOTAL AFTER EACH TERM AND A GRAND TOTAL AT THE END.
       A000-PRINT-FUNNEL-PARA.
             MOVE ZEROS TO WS-TERM-TOTALS.
             PERFORM A000-NEXT-GROUP-PARA.
             PERFORM UNTIL NOT WS-MORE-GROUPS
                IF WS-PRINT-TERM NOT = SPACES
                   AND WS-GE-TERM(WS-GRP-IDX) NOT = WS-PRINT-TERM
                   PERFORM A000-TERM-TOTAL-PARA
                END-IF
                MOVE WS-GE-TERM(WS-GRP-IDX) TO WS-PRINT-TERM
                MOVE WS-GE-COUNTS(WS-GRP-IDX) TO WS-TOTALS
                MOVE WS-GE-TERM(WS-GRP-IDX) TO WS-FL-TERM
                MOVE WS-GE-DEPT(WS-GRP-IDX) TO WS-FL-DEPT
                PERFORM A000-PRINT-COUNTS-PARA
                PERFORM A000-ACCUM-TERM-PARA
                PERFORM A000-NEXT-GROUP-PARA
             END-PERFORM.
             IF WS-PRINT-TERM NOT = SPACES
                PERFORM A000-TERM-TOTAL-PARA
             END-IF.
             MOVE WS-GRAND-TOTALS TO WS-TOTALS.
             MOVE 'ALL'    TO WS-FL-TERM.
             MOVE 'TOTAL'  TO WS-FL-DEPT.
             PERFORM A000-PRINT-COUNTS-PARA.

       A000-NEXT-GROUP-PARA.
             MOVE HIGH-VALUES TO WS-NEXT-KEY.
             MOVE 'N' TO WS-MORE-SW.
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX > WS-GRP-COUNT
                IF WS-GE-KEY(WS-GRP-IDX) > WS-CURR-KEY
                   AND WS-GE-KEY(WS-GRP-IDX) < WS-NEXT-KEY
                   MOVE WS-GE-KEY(WS-GRP-IDX) TO WS-NEXT-KEY
                END-IF
             END-PERFORM.
             IF WS-NEXT-KEY NOT = HIGH-VALUES
                MOVE WS-NEXT-KEY TO WS-CURR-KEY
                SET WS-GRP-IDX TO 1
                SEARCH WS-GRP-ENTRY
                   AT END
                        CONTINUE
                   WHEN WS-GE-KEY(WS-GRP-IDX) = WS-CURR-KEY
                        SET WS-MORE-GROUPS TO TRUE
                END-SEARCH
             END-IF.

       A000-ACCUM-TERM-PARA.
             ADD WS-TOT-APPLIED  TO WS-TT-APPLIED.
             ADD WS-TOT-COMPLETE TO WS-TT-COMPLETE.
             ADD WS-TOT-ADMITTED TO WS-TT-ADMITTED.
             ADD WS-TOT-DENIED   TO WS-TT-DENIED.
             ADD WS-TOT-DEPOSIT  TO WS-TT-DEPOSIT.
             ADD WS-TOT-WITHDRN  TO WS-TT-WITHDRN.
             ADD WS-TOT-WK-APP   TO WS-TT-WK-APP.
             ADD WS-TOT-WK-DEP   TO WS-TT-WK-DEP.

       A000-TERM-TOTAL-PARA.
             MOVE WS-TERM-TOTALS TO WS-TOTALS.
             MOVE WS-PRINT-TERM  TO WS-FL-TERM.
             MOVE 'TOTAL'        TO WS-FL-DEPT.
             PERFORM A000-PRINT-COUNTS-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             ADD WS-TT-APPLIED  TO WS-GT-APPLIED.
             ADD WS-TT-COMPLETE TO WS-GT-COMPLETE.
             ADD WS-TT-ADMITTED TO WS-GT-ADMITTED.
             ADD WS-TT-DENIED   TO WS-GT-DENIED.
             ADD WS-TT-DEPOSIT  TO WS-GT-DEPOSIT.
             ADD WS-TT-WITHDRN  TO WS-GT-WITHDRN.
             ADD WS-TT-WK-APP   TO WS-GT-WK-APP.
             ADD WS-TT-WK-DEP   TO WS-GT-WK-DEP.
             MOVE ZEROS TO WS-TERM-TOTALS.

      *    COMPLETION RATE IS COMPLETE OVER APPLIED, ADMIT RATE IS
      *    ADMITTED OVER COMPLETE AND YIELD IS DEPOSITED OVER ADMITTED.
       A000-PRINT-COUNTS-PARA.
             MOVE WS-TOT-APPLIED  TO WS-FL-APPLIED.
             MOVE WS-TOT-COMPLETE TO WS-FL-COMPLETE.
             MOVE WS-TOT-ADMITTED TO WS-FL-ADMITTED.
             MOVE WS-TOT-DENIED   TO WS-FL-DENIED.
             MOVE WS-TOT-DEPOSIT  TO WS-FL-DEPOSIT.
             MOVE WS-TOT-WITHDRN  TO WS-FL-WITHDRN.
             MOVE WS-TOT-WK-APP   TO WS-FL-WK-APP.
             MOVE WS-TOT-WK-DEP   TO WS-FL-WK-DEP.
             MOVE ZERO TO WS-PCT.
             IF WS-TOT-APPLIED > ZERO
                COMPUTE WS-PCT ROUNDED =
                        WS-TOT-COMPLETE * 100 / WS-TOT-APPLIED
             END-IF.
             MOVE WS-PCT TO WS-FL-CMPL-PCT.
             MOVE ZERO TO WS-PCT.
             IF WS-TOT-COMPLETE > ZERO
                COMPUTE WS-PCT ROUNDED =
                        WS-TOT-ADMITTED * 100 / WS-TOT-COMPLETE
             END-IF.
             MOVE WS-PCT TO WS-FL-ADMIT-PCT.
             MOVE ZERO TO WS-PCT.
             IF WS-TOT-ADMITTED > ZERO
                COMPUTE WS-PCT ROUNDED =
                        WS-TOT-DEPOSIT * 100 / WS-TOT-ADMITTED
             END-IF.
             MOVE WS-PCT TO WS-FL-YIELD-PCT.
             MOVE WS-FNL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'APPLFNL RUN CONTROL TOTALS'.
             DISPLAY 'APPLICANTS READ ............. ' WS-CT-READ.
             DISPLAY 'APPLICANTS REPORTED ......... ' WS-CT-SELECTED.
             DISPLAY 'UNMAPPED DEPARTMENT CODES ... ' WS-CT-UNMAPPED.
             DISPLAY 'TERM/DEPT TABLE OVERFLOW .... ' WS-CT-OVERFLOW.
             DISPLAY 'TOTAL APPLIED ............... ' WS-GT-APPLIED.
             DISPLAY 'TOTAL ADMITTED .............. ' WS-GT-ADMITTED.
             DISPLAY 'TOTAL DEPOSITED ............. ' WS-GT-DEPOSIT.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-OVERFLOW > ZERO
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
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
