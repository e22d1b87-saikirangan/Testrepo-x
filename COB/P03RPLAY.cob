       IDENTIFICATION DIVISION.
       PROGRAM-ID. P03RPLAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT HISTFILE ASSIGN TO HISTFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-HIST-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE
            RECORDING MODE IS F.
       01 HIST-REC.
           05 HIST-TIMESTAMP    PIC X(26).
           05 FILLER            PIC X(01).
           05 HIST-NUMBER-A     PIC 9(05).
           05 FILLER            PIC X(01).
           05 HIST-NUMBER-B     PIC 9(05).
           05 FILLER            PIC X(01).
           05 HIST-RESULT-B     PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 HIST-RESULT-C     PIC S9(06).
           05 FILLER            PIC X(01).
           05 HIST-RESULT-D     PIC 9(10).
           05 FILLER            PIC X(01).
           05 HIST-MATCH-SW     PIC X(01).
           05 FILLER            PIC X(01).
           05 HIST-BUS-DATE     PIC X(08).
           05 FILLER            PIC X(03).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-HIST-FS          PIC X(02) VALUE SPACES.
           88 WS-HIST-OK          VALUE '00'.

       01 WS-RANGE.
           05 WS-FROM-DATE    PIC X(08) VALUE '00000000'.
           05 WS-TO-DATE      PIC X(08) VALUE '99999999'.
       01 WS-HIST-DATE        PIC X(08).

      *    THE CHAIN IS CALLED WITH THE SAME FIELDS PGM03BT PASSES.
       01 WS-CHAIN.
           05 WS-NUMBER-A     PIC 9(5).
           05 WS-NUMBER-B     PIC 9(5).
           05 WS-RESULT-B     PIC 9(4)V99.
           05 WS-RESULT-C     PIC S9(6).
           05 WS-RESULT-D     PIC 9(10).

       01 WS-DIFF             PIC S9(11)V99.
       01 WS-ABS-DIFF         PIC 9(11)V99.
       01 WS-FIELD-SUB        PIC 9(01).
       01 WS-BAND-SUB         PIC 9(01).
       01 WS-REC-DRIFT-SW     PIC X(01) VALUE 'N'.
           88 WS-REC-DRIFT        VALUE 'Y'.

      *    DIFFERENCES BY RESULT FIELD (B, C, D) AND BAND - 1 EXACT,
      *    2 ROUNDING (.01), 3 UNDER 1, 4 1 TO 99.99, 5 100 AND OVER.
       01 WS-FIELD-NAMES.
           05 FILLER          PIC X(08) VALUE 'RESULT-B'.
           05 FILLER          PIC X(08) VALUE 'RESULT-C'.
           05 FILLER          PIC X(08) VALUE 'RESULT-D'.
       01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAMES.
           05 WS-FIELD-NAME   PIC X(08) OCCURS 3 TIMES.
       01 WS-BAND-NAMES.
           05 FILLER          PIC X(12) VALUE 'EXACT'.
           05 FILLER          PIC X(12) VALUE 'ROUNDING .01'.
           05 FILLER          PIC X(12) VALUE 'UNDER 1'.
           05 FILLER          PIC X(12) VALUE '1 TO 99.99'.
           05 FILLER          PIC X(12) VALUE '100 AND OVER'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME    PIC X(12) OCCURS 5 TIMES.
       01 WS-DRIFT-TABLE.
           05 WS-DRIFT-FIELD OCCURS 3 TIMES.
              10 WS-DRIFT-BAND PIC 9(07) OCCURS 5 TIMES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-HIST-READ PIC 9(07) VALUE ZERO.
           05 WS-CT-OUT-RANGE PIC 9(07) VALUE ZERO.
           05 WS-CT-REPLAYED  PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-CT-CLEAN     PIC 9(07) VALUE ZERO.
           05 WS-CT-DRIFTED   PIC 9(07) VALUE ZERO.
           05 WS-CT-ROUNDING  PIC 9(07) VALUE ZERO.
           05 WS-CT-MATERIAL  PIC 9(07) VALUE ZERO.
           05 WS-CT-PRINTED   PIC 9(07) VALUE ZERO.
       01 WS-PRINT-LIMIT      PIC 9(07) VALUE 2000.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE 'BUS DATE'.
           05 FILLER PIC X(08) VALUE 'NUMBER-A'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'NUMBER-B'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'FIELD'.
           05 FILLER PIC X(16) VALUE '  STORED VALUE'.
           05 FILLER PIC X(16) VALUE '  REPLAY VALUE'.
           05 FILLER PIC X(18) VALUE '      DIFFERENCE'.
           05 FILLER PIC X(12) VALUE 'BAND'.
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DL-DATE      PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NUMBER-A  PIC 9(05).
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WS-DL-NUMBER-B  PIC 9(05).
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WS-DL-FIELD     PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-STORED    PIC -(10)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-REPLAY    PIC -(10)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DIFF      PIC -(12)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-BAND      PIC X(12).
           05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-BAND-HEADING.
           05 FILLER PIC X(10) VALUE 'FIELD'.
           05 FILLER PIC X(14) VALUE '       EXACT'.
           05 FILLER PIC X(14) VALUE 'ROUNDING .01'.
           05 FILLER PIC X(14) VALUE '     UNDER 1'.
           05 FILLER PIC X(14) VALUE '  1 TO 99.99'.
           05 FILLER PIC X(14) VALUE '100 AND OVER'.
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-BAND-LINE.
           05 WS-BL-FIELD     PIC X(10).
           05 WS-BL-ENTRY OCCURS 5 TIMES.
              10 FILLER       PIC X(07).
              10 WS-BL-COUNT  PIC Z(06)9.
           05 FILLER          PIC X(52).
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL     PIC X(30).
           05 WS-TL-COUNT     PIC Z(06)9.
           05 FILLER          PIC X(95) VALUE SPACES.

      *    BUSINESS DATES FROM (COLS 1-8) AND TO (9-16) SELECT THE
      *    HISTFILE RECORDS TO REPLAY. WITHOUT THEM THE WHOLE FILE IS
      *    REPLAYED.
       LINKAGE SECTION.
       01 LE-PARM-AREA.
           05 LE-PARM-LEN  PIC S9(4) COMP.
           05 LE-PARM-TEXT PIC X(16).

       PROCEDURE DIVISION USING LE-PARM-AREA.

            MOVE 'P03RPLAY' TO RH-PROGRAM-ID.
            MOVE 'PGM03 CHAIN HISTORY REPLAY DRIFT REPORT'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            IF LE-PARM-LEN >= 16
               MOVE LE-PARM-TEXT TO WS-RANGE
               IF WS-FROM-DATE IS NOT NUMERIC
                  OR WS-TO-DATE IS NOT NUMERIC
                  OR WS-FROM-DATE > WS-TO-DATE
                  DISPLAY 'P03RPLAY: INVALID DATE RANGE ON PARM '
                          LE-PARM-TEXT
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.

            OPEN INPUT HISTFILE.
            IF NOT WS-HIST-OK
               DISPLAY 'P03RPLAY: HISTFILE NOT AVAILABLE - STATUS '
                       WS-HIST-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT RPTFILE.
            INITIALIZE WS-DRIFT-TABLE.

            PERFORM UNTIL WS-EOF = 'Y'
               READ HISTFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-HIST-READ
                 PERFORM A000-SELECT-PARA
               END-READ
            END-PERFORM.

            CLOSE HISTFILE.
            PERFORM A000-BAND-REPORT-PARA.
            CLOSE RPTFILE.
            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    RECORDS WRITTEN BEFORE HIST-BUS-DATE WAS CARRIED ARE DATED
      *    FROM THEIR TIMESTAMP.
       A000-SELECT-PARA.
             IF HIST-BUS-DATE = SPACES OR LOW-VALUES
                MOVE HIST-TIMESTAMP(1:8) TO WS-HIST-DATE
             ELSE
                MOVE HIST-BUS-DATE TO WS-HIST-DATE
             END-IF.
             IF WS-HIST-DATE < WS-FROM-DATE
                OR WS-HIST-DATE > WS-TO-DATE
                ADD 1 TO WS-CT-OUT-RANGE
             ELSE
                IF HIST-NUMBER-A IS NOT NUMERIC
                   OR HIST-NUMBER-B IS NOT NUMERIC
                   OR HIST-RESULT-B IS NOT NUMERIC
                   OR HIST-RESULT-C IS NOT NUMERIC
                   OR HIST-RESULT-D IS NOT NUMERIC
                   ADD 1 TO WS-CT-INVALID
                   DISPLAY 'P03RPLAY: UNUSABLE HISTFILE RECORD '
                           HIST-TIMESTAMP
                ELSE
                   PERFORM A000-REPLAY-PARA
                END-IF
             END-IF.

       A000-REPLAY-PARA.
             ADD 1 TO WS-CT-REPLAYED.
             MOVE HIST-NUMBER-A TO WS-NUMBER-A.
             MOVE HIST-NUMBER-B TO WS-NUMBER-B.
             MOVE ZERO TO WS-RESULT-B WS-RESULT-C WS-RESULT-D.
             CALL 'PGM03B2' USING WS-NUMBER-A, WS-NUMBER-B,
                  WS-RESULT-B, WS-RESULT-C, WS-RESULT-D.
             MOVE ZERO TO RETURN-CODE.
             MOVE 'N' TO WS-REC-DRIFT-SW.
             MOVE 1 TO WS-FIELD-SUB.
             COMPUTE WS-DIFF = WS-RESULT-B - HIST-RESULT-B.
             MOVE HIST-RESULT-B TO WS-DL-STORED.
             MOVE WS-RESULT-B   TO WS-DL-REPLAY.
             PERFORM A000-COMPARE-PARA.
             MOVE 2 TO WS-FIELD-SUB.
             COMPUTE WS-DIFF = WS-RESULT-C - HIST-RESULT-C.
             MOVE HIST-RESULT-C TO WS-DL-STORED.
             MOVE WS-RESULT-C   TO WS-DL-REPLAY.
             PERFORM A000-COMPARE-PARA.
             MOVE 3 TO WS-FIELD-SUB.
             COMPUTE WS-DIFF = WS-RESULT-D - HIST-RESULT-D.
             MOVE HIST-RESULT-D TO WS-DL-STORED.
             MOVE WS-RESULT-D   TO WS-DL-REPLAY.
             PERFORM A000-COMPARE-PARA.
             IF WS-REC-DRIFT
                ADD 1 TO WS-CT-DRIFTED
             ELSE
                ADD 1 TO WS-CT-CLEAN
             END-IF.

       A000-COMPARE-PARA.
             IF WS-DIFF < ZERO
                COMPUTE WS-ABS-DIFF = ZERO - WS-DIFF
             ELSE
                MOVE WS-DIFF TO WS-ABS-DIFF
             END-IF.
             EVALUATE TRUE
                WHEN WS-ABS-DIFF = ZERO
                     MOVE 1 TO WS-BAND-SUB
                WHEN WS-ABS-DIFF <= 0.01
                     MOVE 2 TO WS-BAND-SUB
                     ADD 1 TO WS-CT-ROUNDING
                WHEN WS-ABS-DIFF < 1
                     MOVE 3 TO WS-BAND-SUB
                     ADD 1 TO WS-CT-MATERIAL
                WHEN WS-ABS-DIFF < 100
                     MOVE 4 TO WS-BAND-SUB
                     ADD 1 TO WS-CT-MATERIAL
                WHEN OTHER
                     MOVE 5 TO WS-BAND-SUB
                     ADD 1 TO WS-CT-MATERIAL
             END-EVALUATE.
             ADD 1 TO WS-DRIFT-BAND(WS-FIELD-SUB, WS-BAND-SUB).
             IF WS-BAND-SUB > 1
                SET WS-REC-DRIFT TO TRUE
                PERFORM A000-DETAIL-PARA
             END-IF.

       A000-DETAIL-PARA.
             IF WS-CT-PRINTED < WS-PRINT-LIMIT
                ADD 1 TO WS-CT-PRINTED
                MOVE WS-HIST-DATE               TO WS-DL-DATE
                MOVE HIST-NUMBER-A              TO WS-DL-NUMBER-A
                MOVE HIST-NUMBER-B              TO WS-DL-NUMBER-B
                MOVE WS-FIELD-NAME(WS-FIELD-SUB) TO WS-DL-FIELD
                MOVE WS-DIFF                    TO WS-DL-DIFF
                MOVE WS-BAND-NAME(WS-BAND-SUB)  TO WS-DL-BAND
                MOVE WS-DETAIL-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.

       A000-BAND-REPORT-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             IF WS-CT-PRINTED >= WS-PRINT-LIMIT
                MOVE 'DETAIL LINES STOPPED AT LIMIT' TO WS-TL-LABEL
                MOVE WS-PRINT-LIMIT TO WS-TL-COUNT
                MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
                MOVE SPACES TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.
             MOVE WS-BAND-HEADING TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                     UNTIL WS-FIELD-SUB > 3
                MOVE SPACES TO WS-BAND-LINE
                MOVE WS-FIELD-NAME(WS-FIELD-SUB) TO WS-BL-FIELD
                PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                        UNTIL WS-BAND-SUB > 5
                   MOVE WS-DRIFT-BAND(WS-FIELD-SUB, WS-BAND-SUB)
                        TO WS-BL-COUNT(WS-BAND-SUB)
                END-PERFORM
                MOVE WS-BAND-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-PERFORM.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'RECORDS REPLAYED ............ ' TO WS-TL-LABEL.
             MOVE WS-CT-REPLAYED TO WS-TL-COUNT.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'RECORDS WITH NO DRIFT ....... ' TO WS-TL-LABEL.
             MOVE WS-CT-CLEAN TO WS-TL-COUNT.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             MOVE 'RECORDS THAT DRIFTED ........ ' TO WS-TL-LABEL.
             MOVE WS-CT-DRIFTED TO WS-TL-COUNT.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'P03RPLAY RUN CONTROL TOTALS'.
             DISPLAY 'DATE RANGE .................. ' WS-FROM-DATE
                     ' - ' WS-TO-DATE.
             DISPLAY 'HISTFILE RECORDS READ ....... '
                     WS-CT-HIST-READ.
             DISPLAY 'OUTSIDE DATE RANGE .......... '
                     WS-CT-OUT-RANGE.
             DISPLAY 'UNUSABLE RECORDS ............ ' WS-CT-INVALID.
             DISPLAY 'RECORDS REPLAYED ............ '
                     WS-CT-REPLAYED.
             DISPLAY 'RECORDS WITH NO DRIFT ....... ' WS-CT-CLEAN.
             DISPLAY 'RECORDS THAT DRIFTED ........ ' WS-CT-DRIFTED.
             DISPLAY 'ROUNDING DIFFERENCES ........ '
                     WS-CT-ROUNDING.
             DISPLAY 'MATERIAL DIFFERENCES ........ '
                     WS-CT-MATERIAL.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-MATERIAL > ZERO
                DISPLAY 'REPLAY FAILED - CHAIN RESULTS HAVE CHANGED'
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-ROUNDING > ZERO OR WS-CT-INVALID > ZERO
                   DISPLAY 'REPLAY OK WITH ROUNDING DIFFERENCES OR '
                           'UNUSABLE RECORDS'
                   MOVE 4 TO RETURN-CODE
                ELSE
                   DISPLAY 'REPLAY OK - NO DRIFT'
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
