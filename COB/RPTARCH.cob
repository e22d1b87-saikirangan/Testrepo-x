       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RPTIN ASSIGN TO RPTIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RPTIN-FS.
                SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTINDX ASSIGN TO RPTINDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RI-KEY
                FILE STATUS IS WS-INDX-FS.
                SELECT RPTLINE ASSIGN TO RPTLINE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RL-KEY
                FILE STATUS IS WS-LINE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RPTIN
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       FD RPTOUT
            RECORDING MODE IS F.
       01 PRINT-OUT-REC     PIC X(133).
      *    ONE INDEX RECORD PER ARCHIVED REPORT. THE KEY IS THE PROGRAM
      *    AND RUN DATE FROM THE CPYHDR PAGE HEADER PLUS A SEQUENCE FOR
      *    REPEAT RUNS OF THE SAME PROGRAM ON THE SAME DAY.
       FD RPTINDX.
       01 RPT-INDX-REC.
          05 RI-KEY.
             10 RI-PROGRAM   PIC X(08).
             10 RI-RUN-DATE  PIC X(08).
             10 RI-SEQ       PIC 9(03).
          05 RI-RUN-HOUR     PIC X(02).
          05 RI-BUS-DATE     PIC X(08).
          05 RI-TITLE        PIC X(40).
          05 RI-PAGES        PIC 9(05).
          05 RI-LINES        PIC 9(07).
          05 FILLER          PIC X(19).
      *    THE PRINT LINES OF EACH REPORT, CARRIAGE CONTROL INCLUDED,
      *    NUMBERED FROM 1 UNDER THE INDEX KEY.
       FD RPTLINE.
       01 RPT-LINE-REC.
          05 RL-KEY.
             10 RL-PROGRAM   PIC X(08).
             10 RL-RUN-DATE  PIC X(08).
             10 RL-SEQ       PIC 9(03).
             10 RL-LINE-NO   PIC 9(07).
          05 RL-CC           PIC X(01).
          05 RL-TEXT         PIC X(132).
          05 FILLER          PIC X(01).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
       01 WS-RPTIN-FS         PIC X(02) VALUE SPACES.
           88 WS-RPTIN-OK         VALUE '00'.
       01 WS-INDX-FS          PIC X(02) VALUE SPACES.
           88 WS-INDX-OK          VALUE '00'.
       01 WS-LINE-FS          PIC X(02) VALUE SPACES.
           88 WS-LINE-OK          VALUE '00'.
       01 WS-EOF              PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE         PIC X(08) VALUE SPACES.

      *    SWITCH IS ON ONCE A PAGE HEADER HAS BEEN SEEN. PRINT LINES
      *    AHEAD OF THE FIRST HEADER (JOB BANNERS) ARE NOT ARCHIVED.
       01 WS-REPORT-SW        PIC X(01) VALUE 'N'.
           88 WS-IN-REPORT        VALUE 'Y'.
       01 WS-HEADER-SW        PIC X(01) VALUE 'N'.
           88 WS-PAGE-HEADER      VALUE 'Y'.
       01 WS-SCAN-SW          PIC X(01) VALUE 'N'.
           88 WS-SCAN-END         VALUE 'Y'.

       01 WS-CURR-REPORT.
          05 WS-CURR-PROGRAM  PIC X(08) VALUE SPACES.
          05 WS-CURR-RUN-DATE PIC X(08) VALUE SPACES.
          05 WS-CURR-SEQ      PIC 9(03) VALUE ZERO.
       01 WS-CURR-RUN-HOUR    PIC X(02) VALUE SPACES.
       01 WS-CURR-TITLE       PIC X(40) VALUE SPACES.
       01 WS-CURR-PAGES       PIC 9(05) VALUE ZERO.
       01 WS-CURR-LINES       PIC 9(07) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
          05 WS-CT-READ       PIC 9(07) VALUE ZERO.
          05 WS-CT-REPORTS    PIC 9(07) VALUE ZERO.
          05 WS-CT-ARCHIVED   PIC 9(07) VALUE ZERO.
          05 WS-CT-SKIPPED    PIC 9(07) VALUE ZERO.
          05 WS-CT-FAILED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN INPUT RPTIN.
            IF NOT WS-RPTIN-OK
               DISPLAY 'RPTARCH: RPTIN NOT AVAILABLE - STATUS '
                       WS-RPTIN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT RPTOUT.
            OPEN I-O RPTINDX.
            IF NOT WS-INDX-OK
               DISPLAY 'RPTARCH: RPTINDX NOT AVAILABLE - STATUS '
                       WS-INDX-FS
               MOVE 16 TO RETURN-CODE
               CLOSE RPTIN
               CLOSE RPTOUT
               GOBACK
            END-IF.
            OPEN I-O RPTLINE.
            IF NOT WS-LINE-OK
               DISPLAY 'RPTARCH: RPTLINE NOT AVAILABLE - STATUS '
                       WS-LINE-FS
               MOVE 16 TO RETURN-CODE
               CLOSE RPTIN
               CLOSE RPTOUT
               CLOSE RPTINDX
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ RPTIN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-PRINT-LINE-PARA
               END-READ

            END-PERFORM.

            IF WS-IN-REPORT
               PERFORM A000-CLOSE-REPORT-PARA
            END-IF.

            CLOSE RPTIN.
            CLOSE RPTOUT.
            CLOSE RPTINDX.
            CLOSE RPTLINE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    EVERY LINE IS PASSED THROUGH TO RPTOUT FOR PRINTING. A CPYHDR
      *    PAGE HEADER FOR PAGE 1, OR FOR A DIFFERENT PROGRAM, TITLE OR
      *    RUN DATE, STARTS A NEW ARCHIVED REPORT.
       A000-PRINT-LINE-PARA.
             MOVE PRINT-REC TO PRINT-OUT-REC.
             WRITE PRINT-OUT-REC.
             PERFORM A000-CHECK-HEADER-PARA.
             IF WS-PAGE-HEADER
                IF NOT WS-IN-REPORT
                   OR RH-PAGE-NO = '   1'
                   OR RH-PROGRAM-ID NOT = WS-CURR-PROGRAM
                   OR RH-RUN-DATE(1:8) NOT = WS-CURR-RUN-DATE
                   OR RH-REPORT-TITLE NOT = WS-CURR-TITLE
                   IF WS-IN-REPORT
                      PERFORM A000-CLOSE-REPORT-PARA
                   END-IF
                   PERFORM A000-OPEN-REPORT-PARA
                END-IF
                ADD 1 TO WS-CURR-PAGES
             END-IF.
             IF WS-IN-REPORT
                PERFORM A000-WRITE-LINE-PARA
             ELSE
                ADD 1 TO WS-CT-SKIPPED
             END-IF.

       A000-CHECK-HEADER-PARA.
             MOVE 'N' TO WS-HEADER-SW.
             IF PRT-CC = '1'
                MOVE PRT-LINE TO WS-REPORT-HEADER
                IF RH-PAGE-LIT = 'PAGE '
                   AND RH-PROGRAM-ID NOT = SPACES
                   AND RH-RUN-DATE(1:8) IS NUMERIC
                   MOVE 'Y' TO WS-HEADER-SW
                END-IF
             END-IF.

      *    REPEAT RUNS ON THE SAME DAY TAKE THE NEXT SEQUENCE AFTER THE
      *    HIGHEST ALREADY ON THE INDEX FOR THAT PROGRAM AND DATE.
       A000-OPEN-REPORT-PARA.
             MOVE RH-PROGRAM-ID     TO WS-CURR-PROGRAM.
             MOVE RH-RUN-DATE(1:8)  TO WS-CURR-RUN-DATE.
             MOVE RH-RUN-DATE(9:2)  TO WS-CURR-RUN-HOUR.
             MOVE RH-REPORT-TITLE   TO WS-CURR-TITLE.
             MOVE ZERO TO WS-CURR-SEQ.
             MOVE ZERO TO WS-CURR-PAGES.
             MOVE ZERO TO WS-CURR-LINES.
             MOVE WS-CURR-PROGRAM  TO RI-PROGRAM.
             MOVE WS-CURR-RUN-DATE TO RI-RUN-DATE.
             MOVE ZERO TO RI-SEQ.
             MOVE 'N' TO WS-SCAN-SW.
             START RPTINDX KEY IS NOT LESS THAN RI-KEY
                 INVALID KEY MOVE 'Y' TO WS-SCAN-SW
             END-START.
             PERFORM A000-SCAN-INDEX-PARA UNTIL WS-SCAN-END.
             ADD 1 TO WS-CURR-SEQ.
             MOVE 'Y' TO WS-REPORT-SW.

       A000-SCAN-INDEX-PARA.
             READ RPTINDX NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-SW
               NOT AT END
                  IF RI-PROGRAM NOT = WS-CURR-PROGRAM
                     OR RI-RUN-DATE NOT = WS-CURR-RUN-DATE
                     MOVE 'Y' TO WS-SCAN-SW
                  ELSE
                     MOVE RI-SEQ TO WS-CURR-SEQ
                  END-IF
             END-READ.

       A000-WRITE-LINE-PARA.
             ADD 1 TO WS-CURR-LINES.
             MOVE SPACES           TO RPT-LINE-REC.
             MOVE WS-CURR-PROGRAM  TO RL-PROGRAM.
             MOVE WS-CURR-RUN-DATE TO RL-RUN-DATE.
             MOVE WS-CURR-SEQ      TO RL-SEQ.
             MOVE WS-CURR-LINES    TO RL-LINE-NO.
             MOVE PRT-CC           TO RL-CC.
             MOVE PRT-LINE         TO RL-TEXT.
             WRITE RPT-LINE-REC
                 INVALID KEY
                    DISPLAY 'RPTARCH: LINE WRITE FAILED FOR '
                            WS-CURR-PROGRAM ' ' WS-CURR-RUN-DATE
                            ' - STATUS ' WS-LINE-FS
                    ADD 1 TO WS-CT-FAILED
                 NOT INVALID KEY
                    ADD 1 TO WS-CT-ARCHIVED
             END-WRITE.

       A000-CLOSE-REPORT-PARA.
             MOVE SPACES           TO RPT-INDX-REC.
             MOVE WS-CURR-PROGRAM  TO RI-PROGRAM.
             MOVE WS-CURR-RUN-DATE TO RI-RUN-DATE.
             MOVE WS-CURR-SEQ      TO RI-SEQ.
             MOVE WS-CURR-RUN-HOUR TO RI-RUN-HOUR.
             MOVE WS-BUS-DATE      TO RI-BUS-DATE.
             MOVE WS-CURR-TITLE    TO RI-TITLE.
             MOVE WS-CURR-PAGES    TO RI-PAGES.
             MOVE WS-CURR-LINES    TO RI-LINES.
             WRITE RPT-INDX-REC
                 INVALID KEY
                    DISPLAY 'RPTARCH: INDEX WRITE FAILED FOR '
                            RI-PROGRAM ' ' RI-RUN-DATE
                            ' - STATUS ' WS-INDX-FS
                    ADD 1 TO WS-CT-FAILED
                 NOT INVALID KEY
                    ADD 1 TO WS-CT-REPORTS
             END-WRITE.
             MOVE 'N' TO WS-REPORT-SW.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'RPTARCH RUN CONTROL TOTALS'.
             DISPLAY 'PRINT LINES READ ............ ' WS-CT-READ.
             DISPLAY 'REPORTS ARCHIVED ............ ' WS-CT-REPORTS.
             DISPLAY 'LINES ARCHIVED .............. ' WS-CT-ARCHIVED.
             DISPLAY 'LINES BEFORE FIRST HEADER ... ' WS-CT-SKIPPED.
             DISPLAY 'WRITES FAILED ............... ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
