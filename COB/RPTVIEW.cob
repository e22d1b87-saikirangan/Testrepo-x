       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTVIEW.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    CA-MODE IS L WHILE THE RUNS OF A PROGRAM ARE LISTED AND V
      *    WHILE ONE REPORT IS BEING VIEWED. THE LIST POSITION IS KEPT
      *    WHILE VIEWING SO PF5 RETURNS TO THE SAME PAGE OF THE LIST.
       01 WS-COMMAREA.
          05 CA-MODE          PIC X(01).
             88 CA-LIST-MODE      VALUE 'L'.
             88 CA-VIEW-MODE      VALUE 'V'.
          05 CA-PROGRAM       PIC X(08).
          05 CA-RUN-DATE      PIC X(08).
          05 CA-FIRST-KEY     PIC X(19).
          05 CA-LAST-KEY      PIC X(19).
          05 CA-ROW-COUNT     PIC 9(02).
          05 CA-ROW-KEY       PIC X(19) OCCURS 15 TIMES.
          05 CA-RPT-KEY       PIC X(19).
          05 CA-TOP-LINE      PIC 9(07).
          05 CA-LINE-COUNT    PIC 9(07).
          05 CA-OFFSET        PIC 9(03).

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-USER-ID          PIC X(08) VALUE SPACES.
       01 WS-MSG              PIC X(60) VALUE SPACES.

       01 WS-AID-PF5          PIC X(01) VALUE '5'.
       01 WS-AID-PF7          PIC X(01) VALUE '7'.
       01 WS-AID-PF8          PIC X(01) VALUE '8'.
       01 WS-AID-PF10         PIC X(01) VALUE ':'.
       01 WS-ATTR-PROT        PIC X(01) VALUE '-'.

       01 WS-PAGE-SIZE        PIC 9(02) VALUE 15.
       01 WS-ROW-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-SUB              PIC 9(02) VALUE ZERO.

       01 WS-ENTL-KEY.
           05 WS-EK-OPER-ID   PIC X(08).
           05 WS-EK-FUNC-CODE PIC X(03) VALUE 'RPT'.
       01 WS-ENTL-REC         PIC X(80).

      *    RPTINDX - ONE RECORD PER ARCHIVED REPORT, WRITTEN BY RPTARCH
      *    AND AGED OFF BY HISTARCH.
       01 WS-INDX-KEY         PIC X(19).
       01 WS-INDX-REC.
          05 RI-KEY.
             10 RI-PROGRAM    PIC X(08).
             10 RI-RUN-DATE   PIC X(08).
             10 RI-SEQ        PIC 9(03).
          05 RI-RUN-HOUR      PIC X(02).
          05 RI-BUS-DATE      PIC X(08).
          05 RI-TITLE         PIC X(40).
          05 RI-PAGES         PIC 9(05).
          05 RI-LINES         PIC 9(07).
          05 FILLER           PIC X(19).

       01 WS-LINE-KEY.
          05 WS-LK-REPORT     PIC X(19).
          05 WS-LK-LINE-NO    PIC 9(07).
       01 WS-LINE-REC.
          05 RL-KEY.
             10 RL-REPORT-KEY PIC X(19).
             10 RL-LINE-NO    PIC 9(07).
          05 RL-CC            PIC X(01).
          05 RL-TEXT          PIC X(132).
          05 FILLER           PIC X(01).

      *    BROWSE POSITION AND THE KEY A PAGE MUST MOVE PAST. LOW-VALUES
      *    IN THE SKIP KEY REDISPLAYS FROM THE START KEY ITSELF.
       01 WS-BR-KEY.
          05 WS-BR-PROGRAM    PIC X(08).
          05 WS-BR-RUN-DATE   PIC X(08).
          05 WS-BR-SEQ        PIC X(03).
       01 WS-SKIP-KEY         PIC X(19).
       01 WS-BROWSE-SW        PIC X(01) VALUE 'N'.
           88 WS-BROWSE-END       VALUE 'Y'.
       01 WS-DIRECTION        PIC X(01) VALUE 'F'.
           88 WS-FORWARD          VALUE 'F'.
           88 WS-BACKWARD         VALUE 'B'.

       01 WS-SEL-KEY          PIC X(19) VALUE SPACES.

       01 WS-PAGE-ROWS.
           05 WS-PAGE-ROW OCCURS 15 TIMES.
               10 WS-PR-KEY   PIC X(19).
               10 WS-PR-HOUR  PIC X(02).
               10 WS-PR-BUS   PIC X(08).
               10 WS-PR-TITLE PIC X(40).
               10 WS-PR-PAGES PIC 9(05).
               10 WS-PR-LINES PIC 9(07).
       01 WS-SWAP-ROW         PIC X(81).
       01 WS-ROW-KEY-VIEW.
          05 WS-RK-PROGRAM    PIC X(08).
          05 WS-RK-RUN-DATE   PIC X(08).
          05 WS-RK-SEQ        PIC X(03).

       01 WS-LIST-HEADER      PIC X(79) VALUE
          'S RUN DATE HR SEQ BUS DATE PAGES   LINES TITLE'.

       01 WS-LIST-BUILD.
           05 WS-LB-RUN-DATE  PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-HOUR      PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-SEQ       PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-BUS       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-PAGES     PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-LINES     PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LB-TITLE     PIC X(37).

       01 WS-INFO-BUILD.
           05 WS-IB-PROGRAM   PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-IB-RUN-DATE  PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-IB-HOUR      PIC X(02).
           05 FILLER          PIC X(05) VALUE ' SEQ '.
           05 WS-IB-SEQ       PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-IB-TITLE     PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-IB-BUS       PIC X(08).

       01 WS-POS-BUILD.
           05 FILLER          PIC X(06) VALUE 'LINES '.
           05 WS-PB-FROM      PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE '-'.
           05 WS-PB-TO        PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE ' OF '.
           05 WS-PB-COUNT     PIC ZZZZZZ9.
           05 FILLER          PIC X(10) VALUE '  COLUMNS '.
           05 WS-PB-COL-FROM  PIC ZZ9.
           05 FILLER          PIC X(01) VALUE '-'.
           05 WS-PB-COL-TO    PIC ZZ9.
       01 WS-LAST-LINE        PIC 9(07) VALUE ZERO.

       COPY CPYVMAP.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(378).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = ZERO
              MOVE LOW-VALUES TO STUDVMAPO
              MOVE 'ENTER A PROGRAM AND OPTIONALLY A RUN DATE' TO WS-MSG
              MOVE SPACES TO WS-COMMAREA
              SET CA-LIST-MODE TO TRUE
              MOVE ZERO TO CA-ROW-COUNT
              MOVE ZERO TO CA-TOP-LINE
              MOVE ZERO TO CA-LINE-COUNT
              MOVE 1 TO CA-OFFSET
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS
                HANDLE AID
                     CLEAR(A000-CLEAR-PARA)
                     PF3(A000-CLEAR-PARA)
           END-EXEC.

           EXEC CICS
                RECEIVE MAP('STUDVMAP')
                        MAPSET('STUDVMAP')
                        INTO(STUDVMAPI)
                        RESP(WS-RESP)
           END-EXEC.

           EXEC CICS
                ASSIGN USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO WS-EK-OPER-ID.
           EXEC CICS
                READ FILE('ENTLFILE')
                     INTO(WS-ENTL-REC)
                     RIDFLD(WS-ENTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO STUDVMAPO
              MOVE 'NOT AUTHORIZED FOR THE REPORT ARCHIVE' TO WS-MSG
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           IF RVPGML > ZERO OR RVDTEL > ZERO
              PERFORM A000-NEW-SEARCH-PARA
           ELSE
              IF CA-VIEW-MODE
                 PERFORM A000-VIEW-KEYS-PARA
              ELSE
                 PERFORM A000-LIST-KEYS-PARA
              END-IF
           END-IF.
           PERFORM A000-SEND-MAP-PARA.

      *    A NEW PROGRAM OR RUN DATE ALWAYS RETURNS TO THE LIST. WITH NO
      *    RUN DATE THE LIST STARTS FROM THE OLDEST RUN ON THE ARCHIVE.
       A000-NEW-SEARCH-PARA.
           IF RVPGML > ZERO
              MOVE RVPGMI TO CA-PROGRAM
              INSPECT CA-PROGRAM REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           IF RVDTEL > ZERO
              MOVE RVDTEI TO CA-RUN-DATE
              INSPECT CA-RUN-DATE REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           SET CA-LIST-MODE TO TRUE.
           MOVE ZERO TO CA-ROW-COUNT.
           IF CA-PROGRAM = SPACES
              MOVE LOW-VALUES TO STUDVMAPO
              MOVE 'ENTER A PROGRAM AND OPTIONALLY A RUN DATE' TO WS-MSG
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           IF CA-RUN-DATE NOT = SPACES
              AND CA-RUN-DATE IS NOT NUMERIC
              MOVE LOW-VALUES TO STUDVMAPO
              MOVE CA-PROGRAM TO RVPGMO
              MOVE 'RUN DATE MUST BE YYYYMMDD' TO WS-MSG
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           MOVE CA-PROGRAM TO WS-BR-PROGRAM.
           IF CA-RUN-DATE = SPACES
              MOVE LOW-VALUES TO WS-BR-RUN-DATE
           ELSE
              MOVE CA-RUN-DATE TO WS-BR-RUN-DATE
           END-IF.
           MOVE LOW-VALUES TO WS-BR-SEQ.
           MOVE LOW-VALUES TO WS-SKIP-KEY.
           PERFORM A000-FETCH-FWD-PARA.
           IF WS-ROW-COUNT = ZERO
              MOVE 'NO ARCHIVED REPORTS FOR THIS PROGRAM AND DATE'
                TO WS-MSG
           END-IF.

       A000-LIST-KEYS-PARA.
           MOVE SPACES TO WS-SEL-KEY.
           PERFORM A000-FIND-SELECT-PARA
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > CA-ROW-COUNT
                 OR WS-SEL-KEY NOT = SPACES.
           IF WS-SEL-KEY NOT = SPACES
              PERFORM A000-OPEN-REPORT-PARA
           ELSE
              EVALUATE EIBAID
              WHEN WS-AID-PF7
                   MOVE CA-FIRST-KEY TO WS-BR-KEY
                   PERFORM A000-FETCH-BWD-PARA
              WHEN WS-AID-PF8
                   MOVE CA-LAST-KEY TO WS-BR-KEY
                   MOVE CA-LAST-KEY TO WS-SKIP-KEY
                   PERFORM A000-FETCH-FWD-PARA
              WHEN OTHER
                   PERFORM A000-REDISPLAY-LIST-PARA
              END-EVALUATE
           END-IF.

       A000-FIND-SELECT-PARA.
           IF RVSELL(WS-SUB) > ZERO
              AND (RVSELI(WS-SUB) = 'S' OR RVSELI(WS-SUB) = 's')
              MOVE CA-ROW-KEY(WS-SUB) TO WS-SEL-KEY
           END-IF.

       A000-REDISPLAY-LIST-PARA.
           IF CA-PROGRAM = SPACES
              MOVE LOW-VALUES TO STUDVMAPO
              MOVE 'ENTER A PROGRAM AND OPTIONALLY A RUN DATE' TO WS-MSG
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           MOVE CA-FIRST-KEY TO WS-BR-KEY.
           MOVE LOW-VALUES TO WS-SKIP-KEY.
           PERFORM A000-FETCH-FWD-PARA.

       A000-FETCH-FWD-PARA.
           SET WS-FORWARD TO TRUE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE 'N' TO WS-BROWSE-SW.
           EXEC CICS
                STARTBR FILE('RPTINDX')
                        RIDFLD(WS-BR-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM A000-READ-NEXT-PARA
                 UNTIL WS-ROW-COUNT >= WS-PAGE-SIZE
                    OR WS-BROWSE-END
              EXEC CICS
                   ENDBR FILE('RPTINDX')
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           PERFORM A000-BUILD-LIST-PARA.

       A000-READ-NEXT-PARA.
           EXEC CICS
                READNEXT FILE('RPTINDX')
                         INTO(WS-INDX-REC)
                         RIDFLD(WS-BR-KEY)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RI-PROGRAM NOT = CA-PROGRAM
              SET WS-BROWSE-END TO TRUE
           ELSE
              IF RI-KEY > WS-SKIP-KEY
                 PERFORM A000-ADD-ROW-PARA
              END-IF
           END-IF.

      *    BACKWARD PAGES READ DOWN FROM THE FIRST RUN ON THE SCREEN AND
      *    ARE TURNED BACK INTO KEY ORDER FOR DISPLAY.
       A000-FETCH-BWD-PARA.
           SET WS-BACKWARD TO TRUE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE 'N' TO WS-BROWSE-SW.
           EXEC CICS
                STARTBR FILE('RPTINDX')
                        RIDFLD(WS-BR-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM A000-READ-PREV-PARA
                 UNTIL WS-ROW-COUNT >= WS-PAGE-SIZE
                    OR WS-BROWSE-END
              EXEC CICS
                   ENDBR FILE('RPTINDX')
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           PERFORM A000-REVERSE-PAGE-PARA.
           PERFORM A000-BUILD-LIST-PARA.

       A000-READ-PREV-PARA.
           EXEC CICS
                READPREV FILE('RPTINDX')
                         INTO(WS-INDX-REC)
                         RIDFLD(WS-BR-KEY)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RI-PROGRAM NOT = CA-PROGRAM
              SET WS-BROWSE-END TO TRUE
           ELSE
              IF RI-KEY < CA-FIRST-KEY
                 PERFORM A000-ADD-ROW-PARA
              END-IF
           END-IF.

       A000-ADD-ROW-PARA.
           ADD 1 TO WS-ROW-COUNT.
           MOVE RI-KEY      TO WS-PR-KEY(WS-ROW-COUNT).
           MOVE RI-RUN-HOUR TO WS-PR-HOUR(WS-ROW-COUNT).
           MOVE RI-BUS-DATE TO WS-PR-BUS(WS-ROW-COUNT).
           MOVE RI-TITLE    TO WS-PR-TITLE(WS-ROW-COUNT).
           MOVE RI-PAGES    TO WS-PR-PAGES(WS-ROW-COUNT).
           MOVE RI-LINES    TO WS-PR-LINES(WS-ROW-COUNT).

       A000-REVERSE-PAGE-PARA.
           IF WS-ROW-COUNT > 1
              PERFORM A000-SWAP-ROWS-PARA
                 VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB * 2 > WS-ROW-COUNT
           END-IF.

       A000-SWAP-ROWS-PARA.
           MOVE WS-PAGE-ROW(WS-SUB) TO WS-SWAP-ROW.
           MOVE WS-PAGE-ROW(WS-ROW-COUNT - WS-SUB + 1)
             TO WS-PAGE-ROW(WS-SUB).
           MOVE WS-SWAP-ROW
             TO WS-PAGE-ROW(WS-ROW-COUNT - WS-SUB + 1).

       A000-BUILD-LIST-PARA.
           MOVE LOW-VALUES TO STUDVMAPO.
           MOVE CA-PROGRAM  TO RVPGMO.
           MOVE CA-RUN-DATE TO RVDTEO.
           MOVE WS-LIST-HEADER TO RVHDRO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
              MOVE WS-PR-KEY(WS-SUB) TO WS-ROW-KEY-VIEW
              MOVE WS-RK-RUN-DATE      TO WS-LB-RUN-DATE
              MOVE WS-PR-HOUR(WS-SUB)  TO WS-LB-HOUR
              MOVE WS-RK-SEQ           TO WS-LB-SEQ
              MOVE WS-PR-BUS(WS-SUB)   TO WS-LB-BUS
              MOVE WS-PR-PAGES(WS-SUB) TO WS-LB-PAGES
              MOVE WS-PR-LINES(WS-SUB) TO WS-LB-LINES
              MOVE WS-PR-TITLE(WS-SUB) TO WS-LB-TITLE
              MOVE WS-LIST-BUILD       TO RVLINO(WS-SUB)
              MOVE WS-PR-KEY(WS-SUB)   TO CA-ROW-KEY(WS-SUB)
           END-PERFORM.
           IF WS-ROW-COUNT = ZERO
              IF WS-MSG = SPACES
                 MOVE 'NO MORE REPORTS IN THIS DIRECTION' TO WS-MSG
              END-IF
           ELSE
              MOVE WS-ROW-COUNT TO CA-ROW-COUNT
              MOVE WS-PR-KEY(1) TO CA-FIRST-KEY
              MOVE WS-PR-KEY(WS-ROW-COUNT) TO CA-LAST-KEY
              IF WS-MSG = SPACES
                 MOVE 'PF7 BACKWARD - PF8 FORWARD - S TO VIEW A REPORT'
                   TO WS-MSG
              END-IF
           END-IF.

       A000-OPEN-REPORT-PARA.
           MOVE WS-SEL-KEY TO WS-INDX-KEY.
           EXEC CICS
                READ FILE('RPTINDX')
                     INTO(WS-INDX-REC)
                     RIDFLD(WS-INDX-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'REPORT IS NO LONGER ON THE ARCHIVE' TO WS-MSG
              PERFORM A000-REDISPLAY-LIST-PARA
           ELSE
              SET CA-VIEW-MODE TO TRUE
              MOVE WS-SEL-KEY TO CA-RPT-KEY
              MOVE RI-LINES TO CA-LINE-COUNT
              MOVE 1 TO CA-TOP-LINE
              MOVE 1 TO CA-OFFSET
              PERFORM A000-FETCH-LINES-PARA
           END-IF.

      *    PF7/PF8 MOVE A SCREEN OF LINES, PF10 SWAPS BETWEEN THE LEFT
      *    AND RIGHT HALVES OF THE PRINT LINE, PF5 GOES TO THE LIST.
       A000-VIEW-KEYS-PARA.
           EVALUATE EIBAID
           WHEN WS-AID-PF5
                SET CA-LIST-MODE TO TRUE
                PERFORM A000-REDISPLAY-LIST-PARA
           WHEN WS-AID-PF7
                IF CA-TOP-LINE > WS-PAGE-SIZE
                   SUBTRACT WS-PAGE-SIZE FROM CA-TOP-LINE
                ELSE
                   IF CA-TOP-LINE = 1
                      MOVE 'ALREADY AT THE TOP OF THE REPORT' TO WS-MSG
                   END-IF
                   MOVE 1 TO CA-TOP-LINE
                END-IF
                PERFORM A000-FETCH-LINES-PARA
           WHEN WS-AID-PF8
                IF CA-TOP-LINE + WS-PAGE-SIZE > CA-LINE-COUNT
                   MOVE 'ALREADY AT THE END OF THE REPORT' TO WS-MSG
                ELSE
                   ADD WS-PAGE-SIZE TO CA-TOP-LINE
                END-IF
                PERFORM A000-FETCH-LINES-PARA
           WHEN WS-AID-PF10
                IF CA-OFFSET = 1
                   MOVE 57 TO CA-OFFSET
                ELSE
                   MOVE 1 TO CA-OFFSET
                END-IF
                PERFORM A000-FETCH-LINES-PARA
           WHEN OTHER
                PERFORM A000-FETCH-LINES-PARA
           END-EVALUATE.

       A000-FETCH-LINES-PARA.
           MOVE LOW-VALUES TO STUDVMAPO.
           MOVE CA-PROGRAM  TO RVPGMO.
           MOVE CA-RUN-DATE TO RVDTEO.
           MOVE CA-RPT-KEY TO WS-INDX-KEY.
           EXEC CICS
                READ FILE('RPTINDX')
                     INTO(WS-INDX-REC)
                     RIDFLD(WS-INDX-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE RI-PROGRAM  TO WS-IB-PROGRAM
              MOVE RI-RUN-DATE TO WS-IB-RUN-DATE
              MOVE RI-RUN-HOUR TO WS-IB-HOUR
              MOVE RI-SEQ      TO WS-IB-SEQ
              MOVE RI-TITLE    TO WS-IB-TITLE
              MOVE RI-BUS-DATE TO WS-IB-BUS
              MOVE WS-INFO-BUILD TO RVINFO
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PAGE-SIZE
              MOVE WS-ATTR-PROT TO RVSELA(WS-SUB)
           END-PERFORM.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-LAST-LINE.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE CA-RPT-KEY  TO WS-LK-REPORT.
           MOVE CA-TOP-LINE TO WS-LK-LINE-NO.
           EXEC CICS
                STARTBR FILE('RPTLINE')
                        RIDFLD(WS-LINE-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM A000-LINE-NEXT-PARA
                 UNTIL WS-ROW-COUNT >= WS-PAGE-SIZE
                    OR WS-BROWSE-END
              EXEC CICS
                   ENDBR FILE('RPTLINE')
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-ROW-COUNT = ZERO
              IF WS-MSG = SPACES
                 MOVE 'NO PRINT LINES ON THE ARCHIVE FOR THIS REPORT'
                   TO WS-MSG
              END-IF
           ELSE
              MOVE CA-TOP-LINE   TO WS-PB-FROM
              MOVE WS-LAST-LINE  TO WS-PB-TO
              MOVE CA-LINE-COUNT TO WS-PB-COUNT
              MOVE CA-OFFSET     TO WS-PB-COL-FROM
              COMPUTE WS-PB-COL-TO = CA-OFFSET + 75
              MOVE WS-POS-BUILD  TO RVHDRO
              IF WS-MSG = SPACES
                 MOVE 'PF7/PF8 PAGE - PF10 SHIFT - PF5 BACK TO LIST'
                   TO WS-MSG
              END-IF
           END-IF.

       A000-LINE-NEXT-PARA.
           EXEC CICS
                READNEXT FILE('RPTLINE')
                         INTO(WS-LINE-REC)
                         RIDFLD(WS-LINE-KEY)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RL-REPORT-KEY NOT = CA-RPT-KEY
              SET WS-BROWSE-END TO TRUE
           ELSE
              ADD 1 TO WS-ROW-COUNT
              MOVE RL-TEXT(CA-OFFSET:76) TO RVLINO(WS-ROW-COUNT)
              MOVE RL-LINE-NO TO WS-LAST-LINE
           END-IF.

       A000-SEND-MAP-PARA.
           MOVE WS-MSG TO RVMSGO.
           EXEC CICS
                SEND MAP('STUDVMAP')
                     MAPSET('STUDVMAP')
                     FROM(STUDVMAPO)
                     ERASE
           END-EXEC.
           EXEC CICS
                RETURN TRANSID('RPTV')
                       COMMAREA(WS-COMMAREA)
           END-EXEC.

       A000-CLEAR-PARA.
           EXEC CICS
                SEND TEXT FROM('RPTVIEW TERMINATED')
                     ERASE FREEKB
           END-EXEC.
           EXEC CICS
                RETURN
           END-EXEC.
