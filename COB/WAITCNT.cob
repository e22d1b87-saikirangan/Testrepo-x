       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITCNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT WAITFILE ASSIGN TO WAITFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WAIT-FS.
                SELECT WAITCNT ASSIGN TO WAITCNT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WC-KEY
                FILE STATUS IS WS-WCNT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD WAITFILE
            RECORDING MODE IS F.
       01 WAIT-REC.
          05 WT-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 WT-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 WT-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 WT-BUS-DATE     PIC X(08).
          05 FILLER          PIC X(01).
          05 WT-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 WT-SECTION      PIC X(03).
          05 FILLER          PIC X(01).
          05 WT-BASIS        PIC X(01).
          05 FILLER          PIC X(13).
       FD WAITCNT.
       01 WCNT-REC.
          05 WC-KEY.
             10 WC-COURSE    PIC X(08).
             10 WC-TERM      PIC X(06).
          05 WC-COUNT        PIC 9(05).
          05 WC-BUS-DATE     PIC X(08).
          05 FILLER          PIC X(53).
       WORKING-STORAGE SECTION.
       01 WS-WAIT-FS          PIC X(02) VALUE SPACES.
           88 WS-WAIT-OK          VALUE '00'.
       01 WS-WCNT-FS          PIC X(02) VALUE SPACES.
           88 WS-WCNT-OK          VALUE '00'.
       01 WS-EOF              PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE         PIC X(08) VALUE SPACES.

       01 WS-PREV-KEY.
          05 WS-PREV-COURSE   PIC X(08) VALUE SPACES.
          05 WS-PREV-TERM     PIC X(06) VALUE SPACES.
       01 WS-GROUP-COUNT      PIC 9(05) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
          05 WS-CT-READ       PIC 9(07) VALUE ZERO.
          05 WS-CT-WRITTEN    PIC 9(07) VALUE ZERO.
          05 WS-CT-FAILED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN INPUT WAITFILE.
            IF NOT WS-WAIT-OK
               DISPLAY 'WAITCNT: WAITFILE NOT AVAILABLE - STATUS '
                       WS-WAIT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT WAITCNT.
            IF NOT WS-WCNT-OK
               DISPLAY 'WAITCNT: WAITCNT NOT AVAILABLE - STATUS '
                       WS-WCNT-FS
               MOVE 16 TO RETURN-CODE
               CLOSE WAITFILE
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ WAITFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-WAIT-REC-PARA
               END-READ

            END-PERFORM.

            IF WS-GROUP-COUNT > ZERO
               PERFORM A000-WRITE-COUNT-PARA
            END-IF.

            CLOSE WAITFILE.
            CLOSE WAITCNT.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    WAITFILE ARRIVES SORTED BY COURSE AND TERM. ONE WAITCNT
      *    RECORD IS WRITTEN FOR EACH COURSE/TERM ON THE WAITLIST.
       A000-WAIT-REC-PARA.
             IF WS-GROUP-COUNT > ZERO
                AND (WT-COURSE NOT = WS-PREV-COURSE
                     OR WT-TERM NOT = WS-PREV-TERM)
                PERFORM A000-WRITE-COUNT-PARA
             END-IF.
             MOVE WT-COURSE TO WS-PREV-COURSE.
             MOVE WT-TERM   TO WS-PREV-TERM.
             ADD 1 TO WS-GROUP-COUNT.

       A000-WRITE-COUNT-PARA.
             MOVE SPACES         TO WCNT-REC.
             MOVE WS-PREV-COURSE TO WC-COURSE.
             MOVE WS-PREV-TERM   TO WC-TERM.
             MOVE WS-GROUP-COUNT TO WC-COUNT.
             MOVE WS-BUS-DATE    TO WC-BUS-DATE.
             WRITE WCNT-REC
                 INVALID KEY
                    DISPLAY 'WAITCNT: WRITE FAILED FOR ' WC-COURSE
                            ' ' WC-TERM ' - STATUS ' WS-WCNT-FS
                    ADD 1 TO WS-CT-FAILED
                 NOT INVALID KEY
                    ADD 1 TO WS-CT-WRITTEN
             END-WRITE.
             MOVE ZERO TO WS-GROUP-COUNT.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'WAITCNT RUN CONTROL TOTALS'.
             DISPLAY 'WAITLIST ENTRIES READ ....... ' WS-CT-READ.
             DISPLAY 'COURSE COUNTS WRITTEN ....... ' WS-CT-WRITTEN.
             DISPLAY 'COURSE COUNTS FAILED ........ ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
