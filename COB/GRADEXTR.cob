       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PENDGRAD ASSIGN TO PENDGRAD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PG-KEY
                FILE STATUS IS WS-PEND-FS.
                SELECT PENDFEED ASSIGN TO PENDFEED
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PENDGRAD.
       01 PEND-REC.
          05 PG-KEY.
             10 PG-COURSE    PIC X(08).
             10 PG-TERM      PIC X(06).
             10 PG-STUD-ID   PIC 9(09).
          05 PG-GRADE        PIC X(02).
          05 PG-BASIS        PIC X(01).
          05 PG-STATUS       PIC X(01).
          05 PG-USER-ID      PIC X(08).
          05 PG-DATE         PIC X(08).
          05 FILLER          PIC X(37).
       FD PENDFEED
            RECORDING MODE IS F.
       01 PFEED-REC.
          05 PF-STUD-ID      PIC 9(09).
          05 FILLER          PIC X(01).
          05 PF-COURSE       PIC X(08).
          05 FILLER          PIC X(01).
          05 PF-TERM         PIC X(06).
          05 FILLER          PIC X(01).
          05 PF-GRADE        PIC X(02).
          05 FILLER          PIC X(52).
       WORKING-STORAGE SECTION.
       01 WS-PEND-FS          PIC X(02) VALUE SPACES.
           88 WS-PEND-OK          VALUE '00'.
       01 WS-EOF              PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE         PIC X(08) VALUE SPACES.

      *    SWITCH IS ON WHILE READING THE DETAIL RECORDS OF A ROSTER
      *    THE REGISTRAR HAS SUBMITTED.
       01 WS-ROSTER-SW        PIC X(01) VALUE 'N'.
           88 WS-ROSTER-SUBMITTED VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
          05 WS-CT-READ       PIC 9(07) VALUE ZERO.
          05 WS-CT-ROSTERS    PIC 9(07) VALUE ZERO.
          05 WS-CT-OPEN       PIC 9(07) VALUE ZERO.
          05 WS-CT-GRADES     PIC 9(07) VALUE ZERO.
          05 WS-CT-FAILED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN I-O PENDGRAD.
            IF NOT WS-PEND-OK
               DISPLAY 'GRADEXTR: PENDGRAD NOT AVAILABLE - STATUS '
                       WS-PEND-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT PENDFEED.

            MOVE LOW-VALUES TO PG-KEY.
            START PENDGRAD KEY IS GREATER THAN PG-KEY
                INVALID KEY MOVE 'Y' TO WS-EOF
            END-START.

            PERFORM UNTIL WS-EOF = 'Y'

               READ PENDGRAD NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-PEND-REC-PARA
               END-READ

            END-PERFORM.

            CLOSE PENDFEED.
            CLOSE PENDGRAD.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    THE ROSTER HEADER (STUDENT ID ZERO) SORTS AHEAD OF ITS
      *    STUDENTS. A SUBMITTED ROSTER IS MARKED POSTED AND ITS GRADES
      *    ARE WRITTEN IN GRADFEED LAYOUT. OPEN ROSTERS ARE LEFT FOR
      *    THE INSTRUCTOR; POSTED ROSTERS HAVE ALREADY GONE.
       A000-PEND-REC-PARA.
             IF PG-STUD-ID = ZERO
                MOVE 'N' TO WS-ROSTER-SW
                EVALUATE PG-STATUS
                WHEN 'S'
                     PERFORM A000-POST-ROSTER-PARA
                WHEN 'O'
                     ADD 1 TO WS-CT-OPEN
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
             ELSE
                IF WS-ROSTER-SUBMITTED
                   AND PG-GRADE NOT = SPACES
                   MOVE SPACES     TO PFEED-REC
                   MOVE PG-STUD-ID TO PF-STUD-ID
                   MOVE PG-COURSE  TO PF-COURSE
                   MOVE PG-TERM    TO PF-TERM
                   MOVE PG-GRADE   TO PF-GRADE
                   WRITE PFEED-REC
                   ADD 1 TO WS-CT-GRADES
                END-IF
             END-IF.

       A000-POST-ROSTER-PARA.
             MOVE 'P' TO PG-STATUS.
             MOVE WS-BUS-DATE TO PG-DATE.
             REWRITE PEND-REC
                 INVALID KEY
                    DISPLAY 'GRADEXTR: ROSTER ' PG-COURSE ' ' PG-TERM
                            ' NOT MARKED POSTED - STATUS ' WS-PEND-FS
                    ADD 1 TO WS-CT-FAILED
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-ROSTER-SW
                    ADD 1 TO WS-CT-ROSTERS
             END-REWRITE.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'GRADEXTR RUN CONTROL TOTALS'.
             DISPLAY 'PENDING RECORDS READ ........ ' WS-CT-READ.
             DISPLAY 'ROSTERS EXTRACTED ........... ' WS-CT-ROSTERS.
             DISPLAY 'GRADES EXTRACTED ............ ' WS-CT-GRADES.
             DISPLAY 'ROSTERS STILL OPEN .......... ' WS-CT-OPEN.
             DISPLAY 'ROSTERS FAILED .............. ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
