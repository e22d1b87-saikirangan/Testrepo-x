       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT DUPRLSE ASSIGN TO DUPRLSE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLSE-FS.
                SELECT ERELQ ASSIGN TO ERELQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EQ-FS.
                SELECT TRELQ ASSIGN TO TRELQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TQ-FS.
       DATA DIVISION.
       FILE SECTION.
      *    DUPREVW AS REVIEWED BY OPERATIONS - DR-ACTION R AND THE
      *    REVIEWER IN DR-OPER MARK A TRUE REPEAT TO BE APPLIED.
       FD DUPRLSE
            RECORDING MODE IS F.
       01 DUPREVW-REC.
          05 DR-FILE         PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-PRIOR-DATE   PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-HELD-DATE    PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-ACTION       PIC X(01).
          05 FILLER          PIC X(01).
          05 DR-OPER         PIC X(08).
          05 FILLER          PIC X(01).
          05 DR-TRAN         PIC X(80).
          05 FILLER          PIC X(02).
      *    RELEASE QUEUES READ AS DUPRLSQ BY ENRLMNT AND STUDMNT.
       FD ERELQ
            RECORDING MODE IS F.
       01 ERELQ-REC          PIC X(80).
       FD TRELQ
            RECORDING MODE IS F.
       01 TRELQ-REC          PIC X(80).
       WORKING-STORAGE SECTION.
           COPY CPYTDUP.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-RLSE-FS          PIC X(02) VALUE SPACES.
           88 WS-RLSE-OK          VALUE '00'.
       01 WS-EQ-FS            PIC X(02) VALUE SPACES.
           88 WS-EQ-OK            VALUE '00'.
       01 WS-TQ-FS            PIC X(02) VALUE SPACES.
           88 WS-TQ-OK            VALUE '00'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ENRL-RLSE PIC 9(07) VALUE ZERO.
           05 WS-CT-STUD-RLSE PIC 9(07) VALUE ZERO.
           05 WS-CT-HELD      PIC 9(07) VALUE ZERO.
           05 WS-CT-REJECTED  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN INPUT DUPRLSE.
            IF NOT WS-RLSE-OK
               DISPLAY 'DUPREL: DUPRLSE NOT AVAILABLE - NO HELD '
                       'TRANSACTIONS RELEASED'
               MOVE 'Y' TO WS-EOF
            ELSE
               PERFORM A000-OPEN-QUEUES-PARA
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ DUPRLSE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-REVIEW-PARA
               END-READ

            END-PERFORM.

            IF WS-RLSE-OK
               CLOSE DUPRLSE
               CLOSE ERELQ
               CLOSE TRELQ
            END-IF.

            PERFORM A000-PURGE-PARA.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    THE RELEASE QUEUES ARE ADDED TO, NOT REPLACED, SO A SECOND
      *    REVIEW BEFORE THE NEXT MAINTENANCE RUN LOSES NOTHING.
       A000-OPEN-QUEUES-PARA.
             OPEN EXTEND ERELQ.
             IF NOT WS-EQ-OK
                OPEN OUTPUT ERELQ
             END-IF.
             OPEN EXTEND TRELQ.
             IF NOT WS-TQ-OK
                OPEN OUTPUT TRELQ
             END-IF.

      *    A RELEASE MUST NAME THE REVIEWER. ANYTHING NOT RELEASED
      *    STAYS OUT - IT IS NOT RESUBMITTED.
       A000-REVIEW-PARA.
             EVALUATE TRUE
             WHEN DR-ACTION NOT = 'R'
                  ADD 1 TO WS-CT-HELD
             WHEN DR-OPER = SPACES
                  DISPLAY 'DUPREL: RELEASE WITHOUT REVIEWER REFUSED - '
                          DR-FILE ' ' DR-TRAN(1:40)
                  ADD 1 TO WS-CT-REJECTED
             WHEN DR-FILE = 'ETRANFIL'
                  MOVE DR-TRAN TO ERELQ-REC
                  WRITE ERELQ-REC
                  ADD 1 TO WS-CT-ENRL-RLSE
                  PERFORM A000-AUDIT-PARA
             WHEN DR-FILE = 'TRANFILE'
                  MOVE DR-TRAN TO TRELQ-REC
                  WRITE TRELQ-REC
                  ADD 1 TO WS-CT-STUD-RLSE
                  PERFORM A000-AUDIT-PARA
             WHEN OTHER
                  DISPLAY 'DUPREL: UNKNOWN SOURCE FILE ' DR-FILE
                          ' - NOT RELEASED'
                  ADD 1 TO WS-CT-REJECTED
             END-EVALUATE.

       A000-AUDIT-PARA.
             DISPLAY 'DUPREL: RELEASED BY ' DR-OPER ' HELD '
                     DR-HELD-DATE ' FIRST APPLIED ' DR-PRIOR-DATE
                     ' ' DR-FILE ' ' DR-TRAN(1:40).

      *    FINGERPRINTS OLDER THAN THE DUPPARM WINDOW ARE DROPPED SO
      *    TRANFP ONLY EVER HOLDS THE ROLLING WINDOW.
       A000-PURGE-PARA.
             MOVE 'X' TO TDP-FUNC.
             CALL 'TRANDUP' USING WS-TRAN-DUP.
             IF TDP-FLAG = 'Y'
                DISPLAY 'DUPREL: ' TDP-PURGED
                        ' EXPIRED FINGERPRINTS PURGED FROM TRANFP'
             ELSE
                DISPLAY 'DUPREL: TRANFP NOT AVAILABLE - NOT PURGED'
             END-IF.
             MOVE 'C' TO TDP-FUNC.
             CALL 'TRANDUP' USING WS-TRAN-DUP.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'DUPREL RUN CONTROL TOTALS'.
             DISPLAY 'HELD TRANSACTIONS REVIEWED .. ' WS-CT-READ.
             DISPLAY 'RELEASED TO ENRLMNT ......... ' WS-CT-ENRL-RLSE.
             DISPLAY 'RELEASED TO STUDMNT ......... ' WS-CT-STUD-RLSE.
             DISPLAY 'NOT RELEASED ................ ' WS-CT-HELD.
             DISPLAY 'RELEASES REFUSED ............ ' WS-CT-REJECTED.
             DISPLAY 'FINGERPRINTS PURGED ......... ' TDP-PURGED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-REJECTED > ZERO
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
