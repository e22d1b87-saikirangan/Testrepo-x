       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT TRANFP ASSIGN TO TRANFP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FP-KEY
                FILE STATUS IS WS-FP-FS.
                SELECT DUPPARM ASSIGN TO DUPPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER DISTINCT TRANSACTION APPLIED - THE WHOLE
      *    TRANSACTION IMAGE IS THE KEY, SO A RESUBMISSION WITH EVERY
      *    FIELD THE SAME FINDS THE EARLIER ONE.
       FD TRANFP
            RECORDING MODE IS F.
       01 TRANFP-REC.
          05 FP-KEY.
             10 FP-FILE-NAME  PIC X(08).
             10 FP-TRAN       PIC X(80).
          05 FP-APPLIED-DATE  PIC X(08).
          05 FP-APPLY-COUNT   PIC 9(05).
          05 FILLER           PIC X(19).
      *    NUMBER OF DAYS A FINGERPRINT IS KEPT (COLS 1-3).
       FD DUPPARM
            RECORDING MODE IS F.
       01 DUPPARM-REC.
          05 DP-WINDOW-DAYS   PIC 9(03).
          05 FILLER           PIC X(77).
       WORKING-STORAGE SECTION.
       01 WS-FP-FS            PIC X(02) VALUE SPACES.
           88 WS-FP-OK            VALUE '00'.
           88 WS-FP-NEW           VALUE '35'.
       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-FP-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-FP-OPEN          VALUE 'Y'.
       01 WS-FP-TRIED-SW      PIC X(01) VALUE 'N'.
           88 WS-FP-TRIED         VALUE 'Y'.
       01 WS-FP-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-FP-EOF           VALUE 'Y'.

       01 WS-BUS-DATE         PIC X(08).
       01 WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE PIC 9(08).
       01 WS-WINDOW-DAYS      PIC 9(03) VALUE 7.
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-CUTOFF-NUM       PIC 9(08).

       LINKAGE SECTION.
       01 LD-TRAN-DUP.
           05 LD-FUNC         PIC X(01).
           05 LD-FILE         PIC X(08).
           05 LD-REC          PIC X(80).
           05 LD-RESTART      PIC X(01).
           05 LD-PRIOR-DATE   PIC X(08).
           05 LD-PURGED       PIC 9(07).
           05 LD-FLAG         PIC X(01).
       PROCEDURE DIVISION USING LD-TRAN-DUP.
       MAIN-ROUTINE.
            MOVE 'N' TO LD-FLAG.
            EVALUATE LD-FUNC
            WHEN 'K'
                 PERFORM A000-CHECK-PARA
            WHEN 'P'
                 PERFORM A000-POST-PARA
            WHEN 'X'
                 PERFORM A000-PURGE-PARA
            WHEN 'C'
                 IF WS-FP-OPEN
                    CLOSE TRANFP
                    MOVE 'N' TO WS-FP-OPEN-SW
                 END-IF
                 MOVE 'N' TO WS-FP-TRIED-SW
                 MOVE 'Y' TO LD-FLAG
            WHEN OTHER
                 DISPLAY 'TRANDUP: INVALID FUNCTION ' LD-FUNC
            END-EVALUATE.
            GOBACK.

      *    A TRANSACTION APPLIED INSIDE THE WINDOW IS A PROBABLE
      *    REPLAY. ONE APPLIED EARLIER IN A RUN BEING RESTARTED TODAY
      *    IS NOT.
       A000-CHECK-PARA.
            MOVE SPACES TO LD-PRIOR-DATE.
            PERFORM A000-OPEN-PARA.
            IF WS-FP-OPEN
               MOVE LD-FILE TO FP-FILE-NAME
               MOVE LD-REC  TO FP-TRAN
               MOVE 'Y' TO LD-FLAG
               READ TRANFP
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF FP-APPLIED-DATE >= WS-CUTOFF-DATE
                         IF LD-RESTART = 'Y'
                            AND FP-APPLIED-DATE = WS-BUS-DATE
                            CONTINUE
                         ELSE
                            MOVE FP-APPLIED-DATE TO LD-PRIOR-DATE
                            MOVE 'D' TO LD-FLAG
                         END-IF
                      END-IF
               END-READ
            END-IF.

       A000-POST-PARA.
            PERFORM A000-OPEN-PARA.
            IF WS-FP-OPEN
               MOVE LD-FILE TO FP-FILE-NAME
               MOVE LD-REC  TO FP-TRAN
               READ TRANFP
                   INVALID KEY
                      MOVE LD-FILE     TO FP-FILE-NAME
                      MOVE LD-REC      TO FP-TRAN
                      MOVE WS-BUS-DATE TO FP-APPLIED-DATE
                      MOVE 1           TO FP-APPLY-COUNT
                      WRITE TRANFP-REC
                          INVALID KEY
                             DISPLAY 'TRANDUP: TRANFP WRITE FAILED - '
                                     'STATUS ' WS-FP-FS
                          NOT INVALID KEY
                             MOVE 'Y' TO LD-FLAG
                      END-WRITE
                   NOT INVALID KEY
                      MOVE WS-BUS-DATE TO FP-APPLIED-DATE
                      IF FP-APPLY-COUNT < 99999
                         ADD 1 TO FP-APPLY-COUNT
                      END-IF
                      REWRITE TRANFP-REC
                          INVALID KEY
                             DISPLAY 'TRANDUP: TRANFP REWRITE FAILED - '
                                     'STATUS ' WS-FP-FS
                          NOT INVALID KEY
                             MOVE 'Y' TO LD-FLAG
                      END-REWRITE
               END-READ
            END-IF.

      *    KEEPS THE FILE ROLLING - FINGERPRINTS OLDER THAN THE WINDOW
      *    CAN NO LONGER STOP A TRANSACTION, SO THEY ARE REMOVED.
       A000-PURGE-PARA.
            MOVE ZERO TO LD-PURGED.
            PERFORM A000-OPEN-PARA.
            IF WS-FP-OPEN
               MOVE 'Y' TO LD-FLAG
               MOVE LOW-VALUES TO FP-KEY
               MOVE 'N' TO WS-FP-EOF-SW
               START TRANFP KEY IS GREATER THAN FP-KEY
                   INVALID KEY
                      SET WS-FP-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FP-EOF
                  READ TRANFP NEXT RECORD
                      AT END
                         SET WS-FP-EOF TO TRUE
                      NOT AT END
                         IF FP-APPLIED-DATE < WS-CUTOFF-DATE
                            DELETE TRANFP RECORD
                            ADD 1 TO LD-PURGED
                         END-IF
                  END-READ
               END-PERFORM
            END-IF.

       A000-OPEN-PARA.
            IF NOT WS-FP-OPEN AND NOT WS-FP-TRIED
               SET WS-FP-TRIED TO TRUE
               CALL 'BUSDATEG' USING WS-BUS-DATE
               PERFORM A000-WINDOW-PARA
               OPEN I-O TRANFP
               IF WS-FP-NEW
                  OPEN OUTPUT TRANFP
                  CLOSE TRANFP
                  OPEN I-O TRANFP
               END-IF
               IF WS-FP-OK
                  MOVE 'Y' TO WS-FP-OPEN-SW
               ELSE
                  DISPLAY 'TRANDUP: TRANFP NOT AVAILABLE - STATUS '
                          WS-FP-FS ' - REPLAY CHECK NOT MADE'
               END-IF
            END-IF.

       A000-WINDOW-PARA.
            OPEN INPUT DUPPARM.
            IF WS-PARM-OK
               READ DUPPARM
                   NOT AT END
                      IF DP-WINDOW-DAYS IS NUMERIC
                         AND DP-WINDOW-DAYS > ZERO
                         MOVE DP-WINDOW-DAYS TO WS-WINDOW-DAYS
                      END-IF
               END-READ
               CLOSE DUPPARM
            END-IF.
            COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM)
                     - WS-WINDOW-DAYS + 1).
            MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
            DISPLAY 'TRANDUP: REPLAY WINDOW ' WS-WINDOW-DAYS
                    ' DAYS - FINGERPRINTS FROM ' WS-CUTOFF-DATE.
