                SELECT MNTLOG ASSIGN TO MNTLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-MNTLOG-FS.
                SELECT OPERLOG ASSIGN TO OPERLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OPERLOG-FS.
                SELECT APPRFILE ASSIGN TO APPRFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-APPR-FS.
          05 FILLER         PIC X(01).
          05 MNT-OPER-ID    PIC X(08).
          05 FILLER         PIC X(02).
          05 MNT-CHAIN.
             10 FILLER      PIC X(01).
             10 MNT-SEQ-NO  PIC 9(09).
             10 FILLER      PIC X(01).
             10 MNT-CHAIN-HASH PIC X(64).
      *    OPERLOG AS WRITTEN BY THE ONLINE TRANSACTIONS (OPERLOGC) -
      *    BATCH RECORDS HAVE NO OPERATOR AND ARE SKIPPED.
       FD OPERLOG
            RECORDING MODE IS F.
       01 OPERLOG-REC.
          05 OL-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 OL-PROGRAM      PIC X(08).
          05 FILLER          PIC X(01).
          05 OL-SEVERITY     PIC X(04).
          05 FILLER          PIC X(01).
          05 OL-TEXT         PIC X(60).
          05 OL-OPER-ID      PIC X(08).
          05 OL-FUNC-CODE    PIC X(03).
          05 OL-DATE         PIC X(08).
       FD APPRFILE
            RECORDING MODE IS F.
       01 APPR-REC.
           88 WS-ENTL-EOF         VALUE 'Y'.
       01 WS-MNTLOG-FS        PIC X(02) VALUE SPACES.
           88 WS-MNTLOG-OK        VALUE '00'.
       01 WS-OPERLOG-FS       PIC X(02) VALUE SPACES.
           88 WS-OPERLOG-OK       VALUE '00'.
       01 WS-APPR-FS          PIC X(02) VALUE SPACES.
           88 WS-APPR-OK          VALUE '00'.

                  15 WS-US-BUS-DATE PIC X(08).
               10 WS-US-TRANS    PIC 9(07).

      *    ONLINE ACTIVITY FROM OPERLOG, BY OPERATOR AND FUNCTION.
       01 WS-ONL-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ONL-TABLE.
           05 WS-ONL-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-ONL-COUNT
                 INDEXED BY WS-ONL-IDX.
               10 WS-OU-KEY.
                  15 WS-OU-OPER-ID  PIC X(08).
                  15 WS-OU-FUNC     PIC X(03).
               10 WS-OU-UPDATES  PIC 9(07).
               10 WS-OU-DENIED   PIC 9(07).

       01 WS-ONL-KEY.
           05 WS-OK-OPER-ID   PIC X(08).
           05 WS-OK-FUNC      PIC X(03).

       01 WS-ENTL-ONL-UPD     PIC 9(07) VALUE ZERO.
       01 WS-ENTL-ONL-DEN     PIC 9(07) VALUE ZERO.

       01 WS-BATCH-SW         PIC X(01) VALUE 'N'.
           88 WS-BATCH-USED       VALUE 'Y'.
       01 WS-USED-SW          PIC X(01) VALUE 'N'.
           88 WS-ENTL-USED        VALUE 'Y'.

           05 WS-EL-FUNC      PIC X(03).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-EL-USED      PIC X(30).
           05 FILLER          PIC X(09) VALUE '  ONLINE '.
           05 WS-EL-ONL-UPD   PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE '  DENIED '.
           05 WS-EL-ONL-DEN   PIC ZZZZZZ9.
           05 FILLER          PIC X(39) VALUE SPACES.

       01 WS-ONL-LINE.
           05 FILLER          PIC X(10) VALUE 'ONLINE    '.
           05 WS-OL-OPER-ID   PIC X(08).
           05 FILLER          PIC X(07) VALUE '  FUNC '.
           05 WS-OL-FUNC      PIC X(03).
           05 FILLER          PIC X(10) VALUE '  UPDATES '.
           05 WS-OL-UPDATES   PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE '  DENIED '.
           05 WS-OL-DENIED    PIC ZZZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-OL-FLAG      PIC X(40).
           05 FILLER          PIC X(28) VALUE SPACES.

       01 WS-APPR-LINE.
           05 FILLER          PIC X(10) VALUE 'APPROVER  '.
           05 WS-CT-UNUSED    PIC 9(07) VALUE ZERO.
           05 WS-CT-APPROVALS PIC 9(07) VALUE ZERO.
           05 WS-CT-SELF-APPR PIC 9(07) VALUE ZERO.
           05 WS-CT-ONL-UPD   PIC 9(07) VALUE ZERO.
           05 WS-CT-ONL-DENY  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN OUTPUT RPTFILE.

            PERFORM A000-LOAD-USAGE-PARA.
            PERFORM A000-LOAD-ONLINE-PARA.
            PERFORM A000-REVIEW-ENTL-PARA.
            PERFORM A000-REVIEW-ONLINE-PARA.
            PERFORM A000-REVIEW-APPR-PARA.

            CLOSE RPTFILE.
                     ADD 1 TO WS-US-TRANS(WS-USE-IDX)
             END-SEARCH.

      *    ONLINE UPDATES (INFO) AND REFUSED ATTEMPTS (WARN) LOGGED BY
      *    THE CICS TRANSACTIONS, TALLIED BY OPERATOR AND FUNCTION.
       A000-LOAD-ONLINE-PARA.
             OPEN INPUT OPERLOG.
             IF NOT WS-OPERLOG-OK
                DISPLAY 'ENTLREVW: OPERLOG NOT AVAILABLE - NO '
                        'ONLINE USAGE EVIDENCE'
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERLOG
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          IF OL-OPER-ID NOT = SPACES
                             AND OL-OPER-ID NOT = LOW-VALUES
                             PERFORM A000-ONL-TALLY-PARA
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE OPERLOG
             END-IF.

       A000-ONL-TALLY-PARA.
             MOVE OL-OPER-ID   TO WS-OK-OPER-ID.
             MOVE OL-FUNC-CODE TO WS-OK-FUNC.
             SET WS-ONL-IDX TO 1.
             SEARCH WS-ONL-ENTRY
                AT END
                     IF WS-ONL-COUNT < 200
                        ADD 1 TO WS-ONL-COUNT
                        SET WS-ONL-IDX TO WS-ONL-COUNT
                        MOVE WS-ONL-KEY TO WS-OU-KEY(WS-ONL-IDX)
                        MOVE ZERO TO WS-OU-UPDATES(WS-ONL-IDX)
                        MOVE ZERO TO WS-OU-DENIED(WS-ONL-IDX)
                        PERFORM A000-ONL-COUNT-PARA
                     END-IF
                WHEN WS-OU-KEY(WS-ONL-IDX) = WS-ONL-KEY
                     PERFORM A000-ONL-COUNT-PARA
             END-SEARCH.

       A000-ONL-COUNT-PARA.
             IF OL-SEVERITY = 'WARN'
                ADD 1 TO WS-OU-DENIED(WS-ONL-IDX)
                ADD 1 TO WS-CT-ONL-DENY
             ELSE
                ADD 1 TO WS-OU-UPDATES(WS-ONL-IDX)
                ADD 1 TO WS-CT-ONL-UPD
             END-IF.

       A000-REVIEW-ENTL-PARA.
             OPEN INPUT ENTLFILE.
             IF NOT WS-ENTL-OK
             CLOSE ENTLFILE.

       A000-ENTL-LINE-PARA.
             MOVE 'N' TO WS-BATCH-SW.
             PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                     UNTIL WS-USE-IDX > WS-USE-COUNT
                     OR WS-BATCH-USED
                IF WS-US-OPER-ID(WS-USE-IDX) = ENT-OPER-ID
                   SET WS-BATCH-USED TO TRUE
                END-IF
             END-PERFORM.
             MOVE ZERO TO WS-ENTL-ONL-UPD.
             MOVE ZERO TO WS-ENTL-ONL-DEN.
             MOVE ENT-OPER-ID   TO WS-OK-OPER-ID.
             MOVE ENT-FUNC-CODE TO WS-OK-FUNC.
             SET WS-ONL-IDX TO 1.
             SEARCH WS-ONL-ENTRY
                AT END
                     CONTINUE
                WHEN WS-OU-KEY(WS-ONL-IDX) = WS-ONL-KEY
                     MOVE WS-OU-UPDATES(WS-ONL-IDX) TO WS-ENTL-ONL-UPD
                     MOVE WS-OU-DENIED(WS-ONL-IDX)  TO WS-ENTL-ONL-DEN
             END-SEARCH.
             MOVE WS-ENTL-ONL-UPD TO WS-EL-ONL-UPD.
             MOVE WS-ENTL-ONL-DEN TO WS-EL-ONL-DEN.
             MOVE ENT-OPER-ID   TO WS-EL-OPER-ID.
             MOVE ENT-FUNC-CODE TO WS-EL-FUNC.
             EVALUATE TRUE
             WHEN WS-BATCH-USED AND WS-ENTL-ONL-UPD > ZERO
                MOVE 'USED - MNTLOG AND ONLINE' TO WS-EL-USED
             WHEN WS-BATCH-USED
                MOVE 'USED - ACTIVITY ON MNTLOG' TO WS-EL-USED
             WHEN WS-ENTL-ONL-UPD > ZERO
                MOVE 'USED - ONLINE ACTIVITY' TO WS-EL-USED
             WHEN OTHER
                ADD 1 TO WS-CT-UNUSED
                MOVE 'UNUSED - NO LOGGED ACTIVITY' TO WS-EL-USED
             END-EVALUATE.
             MOVE WS-ENTL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

      *    ONLINE ACTIVITY BY OPERATOR AND FUNCTION. REFUSED ATTEMPTS
      *    ARE FLAGGED - THE OPERATOR TRIED TO UPDATE WITHOUT AN
      *    ENTLFILE ENTRY FOR THE FUNCTION.
       A000-REVIEW-ONLINE-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
             PERFORM VARYING WS-ONL-IDX FROM 1 BY 1
                     UNTIL WS-ONL-IDX > WS-ONL-COUNT
                MOVE WS-OU-OPER-ID(WS-ONL-IDX) TO WS-OL-OPER-ID
                MOVE WS-OU-FUNC(WS-ONL-IDX)    TO WS-OL-FUNC
                MOVE WS-OU-UPDATES(WS-ONL-IDX) TO WS-OL-UPDATES
                MOVE WS-OU-DENIED(WS-ONL-IDX)  TO WS-OL-DENIED
                IF WS-OU-DENIED(WS-ONL-IDX) > ZERO
                   MOVE 'ACCESS DENIED - ATTEMPTED WITHOUT ENTL'
                     TO WS-OL-FLAG
                ELSE
                   MOVE SPACES TO WS-OL-FLAG
                END-IF
                MOVE WS-ONL-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-PERFORM.

       A000-REVIEW-APPR-PARA.
             MOVE SPACES TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.
                     WS-CT-APPROVALS.
             DISPLAY 'SELF-APPROVALS FLAGGED ...... '
                     WS-CT-SELF-APPR.
             DISPLAY 'ONLINE UPDATES LOGGED ....... ' WS-CT-ONL-UPD.
             DISPLAY 'ONLINE ACCESS DENIALS ....... ' WS-CT-ONL-DENY.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-SELF-APPR > ZERO OR WS-CT-ONL-DENY > ZERO
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
