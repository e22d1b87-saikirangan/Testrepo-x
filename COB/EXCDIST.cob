                ORGANIZATION IS SEQUENTIAL.
                SELECT EXCBNDL ASSIGN TO EXCBNDL
                ORGANIZATION IS SEQUENTIAL.
                SELECT RIEXCFIL ASSIGN TO RIEXCFIL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RIEXC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD REJFILE
       FD EXCBNDL
            RECORDING MODE IS F.
       01 BNDL-REC          PIC X(80).
      *    ENRLRI INTEGRITY FINDINGS, ALREADY CARRYING A CATEGORY CODE
      *    AND THE OWNING DEPARTMENT.
       FD RIEXCFIL
            RECORDING MODE IS F.
       01 RX-REC.
          05 RX-STUD-ID    PIC X(09).
          05 FILLER        PIC X(01).
          05 RX-CATEGORY   PIC X(08).
          05 FILLER        PIC X(01).
          05 RX-DEPT       PIC X(10).
          05 FILLER        PIC X(01).
          05 RX-REASON     PIC X(40).
          05 FILLER        PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-REJ-EOF    PIC A VALUE SPACE.
       01 WS-AUD-EOF    PIC A VALUE SPACE.
       01 WS-RX-EOF     PIC A VALUE SPACE.
       01 WS-RIEXC-FS   PIC X(02) VALUE SPACES.
           88 WS-RIEXC-OK    VALUE '00'.

       01 WS-EXC-COUNT PIC 9(05) VALUE ZERO.
       01 WS-EXC-TABLE.
               10 WS-EX-STUD-ID PIC X(09).
               10 WS-EX-REASON  PIC X(40).
               10 WS-EX-DEPT    PIC X(10).
               10 WS-EX-CATEGORY PIC X(08).
               10 WS-EX-DONE-SW PIC X(01).

       01 WS-BUS-DATE   PIC X(08).
          05 WS-BD-STUD-ID   PIC X(09).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-BD-REASON    PIC X(40).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-BD-CATEGORY  PIC X(08).
          05 FILLER          PIC X(21) VALUE SPACES.

       01 WS-BNDL-COUNT-LINE.
          05 FILLER          PIC X(17)
       01 WS-CONTROL-TOTALS.
           05 WS-CT-REJ-READ  PIC 9(07) VALUE ZERO.
           05 WS-CT-AUD-READ  PIC 9(07) VALUE ZERO.
           05 WS-CT-RX-READ   PIC 9(07) VALUE ZERO.
           05 WS-CT-BUNDLED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DEPTS     PIC 9(05) VALUE ZERO.

            END-PERFORM.
            CLOSE AUDITFILE.

            OPEN INPUT RIEXCFIL.
            IF WS-RIEXC-OK
               PERFORM UNTIL WS-RX-EOF = 'Y'
                  READ RIEXCFIL
                    AT END MOVE 'Y' TO WS-RX-EOF
                    NOT AT END
                    ADD 1 TO WS-CT-RX-READ
                    PERFORM A000-LOAD-RX-PARA
                  END-READ
               END-PERFORM
               CLOSE RIEXCFIL
            ELSE
               DISPLAY 'EXCDIST: NO RIEXCFIL - STATUS ' WS-RIEXC-FS
                       ' - NO INTEGRITY FINDINGS BUNDLED'
            END-IF.

            PERFORM A000-RESOLVE-DEPT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EXC-COUNT.
                MOVE REJ-STUD-ID TO WS-EX-STUD-ID(WS-EXC-IDX)
                MOVE REJ-REASON  TO WS-EX-REASON(WS-EXC-IDX)
                MOVE SPACES      TO WS-EX-DEPT(WS-EXC-IDX)
                MOVE 'REJECT'    TO WS-EX-CATEGORY(WS-EXC-IDX)
                MOVE 'N'         TO WS-EX-DONE-SW(WS-EXC-IDX)
             ELSE
                PERFORM A000-OVERFLOW-PARA
             END-IF.

       A000-LOAD-RX-PARA.
             IF WS-EXC-COUNT < 10000
                ADD 1 TO WS-EXC-COUNT
                SET WS-EXC-IDX TO WS-EXC-COUNT
                MOVE RX-STUD-ID  TO WS-EX-STUD-ID(WS-EXC-IDX)
                MOVE RX-REASON   TO WS-EX-REASON(WS-EXC-IDX)
                MOVE RX-DEPT     TO WS-EX-DEPT(WS-EXC-IDX)
                MOVE RX-CATEGORY TO WS-EX-CATEGORY(WS-EXC-IDX)
                MOVE 'N'         TO WS-EX-DONE-SW(WS-EXC-IDX)
             ELSE
                PERFORM A000-OVERFLOW-PARA
                   MOVE 'NOT FOUND ON STUD_STUDENT'
                     TO WS-EX-REASON(WS-EXC-IDX)
                   MOVE SPACES TO WS-EX-DEPT(WS-EXC-IDX)
                   MOVE 'NOTFOUND' TO WS-EX-CATEGORY(WS-EXC-IDX)
                   MOVE 'N'    TO WS-EX-DONE-SW(WS-EXC-IDX)
                ELSE
                   PERFORM A000-OVERFLOW-PARA
                MOVE 8 TO RETURN-CODE
             END-IF.

      *    FINDINGS THAT ALREADY NAME THEIR DEPARTMENT KEEP IT; THE
      *    REST ARE ROUTED TO THE STUDENT'S DEPARTMENT.
       A000-RESOLVE-DEPT-PARA.
             SET WS-EXC-IDX TO WS-SUB.
             IF WS-EX-DEPT(WS-EXC-IDX) = SPACES
                PERFORM A000-STUDENT-DEPT-PARA
             END-IF.

       A000-STUDENT-DEPT-PARA.
             MOVE 'UNKNOWN' TO WS-EX-DEPT(WS-EXC-IDX).
             IF WS-EX-STUD-ID(WS-EXC-IDX) IS NUMERIC
                COMPUTE WS-STUD-ID =
                AND WS-EX-DEPT(WS-EXC-IDX) = WS-CURR-DEPT
                MOVE WS-EX-STUD-ID(WS-EXC-IDX) TO WS-BD-STUD-ID
                MOVE WS-EX-REASON(WS-EXC-IDX)  TO WS-BD-REASON
                MOVE WS-EX-CATEGORY(WS-EXC-IDX) TO WS-BD-CATEGORY
                MOVE WS-BNDL-DETAIL TO BNDL-REC
                WRITE BNDL-REC
                MOVE 'Y' TO WS-EX-DONE-SW(WS-EXC-IDX)
             DISPLAY 'EXCDIST RUN CONTROL TOTALS'.
             DISPLAY 'REJFILE RECORDS READ ........ ' WS-CT-REJ-READ.
             DISPLAY 'AUDITFILE RECORDS READ ...... ' WS-CT-AUD-READ.
             DISPLAY 'RIEXCFIL RECORDS READ ....... ' WS-CT-RX-READ.
             DISPLAY 'EXCEPTIONS BUNDLED .......... ' WS-CT-BUNDLED.
             DISPLAY 'DEPARTMENT BUNDLES WRITTEN .. ' WS-CT-DEPTS.
             DISPLAY '-------------------------------------------'.
