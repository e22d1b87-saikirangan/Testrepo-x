       WORKING-STORAGE SECTION.
       01 WS-STUD-ID1      PIC 9(09).

       01 WS-COMMAREA.
          05 CA-STUD-ID       PIC 9(09) VALUE ZERO.
          05 CA-ENTRY-SW      PIC X(01) VALUE SPACE.
             88 CA-PIN-VERIFIED   VALUE 'V'.
             88 CA-FROM-SSI       VALUE 'S'.
          05 CA-TERM          PIC X(06) VALUE SPACES.

      *    PINFILE HOLDS ONLY A SALTED HASH OF THE PIN. THE PIN KEYED
      *    IS HASHED THE SAME WAY BY PINHASH AND THE HASHES COMPARED.
       01 WS-PIN-REC.
          05 PN-STUD-ID      PIC X(09).
          05 PN-PIN-HASH     PIC X(32).
          05 PN-SALT         PIC X(08).
          05 PN-FAIL-COUNT   PIC 9(01).
          05 PN-LOCK-SW      PIC X(01).
          05 PN-ISSUE-DATE   PIC X(08).
          05 PN-HASH-VER     PIC X(01).
          05 FILLER          PIC X(20).

       01 WS-PIN-TEXT      PIC X(08).
       01 WS-PIN-HASH      PIC X(32).
       01 WS-HASH-FLAG     PIC X(01).

      *    PIN AUDIT TRAIL (ESDS) SHARED WITH PINISSUE. LOCKOUTS ARE
      *    LOGGED UNDER OPERATOR SSVC WITH THE TERMINAL ID.
       01 WS-AUDIT-REC.
          05 PA-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 PA-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 PA-ACTION       PIC X(08).
          05 FILLER          PIC X(01).
          05 PA-OPER-ID      PIC X(08).
          05 FILLER          PIC X(01).
          05 PA-PROGRAM      PIC X(08).
          05 FILLER          PIC X(01).
          05 PA-TERMID       PIC X(04).
          05 FILLER          PIC X(01).
          05 PA-BUS-DATE     PIC X(08).
          05 FILLER          PIC X(03).
       01 WS-AUDIT-RBA     PIC S9(8) COMP.
       01 WS-ABSTIME       PIC S9(15) COMP-3.
       01 WS-TODAY         PIC X(08).
       01 WS-NOW           PIC X(06).

       01 WS-RESP          PIC S9(8) COMP.
       01 WS-RESP-DISPLAY  PIC ZZZ9.
       01 WS-LOG-RESP      PIC S9(8) COMP.

       COPY CPYOLOG.

       01 WS-LINE-SUB      PIC 9(02) VALUE ZERO.
       01 WS-CSR-DONE-SW   PIC X(01) VALUE 'N'.
       01  DCLSTUDENT.
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.
           10 WS-STUD-STATUS           PIC X(10).
           10 WS-STUD-STANDING         PIC X(10).

       01  DCLENROLL.
           10 WS-ENR-COURSE            PIC X(08).
            END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(16).
       COPY CPYPMAP.

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN > ZERO
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.

           EXEC CICS
                HANDLE AID
                     CLEAR(A000-CLEAR-PARA)
                     PF3(A000-CLEAR-PARA)
                     PF5(A000-REGISTER-PARA)
           END-EXEC.

           EXEC CICS
           END-EXEC.

           PERFORM A000-CLEAR-LINES-PARA.
           MOVE ZERO TO CA-STUD-ID.
           MOVE SPACE TO CA-ENTRY-SW.

           IF SSTUDIDI IS NOT NUMERIC
              MOVE 'ENTER A NUMERIC STUDENT ID' TO SMSGO

       A000-CLEAR-LINES-PARA.
           MOVE SPACES TO SSTATUSO.
           MOVE SPACES TO SSTANDO.
           MOVE SPACES TO SCRSE1O.
           MOVE SPACES TO SCRSE2O.
           MOVE SPACES TO SCRSE3O.
                TO SMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           IF PN-HASH-VER NOT = 'H'
              EXEC CICS
                   UNLOCK FILE('PINFILE')
              END-EXEC
              MOVE 'NO PIN ON FILE - CONTACT THE REGISTRAR'
                TO SMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           IF PN-LOCK-SW = 'Y'
              EXEC CICS
                   UNLOCK FILE('PINFILE')
                TO SMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           MOVE SPACES TO WS-PIN-TEXT.
           MOVE SPINI  TO WS-PIN-TEXT(1:6).
           CALL 'PINHASH' USING PN-SALT, PN-STUD-ID, WS-PIN-TEXT,
                                WS-PIN-HASH, WS-HASH-FLAG.
           MOVE SPACES TO WS-PIN-TEXT.
           IF WS-HASH-FLAG NOT = 'Y'
              EXEC CICS
                   UNLOCK FILE('PINFILE')
              END-EXEC
              MOVE 'PIN CHECK UNAVAILABLE - TRY AGAIN LATER'
                TO SMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.
           IF WS-PIN-HASH = PN-PIN-HASH
              MOVE ZERO TO PN-FAIL-COUNT
              EXEC CICS
                   REWRITE FILE('PINFILE')
                 MOVE 'Y' TO PN-LOCK-SW
                 MOVE 'PIN LOCKED AFTER REPEATED FAILURES'
                   TO SMSGO
                 PERFORM A000-AUDIT-LOCK-PARA
              ELSE
                 MOVE 'PIN DOES NOT MATCH - TRY AGAIN'
                   TO SMSGO
              PERFORM A000-SEND-MAP-PARA
           END-IF.

       A000-AUDIT-LOCK-PARA.
           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-TODAY)
                           TIME(WS-NOW)
           END-EXEC.
           MOVE SPACES     TO WS-AUDIT-REC.
           STRING WS-TODAY WS-NOW DELIMITED BY SIZE
             INTO PA-TIMESTAMP.
           MOVE PN-STUD-ID TO PA-STUD-ID.
           MOVE 'LOCKOUT ' TO PA-ACTION.
           MOVE 'SSVC'     TO PA-OPER-ID.
           MOVE 'STUDSSI'  TO PA-PROGRAM.
           MOVE EIBTRMID   TO PA-TERMID.
           MOVE WS-TODAY   TO PA-BUS-DATE.
           EXEC CICS
                WRITE FILE('PINAUDIT')
                      FROM(WS-AUDIT-REC)
                      RIDFLD(WS-AUDIT-RBA)
                      RBA
                      RESP(WS-RESP)
           END-EXEC.
      *    THE LOCKOUT STANDS EVEN IF IT CANNOT BE AUDITED, BUT THE
      *    OPERATORS ARE TOLD SO THE GAP IN PINAUDIT IS KNOWN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-RESP TO WS-RESP-DISPLAY
              MOVE SPACES TO WS-ONL-LOG
              SET OC-SEV-WARN TO TRUE
              MOVE 'PIN'     TO OC-FUNC-CODE
              MOVE 'STUDSSI' TO OC-PROGRAM
              MOVE 'SSVC'    TO OC-OPER-ID
              MOVE WS-TODAY  TO OC-DATE
              STRING 'PINAUDIT WRITE FAILED - LOCKOUT OF '
                     PN-STUD-ID ' RESP ' WS-RESP-DISPLAY
                     DELIMITED BY SIZE
                INTO OC-TEXT
              EXEC CICS
                   LINK PROGRAM('OPERLOGC')
                        COMMAREA(WS-ONL-LOG)
                        LENGTH(120)
                        RESP(WS-LOG-RESP)
              END-EXEC
           END-IF.

       A000-LOOKUP-PARA.
           MOVE WS-STUD-ID1 TO WS-STUD-ID.
           EXEC SQL
                SELECT STUD_ID,
                       COALESCE(STUD_STATUS, 'ACTIVE'),
                       COALESCE(CLASS_STANDING, ' ')
                  INTO :WS-STUD-ID, :WS-STUD-STATUS,
                       :WS-STUD-STANDING
                  FROM STUD_STUDENT
                 WHERE STUD_ID = :WS-STUD-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE WS-STUD-ID1 TO CA-STUD-ID
                    SET CA-PIN-VERIFIED TO TRUE
                    MOVE WS-STUD-STATUS TO SSTATUSO
                    MOVE WS-STUD-STANDING TO SSTANDO
                    PERFORM A000-SCHEDULE-PARA
               WHEN +100
                    MOVE 'STUDENT ID NOT ON FILE' TO SMSGO
           IF WS-LINE-SUB = ZERO
              MOVE 'NO CURRENT ENROLLMENTS ON FILE' TO SMSGO
           ELSE
              MOVE 'YOUR CURRENT ENROLLMENTS - PF5 TO ADD OR DROP'
                TO SMSGO
           END-IF.

           END-EXEC.
           EXEC CICS
                RETURN TRANSID('SSVC')
                       COMMAREA(WS-COMMAREA)
           END-EXEC.

      *    PF5 PASSES A VERIFIED SIGN-ON TO THE STUDREG ADD/DROP
      *    SCREEN. THE PIN MUST HAVE BEEN CHECKED ON THE LAST ENTER.
       A000-REGISTER-PARA.
           IF CA-PIN-VERIFIED
              SET CA-FROM-SSI TO TRUE
              MOVE SPACES TO CA-TERM
              EXEC CICS
                   XCTL PROGRAM('STUDREG')
                        COMMAREA(WS-COMMAREA)
              END-EXEC
           END-IF.
           PERFORM A000-CLEAR-LINES-PARA.
           MOVE 'ENTER YOUR STUDENT ID AND PIN BEFORE PF5' TO SMSGO.
           PERFORM A000-SEND-MAP-PARA.

       A000-CLEAR-PARA.
           EXEC CICS
                SEND TEXT FROM('STUDSSI TERMINATED')
