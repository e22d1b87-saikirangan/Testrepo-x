       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    THE PARAMETERS KEYED SO FAR ARE CARRIED BETWEEN SCREENS -
      *    FIELDS NOT KEYED THIS TIME COME BACK AS LOW-VALUES.
       01 WS-COMMAREA.
          05 CA-REPORT        PIC X(08).
          05 CA-STUD-ID       PIC X(09).
          05 CA-COURSE        PIC X(08).
          05 CA-SECTION       PIC X(03).
          05 CA-TERM          PIC X(06).
          05 CA-DEPT          PIC X(03).
          05 CA-REQUESTER     PIC X(30).
          05 CA-LAST-REQ      PIC 9(07).

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-LOG-RESP         PIC S9(8) COMP.
       01 WS-ABSTIME          PIC S9(15) COMP-3.
       01 WS-TODAY            PIC X(08).
       01 WS-NOW              PIC X(06).
       01 WS-USER-ID          PIC X(08) VALUE SPACES.
       01 WS-MSG              PIC X(60) VALUE SPACES.
       01 WS-AID-PF5          PIC X(01) VALUE '5'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'Y'.
           88 WS-EDIT-OK          VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-ENTL-KEY.
           05 WS-EK-OPER-ID   PIC X(08).
           05 WS-EK-FUNC-CODE PIC X(03) VALUE 'RPT'.
       01 WS-ENTL-REC         PIC X(80).

       01 WS-CRSE-KEY         PIC X(08).
       01 WS-CRSE-REC         PIC X(80).

      *    RPTQUEUE - ONE RECORD PER REQUEST, KEY REQUEST NUMBER. THE
      *    CONTROL RECORD (REQUEST NUMBER ZERO) HOLDS THE LAST NUMBER
      *    ISSUED.
       01 WS-QUEUE-KEY        PIC 9(07).
       01 WS-QUEUE-REC.
          05 RQ-REQ-NO        PIC 9(07).
          05 RQ-DETAIL.
             10 RQ-STATUS     PIC X(01).
                88 RQ-PENDING     VALUE 'P'.
                88 RQ-COMPLETE    VALUE 'C'.
                88 RQ-FAILED      VALUE 'F'.
             10 RQ-REPORT     PIC X(08).
             10 RQ-USER-ID    PIC X(08).
             10 RQ-REQ-DATE   PIC X(08).
             10 RQ-REQ-TIME   PIC X(06).
             10 RQ-STUD-ID    PIC X(09).
             10 RQ-COURSE     PIC X(08).
             10 RQ-TERM       PIC X(06).
             10 RQ-SECTION    PIC X(03).
             10 RQ-DEPT       PIC X(03).
             10 RQ-REQUESTER  PIC X(30).
             10 RQ-DONE-DATE  PIC X(08).
             10 RQ-RC         PIC 9(03).
             10 RQ-OUTPUT-REF PIC X(30).
             10 FILLER        PIC X(12).
          05 RQ-CONTROL REDEFINES RQ-DETAIL.
             10 RQ-LAST-NO    PIC 9(07).
             10 FILLER        PIC X(136).
       01 WS-NEW-REQ-NO       PIC 9(07) VALUE ZERO.

       COPY CPYQMAP.

       COPY CPYOLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(74).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = ZERO
              MOVE LOW-VALUES TO STUDQMAPO
              MOVE SPACES TO WS-COMMAREA
              MOVE ZERO TO CA-LAST-REQ
              MOVE 'KEY A REPORT AND ITS PARAMETERS' TO WS-MSG
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS
                HANDLE AID
                     CLEAR(A000-CLEAR-PARA)
                     PF3(A000-CLEAR-PARA)
           END-EXEC.

           EXEC CICS
                RECEIVE MAP('STUDQMAP')
                        MAPSET('STUDQMAP')
                        INTO(STUDQMAPI)
                        RESP(WS-RESP)
           END-EXEC.

           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-TODAY)
                           TIME(WS-NOW)
           END-EXEC.
           EXEC CICS
                ASSIGN USERID(WS-USER-ID)
           END-EXEC.

           PERFORM A000-MERGE-INPUT-PARA.
           MOVE LOW-VALUES TO STUDQMAPO.

           MOVE WS-USER-ID TO WS-EK-OPER-ID.
           EXEC CICS
                READ FILE('ENTLFILE')
                     INTO(WS-ENTL-REC)
                     RIDFLD(WS-ENTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOT AUTHORIZED FOR ON-DEMAND REPORTS' TO WS-MSG
              MOVE SPACES TO WS-ONL-LOG
              SET OC-SEV-WARN TO TRUE
              MOVE 'ACCESS DENIED - ON-DEMAND REPORT REQUEST' TO OC-TEXT
              PERFORM A000-WRITE-LOG-PARA
              PERFORM A000-SEND-MAP-PARA
           END-IF.

           IF EIBAID = WS-AID-PF5
              PERFORM A000-STATUS-PARA
           ELSE
              PERFORM A000-EDIT-PARA
              IF WS-EDIT-OK
                 PERFORM A000-QUEUE-PARA
              END-IF
           END-IF.
           PERFORM A000-SEND-MAP-PARA.

       A000-MERGE-INPUT-PARA.
           IF RQRPTL > ZERO
              MOVE RQRPTI TO CA-REPORT
           END-IF.
           IF RQSTUL > ZERO
              MOVE RQSTUI TO CA-STUD-ID
           END-IF.
           IF RQCRSL > ZERO
              MOVE RQCRSI TO CA-COURSE
           END-IF.
           IF RQSECL > ZERO
              MOVE RQSECI TO CA-SECTION
           END-IF.
           IF RQTRML > ZERO
              MOVE RQTRMI TO CA-TERM
           END-IF.
           IF RQDPTL > ZERO
              MOVE RQDPTI TO CA-DEPT
           END-IF.
           IF RQATNL > ZERO
              MOVE RQATNI TO CA-REQUESTER
           END-IF.
           INSPECT WS-COMMAREA(1:67) REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CA-REPORT CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF RQNUML > ZERO
              AND RQNUMI IS NUMERIC
              MOVE RQNUMI TO CA-LAST-REQ
           END-IF.

      *    EACH REPORT TAKES ONLY THE PARAMETERS IT USES; THE REST
      *    ARE CLEARED BEFORE THE REQUEST IS QUEUED.
       A000-EDIT-PARA.
           SET WS-EDIT-OK TO TRUE.
           EVALUATE CA-REPORT
           WHEN 'CRSROSTR'
                MOVE SPACES TO CA-STUD-ID
                MOVE SPACES TO CA-DEPT
                MOVE SPACES TO CA-REQUESTER
                IF CA-COURSE = SPACES
                   MOVE 'CRSROSTR NEEDS A COURSE' TO WS-MSG
                   SET WS-EDIT-FAILED TO TRUE
                ELSE
                   MOVE CA-COURSE TO WS-CRSE-KEY
                   EXEC CICS
                        READ FILE('CRSETAB')
                             INTO(WS-CRSE-REC)
                             RIDFLD(WS-CRSE-KEY)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                      MOVE 'COURSE NOT ON THE COURSE TABLE' TO WS-MSG
                      SET WS-EDIT-FAILED TO TRUE
                   END-IF
                END-IF
           WHEN 'TRNSCRPT'
                PERFORM A000-CLEAR-COURSE-PARA
                MOVE SPACES TO CA-DEPT
                MOVE SPACES TO CA-REQUESTER
                PERFORM A000-EDIT-STUDENT-PARA
           WHEN 'ENRLVRFY'
                PERFORM A000-CLEAR-COURSE-PARA
                MOVE SPACES TO CA-DEPT
                PERFORM A000-EDIT-STUDENT-PARA
                IF WS-EDIT-OK AND CA-REQUESTER = SPACES
                   MOVE 'ENRLVRFY NEEDS THE REQUESTER FOR THE LETTER'
                     TO WS-MSG
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
           WHEN 'DEGAUDIT'
                PERFORM A000-CLEAR-COURSE-PARA
                MOVE SPACES TO CA-REQUESTER
                IF (CA-STUD-ID = SPACES AND CA-DEPT = SPACES)
                   OR (CA-STUD-ID NOT = SPACES
                       AND CA-DEPT NOT = SPACES)
                   MOVE 'DEGAUDIT NEEDS A STUDENT OR A DEPARTMENT'
                     TO WS-MSG
                   SET WS-EDIT-FAILED TO TRUE
                ELSE
                   IF CA-STUD-ID NOT = SPACES
                      PERFORM A000-EDIT-STUDENT-PARA
                   END-IF
                END-IF
           WHEN OTHER
                MOVE 'REPORT MUST BE ONE OF THOSE LISTED'
                  TO WS-MSG
                SET WS-EDIT-FAILED TO TRUE
           END-EVALUATE.
           IF WS-EDIT-FAILED
              PERFORM A000-SHOW-INPUT-PARA
           END-IF.

       A000-EDIT-STUDENT-PARA.
           IF CA-STUD-ID IS NOT NUMERIC
              MOVE 'STUDENT ID MUST BE 9 DIGITS' TO WS-MSG
              SET WS-EDIT-FAILED TO TRUE
           END-IF.

       A000-CLEAR-COURSE-PARA.
           MOVE SPACES TO CA-COURSE.
           MOVE SPACES TO CA-SECTION.
           MOVE SPACES TO CA-TERM.

       A000-SHOW-INPUT-PARA.
           MOVE CA-REPORT    TO RQRPTO.
           MOVE CA-STUD-ID   TO RQSTUO.
           MOVE CA-COURSE    TO RQCRSO.
           MOVE CA-SECTION   TO RQSECO.
           MOVE CA-TERM      TO RQTRMO.
           MOVE CA-DEPT      TO RQDPTO.
           MOVE CA-REQUESTER TO RQATNO.

      *    TAKE THE NEXT REQUEST NUMBER FROM THE CONTROL RECORD AND
      *    QUEUE THE REQUEST AS PENDING FOR RPTDISP.
       A000-QUEUE-PARA.
           MOVE ZERO TO WS-QUEUE-KEY.
           EXEC CICS
                READ FILE('RPTQUEUE')
                     INTO(WS-QUEUE-REC)
                     RIDFLD(WS-QUEUE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO RQ-LAST-NO
              MOVE RQ-LAST-NO TO WS-NEW-REQ-NO
              EXEC CICS
                   REWRITE FILE('RPTQUEUE')
                           FROM(WS-QUEUE-REC)
                           RESP(WS-RESP)
              END-EXEC
           ELSE
              MOVE SPACES TO WS-QUEUE-REC
              MOVE ZERO   TO RQ-REQ-NO
              MOVE 1      TO RQ-LAST-NO
              MOVE 1      TO WS-NEW-REQ-NO
              EXEC CICS
                   WRITE FILE('RPTQUEUE')
                         FROM(WS-QUEUE-REC)
                         RIDFLD(WS-QUEUE-KEY)
                         RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'REQUEST QUEUE UPDATE FAILED - TRY AGAIN' TO WS-MSG
              PERFORM A000-SHOW-INPUT-PARA
           ELSE
              MOVE SPACES        TO WS-QUEUE-REC
              MOVE WS-NEW-REQ-NO TO RQ-REQ-NO
              MOVE WS-NEW-REQ-NO TO WS-QUEUE-KEY
              MOVE 'P'           TO RQ-STATUS
              MOVE CA-REPORT     TO RQ-REPORT
              MOVE WS-USER-ID    TO RQ-USER-ID
              MOVE WS-TODAY      TO RQ-REQ-DATE
              MOVE WS-NOW        TO RQ-REQ-TIME
              MOVE CA-STUD-ID    TO RQ-STUD-ID
              MOVE CA-COURSE     TO RQ-COURSE
              MOVE CA-TERM       TO RQ-TERM
              MOVE CA-SECTION    TO RQ-SECTION
              MOVE CA-DEPT       TO RQ-DEPT
              MOVE CA-REQUESTER  TO RQ-REQUESTER
              MOVE ZERO          TO RQ-RC
              EXEC CICS
                   WRITE FILE('RPTQUEUE')
                         FROM(WS-QUEUE-REC)
                         RIDFLD(WS-QUEUE-KEY)
                         RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-NEW-REQ-NO TO CA-LAST-REQ
                 PERFORM A000-SHOW-REQUEST-PARA
                 MOVE SPACES TO WS-MSG
                 STRING 'REQUEST ' DELIMITED BY SIZE
                        WS-NEW-REQ-NO DELIMITED BY SIZE
                        ' QUEUED - PF5 TO CHECK ITS STATUS'
                           DELIMITED BY SIZE
                   INTO WS-MSG
                 MOVE SPACES TO WS-ONL-LOG
                 SET OC-SEV-INFO TO TRUE
                 STRING 'REQUEST ' WS-NEW-REQ-NO ' QUEUED FOR '
                        RQ-REPORT DELIMITED BY SIZE
                   INTO OC-TEXT
                 PERFORM A000-WRITE-LOG-PARA
                 MOVE SPACES TO WS-COMMAREA(1:67)
              ELSE
                 MOVE 'REQUEST QUEUE UPDATE FAILED - TRY AGAIN'
                   TO WS-MSG
                 PERFORM A000-SHOW-INPUT-PARA
              END-IF
           END-IF.

      *    PF5 - STATUS OF THE REQUEST NUMBER KEYED, OR OF THE LAST
      *    REQUEST SUBMITTED FROM THIS SCREEN.
       A000-STATUS-PARA.
           PERFORM A000-SHOW-INPUT-PARA.
           IF CA-LAST-REQ = ZERO
              MOVE 'KEY A REQUEST NUMBER AND PRESS PF5' TO WS-MSG
           ELSE
              MOVE CA-LAST-REQ TO WS-QUEUE-KEY
              EXEC CICS
                   READ FILE('RPTQUEUE')
                        INTO(WS-QUEUE-REC)
                        RIDFLD(WS-QUEUE-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE CA-LAST-REQ TO RQNUMO
                 MOVE 'REQUEST NUMBER NOT FOUND' TO WS-MSG
              ELSE
                 PERFORM A000-SHOW-REQUEST-PARA
                 MOVE SPACES TO WS-MSG
                 STRING 'REQUEST FOR ' DELIMITED BY SIZE
                        RQ-REPORT DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        RQ-STUD-ID DELIMITED BY SPACE
                        RQ-COURSE DELIMITED BY SPACE
                        RQ-DEPT DELIMITED BY SPACE
                   INTO WS-MSG
              END-IF
           END-IF.

       A000-SHOW-REQUEST-PARA.
           MOVE RQ-REQ-NO   TO RQNUMO.
           EVALUATE TRUE
           WHEN RQ-PENDING
                MOVE 'PENDING'  TO RQSTAO
           WHEN RQ-COMPLETE
                MOVE 'COMPLETE' TO RQSTAO
           WHEN RQ-FAILED
                MOVE 'FAILED'   TO RQSTAO
           WHEN OTHER
                MOVE RQ-STATUS  TO RQSTAO
           END-EVALUATE.
           MOVE RQ-REQ-DATE TO RQRQDO.
           MOVE RQ-USER-ID  TO RQUSRO.
           IF NOT RQ-PENDING
              MOVE RQ-DONE-DATE  TO RQDONO
              MOVE RQ-OUTPUT-REF TO RQOUTO
           END-IF.

       A000-WRITE-LOG-PARA.
           MOVE 'RPTREQ'          TO OC-PROGRAM.
           MOVE WS-USER-ID        TO OC-OPER-ID.
           MOVE WS-EK-FUNC-CODE   TO OC-FUNC-CODE.
           MOVE WS-TODAY          TO OC-DATE.
           EXEC CICS
                LINK PROGRAM('OPERLOGC')
                     COMMAREA(WS-ONL-LOG)
                     LENGTH(120)
                     RESP(WS-LOG-RESP)
           END-EXEC.

       A000-SEND-MAP-PARA.
           MOVE WS-MSG TO RQMSGO.
           EXEC CICS
                SEND MAP('STUDQMAP')
                     MAPSET('STUDQMAP')
                     FROM(STUDQMAPO)
                     ERASE
           END-EXEC.
           EXEC CICS
                RETURN TRANSID('RPTQ')
                       COMMAREA(WS-COMMAREA)
           END-EXEC.

       A000-CLEAR-PARA.
           EXEC CICS
                SEND TEXT FROM('RPTREQ TERMINATED')
                     ERASE FREEKB
           END-EXEC.
           EXEC CICS
                RETURN
           END-EXEC.
