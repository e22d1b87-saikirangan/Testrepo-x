          05 CA-NUMBER-A      PIC X(05).

       01 WS-RESP             PIC S9(8) COMP.
       01 WS-LOG-RESP         PIC S9(8) COMP.
       01 WS-USER-ID          PIC X(08) VALUE SPACES.
       01 WS-ATTR-PROT        PIC X(01) VALUE '-'.

       01 WS-ENTL-KEY.
           05 WS-EK-OPER-ID   PIC X(08).
           05 WS-EK-FUNC-CODE PIC X(03) VALUE 'DAT'.
       01 WS-ENTL-REC         PIC X(80).
       01 WS-ENTL-SW          PIC X(01) VALUE 'N'.
           88 WS-ENTITLED        VALUE 'Y'.

       01 WS-FL-REC.
           05 WS-FL-NUMBER-A PIC 9(5).

       COPY CPYDMAP.

       COPY CPYOLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM A000-ENTL-CHECK-PARA.

           IF EIBCALEN = ZERO
              MOVE LOW-VALUES TO DATAMAPO
              MOVE 'ENTER NUMBER A OF THE RECORD TO CORRECT'
           END-EXEC.

           IF CA-PHASE-UPDATE
              IF WS-ENTITLED
                 PERFORM A000-REWRITE-PARA
              ELSE
                 PERFORM A000-DENY-PARA
              END-IF
           ELSE
              PERFORM A000-READ-PARA
           END-IF.
                 MOVE WS-FL-NUMBER-A TO DATKEYO
                 MOVE WS-FL-NUMBER-B TO DATNUMBO
                 MOVE WS-FL-REC-TYPE TO DATTYPO
                 IF WS-ENTITLED
                    MOVE 'KEY CORRECTED VALUES AND PRESS ENTER'
                      TO DATMSGO
                    SET CA-PHASE-UPDATE TO TRUE
                    MOVE DATKEYI TO CA-NUMBER-A
                 ELSE
                    MOVE 'READ ONLY - NOT AUTHORIZED TO CORRECT RECORDS'
                      TO DATMSGO
                 END-IF
              ELSE
                 MOVE 'RECORD NOT FOUND ON DATAFILE' TO DATMSGO
              END-IF
                       MOVE WS-FL-NUMBER-B TO DATNUMBO
                       MOVE WS-FL-REC-TYPE TO DATTYPO
                       MOVE 'RECORD REWRITTEN' TO DATMSGO
                       PERFORM A000-LOG-UPDATE-PARA
                    ELSE
                       MOVE 'REWRITE FAILED' TO DATMSGO
                    END-IF
              MOVE SPACES TO CA-NUMBER-A
           END-IF.

      *    DATAFILE CORRECTION NEEDS A 'DAT' ENTRY ON ENTLFILE FOR THE
      *    SIGNED-ON USER. ANYONE ELSE MAY DISPLAY A RECORD BUT NOT
      *    CHANGE IT.
       A000-ENTL-CHECK-PARA.
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
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ENTL-SW
           ELSE
              MOVE 'N' TO WS-ENTL-SW
           END-IF.

      *    AN UPDATE-PHASE SCREEN FROM A USER WHO HAS SINCE LOST THE
      *    ENTITLEMENT IS REFUSED AND LOGGED.
       A000-DENY-PARA.
           MOVE LOW-VALUES TO DATAMAPO.
           SET CA-PHASE-KEY TO TRUE.
           MOVE 'NOT AUTHORIZED TO CORRECT DATAFILE - NOT CHANGED'
             TO DATMSGO.
           MOVE SPACES TO WS-ONL-LOG.
           SET OC-SEV-WARN TO TRUE.
           STRING 'ACCESS DENIED - REWRITE NUMBER A '
                  CA-NUMBER-A DELIMITED BY SIZE
             INTO OC-TEXT.
           MOVE SPACES TO CA-NUMBER-A.
           PERFORM A000-WRITE-LOG-PARA.

       A000-LOG-UPDATE-PARA.
           MOVE SPACES TO WS-ONL-LOG.
           SET OC-SEV-INFO TO TRUE.
           STRING 'RECORD REWRITTEN NUMBER A '
                  CA-NUMBER-A DELIMITED BY SIZE
             INTO OC-TEXT.
           PERFORM A000-WRITE-LOG-PARA.

       A000-WRITE-LOG-PARA.
           MOVE 'DATAONL'         TO OC-PROGRAM.
           MOVE WS-USER-ID        TO OC-OPER-ID.
           MOVE WS-EK-FUNC-CODE   TO OC-FUNC-CODE.
           EXEC CICS
                LINK PROGRAM('OPERLOGC')
                     COMMAREA(WS-ONL-LOG)
                     LENGTH(120)
                     RESP(WS-LOG-RESP)
           END-EXEC.

       A000-SEND-MAP-PARA.
           IF NOT WS-ENTITLED
              MOVE WS-ATTR-PROT TO DATNUMBA
              MOVE WS-ATTR-PROT TO DATTYPA
           END-IF.
           EXEC CICS
                SEND MAP('DATAMAP')
                     MAPSET('DATAMAP')
