       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERLOGC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP             PIC S9(8) COMP.
       01 WS-ABSTIME          PIC S9(15) COMP-3.
       01 WS-TODAY            PIC X(08).
       01 WS-NOW              PIC X(06).

       COPY CPYOLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(120).

      *    ONLINE COUNTERPART OF OPERLOGW. LINKED TO BY THE ONLINE
      *    TRANSACTIONS WITH AN OPERLOG RECORD IN THE COMMAREA; STAMPS
      *    IT WITH THE DATE AND TIME AND WRITES IT TO THE OPLG
      *    EXTRAPARTITION QUEUE, WHICH IS THE ONLINE OPERLOG DATA SET.
      *    A FAILED WRITE NEVER STOPS THE CALLING TRANSACTION.
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN NOT = 120
              EXEC CICS
                   RETURN
              END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO WS-ONL-LOG.

           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-TODAY)
                           TIME(WS-NOW)
           END-EXEC.

           MOVE SPACES TO OC-TIMESTAMP.
           STRING WS-TODAY WS-NOW DELIMITED BY SIZE
             INTO OC-TIMESTAMP.
           IF OC-DATE = SPACES
              MOVE WS-TODAY TO OC-DATE
           END-IF.

           EXEC CICS
                WRITEQ TD QUEUE('OPLG')
                       FROM(WS-ONL-LOG)
                       LENGTH(120)
                       RESP(WS-RESP)
           END-EXEC.

           EXEC CICS
                RETURN
           END-EXEC.
