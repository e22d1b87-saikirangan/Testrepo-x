       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT JRNLCTL ASSIGN TO JRNLCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JC-JOURNAL
                FILE STATUS IS WS-CTL-FS.
                SELECT OLDJRNL ASSIGN TO OLDJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FS.
                SELECT NEWJRNL ASSIGN TO NEWJRNL
                ORGANIZATION IS SEQUENTIAL.
                SELECT OLDMNT ASSIGN TO OLDMNT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FS.
                SELECT NEWMNT ASSIGN TO NEWMNT
                ORGANIZATION IS SEQUENTIAL.
                SELECT OLDDEPT ASSIGN TO OLDDEPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FS.
                SELECT NEWDEPT ASSIGN TO NEWDEPT
                ORGANIZATION IS SEQUENTIAL.
                SELECT OLDCRSE ASSIGN TO OLDCRSE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FS.
                SELECT NEWCRSE ASSIGN TO NEWCRSE
                ORGANIZATION IS SEQUENTIAL.
                SELECT OLDTERM ASSIGN TO OLDTERM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FS.
                SELECT NEWTERM ASSIGN TO NEWTERM
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD JRNLCTL.
       01 JRNL-CTL-REC.
          05 JC-JOURNAL      PIC X(08).
          05 JC-LAST-SEQ     PIC 9(09).
          05 JC-LAST-HASH    PIC X(64).
          05 JC-BASE-SEQ     PIC 9(09).
          05 JC-BASE-HASH    PIC X(64).
          05 JC-LAST-TS      PIC X(26).
          05 FILLER          PIC X(20).
      *    EACH JOURNAL AT ITS OLD LENGTH AND WITH THE 75-BYTE CHAIN
      *    TRAILER ADDED.
       FD OLDJRNL
            RECORDING MODE IS F.
       01 OLD-JRNL-REC      PIC X(159).
       FD NEWJRNL
            RECORDING MODE IS F.
       01 NEW-JRNL-REC      PIC X(234).
       FD OLDMNT
            RECORDING MODE IS F.
       01 OLD-MNT-REC       PIC X(78).
       FD NEWMNT
            RECORDING MODE IS F.
       01 NEW-MNT-REC       PIC X(153).
       FD OLDDEPT
            RECORDING MODE IS F.
       01 OLD-DEPT-REC      PIC X(108).
       FD NEWDEPT
            RECORDING MODE IS F.
       01 NEW-DEPT-REC      PIC X(183).
       FD OLDCRSE
            RECORDING MODE IS F.
       01 OLD-CRSE-REC      PIC X(79).
       FD NEWCRSE
            RECORDING MODE IS F.
       01 NEW-CRSE-REC      PIC X(154).
       FD OLDTERM
            RECORDING MODE IS F.
       01 OLD-TERM-REC      PIC X(81).
       FD NEWTERM
            RECORDING MODE IS F.
       01 NEW-TERM-REC      PIC X(156).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-CTL-FS           PIC X(02) VALUE SPACES.
           88 WS-CTL-OK           VALUE '00'.
           88 WS-CTL-EMPTY        VALUE '35'.
       01 WS-OLD-FS           PIC X(02) VALUE SPACES.
           88 WS-OLD-OK           VALUE '00'.

      *    A JOURNAL ALREADY ON JRNLCTL HAS BEEN CONVERTED (OR WRITTEN
      *    IN THE NEW FORMAT) AND IS NOT TOUCHED AGAIN.
       01 WS-SEALED-TABLE.
           05 WS-SEALED-JRNL  PIC X(01) VALUE 'N'.
           05 WS-SEALED-MNT   PIC X(01) VALUE 'N'.
           05 WS-SEALED-DEPT  PIC X(01) VALUE 'N'.
           05 WS-SEALED-CRSE  PIC X(01) VALUE 'N'.
           05 WS-SEALED-TERM  PIC X(01) VALUE 'N'.
       01 WS-SEALED-SW        PIC X(01).

       01 WS-CV-JOURNAL       PIC X(08).
       01 WS-CV-LEN           PIC 9(04).
       01 WS-CV-REC           PIC X(250).
       01 WS-CV-READ          PIC 9(07).
       01 WS-CV-WRITTEN       PIC 9(07).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-WRITTEN   PIC 9(07) VALUE ZERO.
           05 WS-CT-NOT-SEAL  PIC 9(07) VALUE ZERO.
           05 WS-CT-CONVERTED PIC 9(07) VALUE ZERO.
           05 WS-CT-SKIPPED   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN INPUT JRNLCTL.
            IF WS-CTL-EMPTY
               PERFORM A000-LOAD-CTL-PARA
               OPEN INPUT JRNLCTL
            END-IF.
            IF NOT WS-CTL-OK
               DISPLAY 'JRNLCONV: JRNLCTL NOT AVAILABLE - STATUS '
                       WS-CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE 'JRNLFILE' TO WS-CV-JOURNAL.
            PERFORM A000-CHECK-CTL-PARA.
            MOVE WS-SEALED-SW TO WS-SEALED-JRNL.
            MOVE 'MNTLOG  ' TO WS-CV-JOURNAL.
            PERFORM A000-CHECK-CTL-PARA.
            MOVE WS-SEALED-SW TO WS-SEALED-MNT.
            MOVE 'DEPTJRNL' TO WS-CV-JOURNAL.
            PERFORM A000-CHECK-CTL-PARA.
            MOVE WS-SEALED-SW TO WS-SEALED-DEPT.
            MOVE 'CRSEJRNL' TO WS-CV-JOURNAL.
            PERFORM A000-CHECK-CTL-PARA.
            MOVE WS-SEALED-SW TO WS-SEALED-CRSE.
            MOVE 'TERMJRNL' TO WS-CV-JOURNAL.
            PERFORM A000-CHECK-CTL-PARA.
            MOVE WS-SEALED-SW TO WS-SEALED-TERM.
            CLOSE JRNLCTL.

            PERFORM A000-CONV-JRNLFILE-PARA.
            PERFORM A000-CONV-MNTLOG-PARA.
            PERFORM A000-CONV-DEPTJRNL-PARA.
            PERFORM A000-CONV-CRSEJRNL-PARA.
            PERFORM A000-CONV-TERMJRNL-PARA.

            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    A NEWLY DEFINED JRNLCTL IS LOADED WITH A STARTING RECORD FOR
      *    EACH JOURNAL SO IT CAN BE OPENED FOR UPDATE.
       A000-LOAD-CTL-PARA.
             OPEN OUTPUT JRNLCTL.
             IF WS-CTL-OK
                MOVE 'JRNLFILE' TO WS-CV-JOURNAL
                PERFORM A000-WRITE-CTL-PARA
                MOVE 'MNTLOG  ' TO WS-CV-JOURNAL
                PERFORM A000-WRITE-CTL-PARA
                MOVE 'DEPTJRNL' TO WS-CV-JOURNAL
                PERFORM A000-WRITE-CTL-PARA
                MOVE 'CRSEJRNL' TO WS-CV-JOURNAL
                PERFORM A000-WRITE-CTL-PARA
                MOVE 'TERMJRNL' TO WS-CV-JOURNAL
                PERFORM A000-WRITE-CTL-PARA
                CLOSE JRNLCTL
             END-IF.

       A000-WRITE-CTL-PARA.
             MOVE SPACES        TO JRNL-CTL-REC.
             MOVE WS-CV-JOURNAL TO JC-JOURNAL.
             MOVE ZERO          TO JC-LAST-SEQ.
             MOVE ALL '0'       TO JC-LAST-HASH.
             MOVE ZERO          TO JC-BASE-SEQ.
             MOVE ALL '0'       TO JC-BASE-HASH.
             WRITE JRNL-CTL-REC
                 INVALID KEY
                    DISPLAY 'JRNLCONV: JRNLCTL WRITE FAILED FOR '
                            WS-CV-JOURNAL ' - STATUS ' WS-CTL-FS
             END-WRITE.

       A000-CHECK-CTL-PARA.
             MOVE 'N' TO WS-SEALED-SW.
             MOVE WS-CV-JOURNAL TO JC-JOURNAL.
             READ JRNLCTL
                 NOT INVALID KEY
                    IF JC-LAST-SEQ > ZERO
                       MOVE 'Y' TO WS-SEALED-SW
                    END-IF
             END-READ.

       A000-CONV-JRNLFILE-PARA.
             MOVE 'JRNLFILE' TO WS-CV-JOURNAL.
             MOVE 159 TO WS-CV-LEN.
             IF WS-SEALED-JRNL = 'Y'
                PERFORM A000-SKIP-PARA
             ELSE
                PERFORM A000-START-CONV-PARA
                OPEN INPUT OLDJRNL
                IF NOT WS-OLD-OK
                   PERFORM A000-NOT-AVAIL-PARA
                ELSE
                   OPEN OUTPUT NEWJRNL
                   PERFORM UNTIL WS-EOF = 'Y'
                      READ OLDJRNL INTO WS-CV-REC
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            PERFORM A000-SEAL-REC-PARA
                            WRITE NEW-JRNL-REC FROM WS-CV-REC
                      END-READ
                   END-PERFORM
                   CLOSE OLDJRNL
                   CLOSE NEWJRNL
                   PERFORM A000-END-CONV-PARA
                END-IF
             END-IF.

       A000-CONV-MNTLOG-PARA.
             MOVE 'MNTLOG  ' TO WS-CV-JOURNAL.
             MOVE 78 TO WS-CV-LEN.
             IF WS-SEALED-MNT = 'Y'
                PERFORM A000-SKIP-PARA
             ELSE
                PERFORM A000-START-CONV-PARA
                OPEN INPUT OLDMNT
                IF NOT WS-OLD-OK
                   PERFORM A000-NOT-AVAIL-PARA
                ELSE
                   OPEN OUTPUT NEWMNT
                   PERFORM UNTIL WS-EOF = 'Y'
                      READ OLDMNT INTO WS-CV-REC
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            PERFORM A000-SEAL-REC-PARA
                            WRITE NEW-MNT-REC FROM WS-CV-REC
                      END-READ
                   END-PERFORM
                   CLOSE OLDMNT
                   CLOSE NEWMNT
                   PERFORM A000-END-CONV-PARA
                END-IF
             END-IF.

       A000-CONV-DEPTJRNL-PARA.
             MOVE 'DEPTJRNL' TO WS-CV-JOURNAL.
             MOVE 108 TO WS-CV-LEN.
             IF WS-SEALED-DEPT = 'Y'
                PERFORM A000-SKIP-PARA
             ELSE
                PERFORM A000-START-CONV-PARA
                OPEN INPUT OLDDEPT
                IF NOT WS-OLD-OK
                   PERFORM A000-NOT-AVAIL-PARA
                ELSE
                   OPEN OUTPUT NEWDEPT
                   PERFORM UNTIL WS-EOF = 'Y'
                      READ OLDDEPT INTO WS-CV-REC
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            PERFORM A000-SEAL-REC-PARA
                            WRITE NEW-DEPT-REC FROM WS-CV-REC
                      END-READ
                   END-PERFORM
                   CLOSE OLDDEPT
                   CLOSE NEWDEPT
                   PERFORM A000-END-CONV-PARA
                END-IF
             END-IF.

       A000-CONV-CRSEJRNL-PARA.
             MOVE 'CRSEJRNL' TO WS-CV-JOURNAL.
             MOVE 79 TO WS-CV-LEN.
             IF WS-SEALED-CRSE = 'Y'
                PERFORM A000-SKIP-PARA
             ELSE
                PERFORM A000-START-CONV-PARA
                OPEN INPUT OLDCRSE
                IF NOT WS-OLD-OK
                   PERFORM A000-NOT-AVAIL-PARA
                ELSE
                   OPEN OUTPUT NEWCRSE
                   PERFORM UNTIL WS-EOF = 'Y'
                      READ OLDCRSE INTO WS-CV-REC
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            PERFORM A000-SEAL-REC-PARA
                            WRITE NEW-CRSE-REC FROM WS-CV-REC
                      END-READ
                   END-PERFORM
                   CLOSE OLDCRSE
                   CLOSE NEWCRSE
                   PERFORM A000-END-CONV-PARA
                END-IF
             END-IF.

       A000-CONV-TERMJRNL-PARA.
             MOVE 'TERMJRNL' TO WS-CV-JOURNAL.
             MOVE 81 TO WS-CV-LEN.
             IF WS-SEALED-TERM = 'Y'
                PERFORM A000-SKIP-PARA
             ELSE
                PERFORM A000-START-CONV-PARA
                OPEN INPUT OLDTERM
                IF NOT WS-OLD-OK
                   PERFORM A000-NOT-AVAIL-PARA
                ELSE
                   OPEN OUTPUT NEWTERM
                   PERFORM UNTIL WS-EOF = 'Y'
                      READ OLDTERM INTO WS-CV-REC
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            PERFORM A000-SEAL-REC-PARA
                            WRITE NEW-TERM-REC FROM WS-CV-REC
                      END-READ
                   END-PERFORM
                   CLOSE OLDTERM
                   CLOSE NEWTERM
                   PERFORM A000-END-CONV-PARA
                END-IF
             END-IF.

       A000-START-CONV-PARA.
             MOVE SPACE TO WS-EOF.
             MOVE ZERO  TO WS-CV-READ.
             MOVE ZERO  TO WS-CV-WRITTEN.

      *    THE OLD RECORD IS SEALED INTO THE CHAIN IN FILE ORDER AND
      *    THE SEQUENCE NUMBER AND HASH ADDED AFTER ITS CONTENT.
       A000-SEAL-REC-PARA.
             ADD 1 TO WS-CV-READ.
             MOVE 'W'                    TO JCH-FUNC.
             MOVE WS-CV-JOURNAL          TO JCH-JOURNAL.
             MOVE WS-CV-LEN              TO JCH-REC-LEN.
             MOVE WS-CV-REC(1:WS-CV-LEN) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             IF JCH-FLAG NOT = 'Y'
                ADD 1 TO WS-CT-NOT-SEAL
             END-IF.
             MOVE SPACES     TO WS-CV-REC(WS-CV-LEN + 1:75).
             MOVE JCH-SEQ-NO TO WS-CV-REC(WS-CV-LEN + 2:9).
             MOVE JCH-HASH   TO WS-CV-REC(WS-CV-LEN + 12:64).
             ADD 1 TO WS-CV-WRITTEN.

       A000-END-CONV-PARA.
             ADD 1 TO WS-CT-CONVERTED.
             ADD WS-CV-READ    TO WS-CT-READ.
             ADD WS-CV-WRITTEN TO WS-CT-WRITTEN.
             DISPLAY 'JRNLCONV: ' WS-CV-JOURNAL ' CONVERTED - READ '
                     WS-CV-READ ' WRITTEN ' WS-CV-WRITTEN.

       A000-SKIP-PARA.
             ADD 1 TO WS-CT-SKIPPED.
             DISPLAY 'JRNLCONV: ' WS-CV-JOURNAL
                     ' ALREADY ON JRNLCTL - NOT CONVERTED'.

       A000-NOT-AVAIL-PARA.
             ADD 1 TO WS-CT-SKIPPED.
             DISPLAY 'JRNLCONV: ' WS-CV-JOURNAL
                     ' NOT AVAILABLE - STATUS ' WS-OLD-FS.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'JRNLCONV RUN CONTROL TOTALS'.
             DISPLAY 'JOURNALS CONVERTED .......... ' WS-CT-CONVERTED.
             DISPLAY 'JOURNALS SKIPPED ............ ' WS-CT-SKIPPED.
             DISPLAY 'RECORDS READ ................ ' WS-CT-READ.
             DISPLAY 'RECORDS WRITTEN ............. ' WS-CT-WRITTEN.
             DISPLAY 'RECORDS NOT SEALED .......... ' WS-CT-NOT-SEAL.
             DISPLAY '-------------------------------------------'.
             EVALUATE TRUE
             WHEN WS-CT-NOT-SEAL > ZERO
                MOVE 8 TO RETURN-CODE
             WHEN WS-CT-SKIPPED > ZERO
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
             END-EVALUATE.
