                SELECT CSVFILE ASSIGN TO CSVFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CSV-FS.
                SELECT NSCFILE ASSIGN TO NSCFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NSC-FS.
                SELECT ETRNFILE ASSIGN TO ETRNFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ETRN-FS.
                SELECT DSPFILE ASSIGN TO DSPFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DSP-FS.
       FD CSVFILE
            RECORDING MODE IS F.
       01 CSV-REC           PIC X(160).
       FD NSCFILE
            RECORDING MODE IS F.
       01 NSC-REC           PIC X(100).
       01 NSC-TRAILER REDEFINES NSC-REC.
          05 NSC-TR-MARKER   PIC X(02).
          05 NSC-TR-COUNT    PIC 9(07).
          05 NSC-TR-HASH     PIC 9(15).
          05 FILLER          PIC X(76).
       FD ETRNFILE
            RECORDING MODE IS F.
       01 ETRN-REC          PIC X(120).
       01 ETRN-TRAILER REDEFINES ETRN-REC.
          05 ETRN-TR-MARKER  PIC X(02).
          05 ETRN-TR-COUNT   PIC 9(07).
          05 ETRN-TR-HASH    PIC 9(15).
          05 FILLER          PIC X(96).
       FD DSPFILE
            RECORDING MODE IS F.
       01 DSP-REC.
           88 WS-DLT-FOUND        VALUE '00'.
       01 WS-CSV-FS           PIC X(02) VALUE SPACES.
           88 WS-CSV-FOUND        VALUE '00'.
       01 WS-NSC-FS           PIC X(02) VALUE SPACES.
           88 WS-NSC-FOUND        VALUE '00'.
       01 WS-ETRN-FS          PIC X(02) VALUE SPACES.
           88 WS-ETRN-FOUND       VALUE '00'.
       01 WS-DSP-FS           PIC X(02) VALUE SPACES.
           88 WS-DSP-FOUND        VALUE '00'.

       01 WS-FILE-COUNT       PIC 9(07) VALUE ZERO.
       01 WS-FILE-HASH        PIC 9(15) VALUE ZERO.
       01 WS-CSV-FIRST-SW     PIC X(01) VALUE 'Y'.
       01 WS-SELECT-FILE      PIC X(08) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-REGISTERED PIC 9(07) VALUE ZERO.
           05 WS-CT-MISSING    PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01 LD-PARM-AREA.
           05 LD-PARM-LEN  PIC S9(4) COMP.
           05 LD-PARM-TEXT PIC X(08).

      *    WITH NO PARM THE NIGHTLY EXTRACTS ARE REGISTERED. A PARM
      *    NAMES A SINGLE FILE PRODUCED BY ITS OWN JOB.
       PROCEDURE DIVISION USING LD-PARM-AREA.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            IF LD-PARM-LEN > ZERO
               MOVE LD-PARM-TEXT(1:LD-PARM-LEN) TO WS-SELECT-FILE
            END-IF.

            PERFORM A000-OPEN-DSP-PARA.

            EVALUATE WS-SELECT-FILE
            WHEN SPACES
                 PERFORM A000-REGFILE-PARA
                 PERFORM A000-DELTAFIL-PARA
                 PERFORM A000-CSVFILE-PARA
            WHEN 'NSCFILE '
                 PERFORM A000-NSCFILE-PARA
            WHEN 'ETRNFILE'
                 PERFORM A000-ETRNFILE-PARA
            WHEN OTHER
                 ADD 1 TO WS-CT-MISSING
                 DISPLAY 'DISPREG: UNKNOWN OUTBOUND FILE '
                         WS-SELECT-FILE ' - NOT REGISTERED'
            END-EVALUATE.

            CLOSE DSPFILE.

                PERFORM A000-REGISTER-PARA
             END-IF.

       A000-NSCFILE-PARA.
             MOVE ZERO TO WS-FILE-COUNT.
             MOVE ZERO TO WS-FILE-HASH.
             OPEN INPUT NSCFILE.
             IF NOT WS-NSC-FOUND
                ADD 1 TO WS-CT-MISSING
                DISPLAY 'DISPREG: NSCFILE NOT AVAILABLE - NOT '
                        'REGISTERED'
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ NSCFILE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          IF NSC-TR-MARKER = 'T1'
                             MOVE NSC-TR-COUNT TO WS-FILE-COUNT
                             MOVE NSC-TR-HASH  TO WS-FILE-HASH
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE NSCFILE
                MOVE 'NSCFILE ' TO DSP-FILE-NAME
                PERFORM A000-REGISTER-PARA
             END-IF.

       A000-ETRNFILE-PARA.
             MOVE ZERO TO WS-FILE-COUNT.
             MOVE ZERO TO WS-FILE-HASH.
             OPEN INPUT ETRNFILE.
             IF NOT WS-ETRN-FOUND
                ADD 1 TO WS-CT-MISSING
                DISPLAY 'DISPREG: ETRNFILE NOT AVAILABLE - NOT '
                        'REGISTERED'
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ ETRNFILE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                          IF ETRN-TR-MARKER = 'TR'
                             MOVE ETRN-TR-COUNT TO WS-FILE-COUNT
                             MOVE ETRN-TR-HASH  TO WS-FILE-HASH
                          END-IF
                   END-READ
                END-PERFORM
                CLOSE ETRNFILE
                MOVE 'ETRNFILE' TO DSP-FILE-NAME
                PERFORM A000-REGISTER-PARA
             END-IF.

       A000-REGISTER-PARA.
             MOVE WS-BUS-DATE   TO DSP-BUS-DATE.
             MOVE WS-FILE-COUNT TO DSP-REC-COUNT.
