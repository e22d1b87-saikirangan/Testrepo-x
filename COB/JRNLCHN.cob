       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLCHN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT JRNLCTL ASSIGN TO JRNLCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JC-JOURNAL
                FILE STATUS IS WS-CTL-FS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER JOURNAL - THE LAST RECORD SEALED, AND THE
      *    LAST RECORD ARCHIVED OFF THE FRONT OF THE JOURNAL (ZERO
      *    UNTIL THE JOURNAL IS FIRST ARCHIVED).
       FD JRNLCTL.
       01 JRNL-CTL-REC.
          05 JC-JOURNAL      PIC X(08).
          05 JC-LAST-SEQ     PIC 9(09).
          05 JC-LAST-HASH    PIC X(64).
          05 JC-BASE-SEQ     PIC 9(09).
          05 JC-BASE-HASH    PIC X(64).
          05 JC-LAST-TS      PIC X(26).
          05 FILLER          PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-CTL-FS           PIC X(02) VALUE SPACES.
           88 WS-CTL-OK           VALUE '00'.
       01 WS-CTL-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-CTL-OPEN         VALUE 'Y'.
       01 WS-CTL-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-CTL-FOUND        VALUE 'Y'.

       01 WS-ZERO-HASH        PIC X(64) VALUE ALL '0'.

      *    ICSF ONE-WAY HASH (CSNBOWH) PARAMETERS. THE TEXT HASHED IS
      *    THE PREVIOUS RECORD'S HASH, THIS RECORD'S SEQUENCE NUMBER
      *    AND THIS RECORD'S CONTENT.
       01 WS-RETURN-CODE      PIC S9(8) COMP VALUE ZERO.
       01 WS-REASON-CODE      PIC S9(8) COMP VALUE ZERO.
       01 WS-EXIT-DATA-LEN    PIC S9(8) COMP VALUE ZERO.
       01 WS-EXIT-DATA        PIC X(04) VALUE SPACES.
       01 WS-RULE-COUNT       PIC S9(8) COMP VALUE 2.
       01 WS-RULE-ARRAY.
          05 FILLER           PIC X(08) VALUE 'SHA-256 '.
          05 FILLER           PIC X(08) VALUE 'ONLY    '.
       01 WS-TEXT-LEN         PIC S9(8) COMP VALUE ZERO.
       01 WS-HASH-TEXT.
          05 WS-HT-PREV-HASH  PIC X(64).
          05 WS-HT-SEQ-NO     PIC 9(09).
          05 WS-HT-REC        PIC X(250).
       01 WS-CHAIN-LEN        PIC S9(8) COMP VALUE 128.
       01 WS-CHAIN-VECTOR     PIC X(128) VALUE LOW-VALUES.
       01 WS-HASH-LEN         PIC S9(8) COMP VALUE 32.
       01 WS-HASH             PIC X(32) VALUE LOW-VALUES.

      *    BINARY HASH TO PRINTABLE HEX.
       01 WS-HEX-DIGITS       PIC X(16) VALUE '0123456789ABCDEF'.
       01 WS-HEX-HASH         PIC X(64).
       01 WS-BYTE-WORK.
          05 WS-BYTE-NUM      PIC 9(04) COMP.
       01 WS-BYTE-X REDEFINES WS-BYTE-WORK.
          05 WS-BYTE-HIGH     PIC X(01).
          05 WS-BYTE-LOW      PIC X(01).
       01 WS-HIGH-NIBBLE      PIC 9(04) COMP.
       01 WS-LOW-NIBBLE       PIC 9(04) COMP.
       01 WS-SUB              PIC 9(04) COMP.

       LINKAGE SECTION.
       01 LA-JRNL-CHAIN.
           05 LA-FUNC         PIC X(01).
           05 LA-JOURNAL      PIC X(08).
           05 LA-REC-LEN      PIC 9(04).
           05 LA-REC          PIC X(250).
           05 LA-SEQ-NO       PIC 9(09).
           05 LA-PREV-HASH    PIC X(64).
           05 LA-HASH         PIC X(64).
           05 LA-FLAG         PIC X(01).
       PROCEDURE DIVISION USING LA-JRNL-CHAIN.
       MAIN-ROUTINE.
            MOVE 'N' TO LA-FLAG.
            EVALUATE LA-FUNC
            WHEN 'W'
                 PERFORM A000-SEAL-PARA
            WHEN 'H'
                 PERFORM A000-HASH-PARA
            WHEN 'A'
                 PERFORM A000-ANCHOR-PARA
            WHEN 'C'
                 IF WS-CTL-OPEN
                    CLOSE JRNLCTL
                    MOVE 'N' TO WS-CTL-OPEN-SW
                 END-IF
                 MOVE 'Y' TO LA-FLAG
            WHEN OTHER
                 DISPLAY 'JRNLCHN: INVALID FUNCTION ' LA-FUNC
            END-EVALUATE.
            GOBACK.

      *    NEXT RECORD OF THE JOURNAL - CHAINED TO THE LAST RECORD
      *    SEALED. THE FIRST RECORD OF A NEW JOURNAL CHAINS TO A HASH
      *    OF ALL ZEROS.
       A000-SEAL-PARA.
            MOVE ZERO   TO LA-SEQ-NO.
            MOVE SPACES TO LA-PREV-HASH.
            MOVE SPACES TO LA-HASH.
            PERFORM A000-READ-CTL-PARA.
            IF WS-CTL-OPEN
               IF NOT WS-CTL-FOUND
                  MOVE SPACES       TO JRNL-CTL-REC
                  MOVE LA-JOURNAL   TO JC-JOURNAL
                  MOVE ZERO         TO JC-LAST-SEQ
                  MOVE WS-ZERO-HASH TO JC-LAST-HASH
                  MOVE ZERO         TO JC-BASE-SEQ
                  MOVE WS-ZERO-HASH TO JC-BASE-HASH
                  WRITE JRNL-CTL-REC
                      INVALID KEY
                         DISPLAY 'JRNLCHN: JRNLCTL WRITE FAILED FOR '
                                 LA-JOURNAL ' - STATUS ' WS-CTL-FS
                  END-WRITE
               END-IF
               COMPUTE LA-SEQ-NO = JC-LAST-SEQ + 1
               MOVE JC-LAST-HASH TO LA-PREV-HASH
               PERFORM A000-HASH-PARA
               IF LA-FLAG = 'Y'
                  MOVE LA-SEQ-NO TO JC-LAST-SEQ
                  MOVE LA-HASH   TO JC-LAST-HASH
                  MOVE FUNCTION CURRENT-DATE TO JC-LAST-TS
                  REWRITE JRNL-CTL-REC
                      INVALID KEY
                         DISPLAY 'JRNLCHN: JRNLCTL REWRITE FAILED FOR '
                                 LA-JOURNAL ' - STATUS ' WS-CTL-FS
                         MOVE 'N' TO LA-FLAG
                  END-REWRITE
               END-IF
            END-IF.
            IF LA-FLAG NOT = 'Y'
               DISPLAY 'JRNLCHN: ' LA-JOURNAL ' RECORD NOT SEALED'
               MOVE ZERO   TO LA-SEQ-NO
               MOVE SPACES TO LA-HASH
            END-IF.

      *    THE LAST RECORD MOVED TO THE ARCHIVE BECOMES THE START OF
      *    THE CHAIN FOR WHAT REMAINS ON THE LIVE JOURNAL.
       A000-ANCHOR-PARA.
            PERFORM A000-READ-CTL-PARA.
            IF WS-CTL-FOUND
               MOVE LA-SEQ-NO TO JC-BASE-SEQ
               MOVE LA-HASH   TO JC-BASE-HASH
               REWRITE JRNL-CTL-REC
                   INVALID KEY
                      DISPLAY 'JRNLCHN: JRNLCTL REWRITE FAILED FOR '
                              LA-JOURNAL ' - STATUS ' WS-CTL-FS
                   NOT INVALID KEY
                      MOVE 'Y' TO LA-FLAG
               END-REWRITE
            ELSE
               DISPLAY 'JRNLCHN: NO JRNLCTL RECORD FOR ' LA-JOURNAL
            END-IF.

       A000-READ-CTL-PARA.
            MOVE 'N' TO WS-CTL-FOUND-SW.
            IF NOT WS-CTL-OPEN
               OPEN I-O JRNLCTL
               IF WS-CTL-OK
                  MOVE 'Y' TO WS-CTL-OPEN-SW
               ELSE
                  DISPLAY 'JRNLCHN: JRNLCTL NOT AVAILABLE - STATUS '
                          WS-CTL-FS
               END-IF
            END-IF.
            IF WS-CTL-OPEN
               MOVE LA-JOURNAL TO JC-JOURNAL
               READ JRNLCTL
                   INVALID KEY
                      MOVE 'N' TO WS-CTL-FOUND-SW
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-CTL-FOUND-SW
               END-READ
            END-IF.

       A000-HASH-PARA.
            MOVE 'N' TO LA-FLAG.
            MOVE SPACES       TO WS-HASH-TEXT.
            MOVE LA-PREV-HASH TO WS-HT-PREV-HASH.
            MOVE LA-SEQ-NO    TO WS-HT-SEQ-NO.
            IF LA-REC-LEN > ZERO AND LA-REC-LEN NOT > 250
               MOVE LA-REC(1:LA-REC-LEN) TO WS-HT-REC
               COMPUTE WS-TEXT-LEN = 73 + LA-REC-LEN
               MOVE LOW-VALUES TO WS-CHAIN-VECTOR
               MOVE 32 TO WS-HASH-LEN
               CALL 'CSNBOWH' USING WS-RETURN-CODE, WS-REASON-CODE,
                                    WS-EXIT-DATA-LEN, WS-EXIT-DATA,
                                    WS-RULE-COUNT, WS-RULE-ARRAY,
                                    WS-TEXT-LEN, WS-HASH-TEXT,
                                    WS-CHAIN-LEN, WS-CHAIN-VECTOR,
                                    WS-HASH-LEN, WS-HASH
               IF WS-RETURN-CODE = ZERO
                  PERFORM A000-HEX-BYTE-PARA
                     VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 32
                  MOVE WS-HEX-HASH TO LA-HASH
                  MOVE 'Y' TO LA-FLAG
               ELSE
                  DISPLAY 'JRNLCHN: CSNBOWH FAILED - RC '
                          WS-RETURN-CODE ' REASON ' WS-REASON-CODE
               END-IF
            ELSE
               DISPLAY 'JRNLCHN: INVALID RECORD LENGTH ' LA-REC-LEN
                       ' FOR ' LA-JOURNAL
            END-IF.

       A000-HEX-BYTE-PARA.
            MOVE ZERO TO WS-BYTE-NUM.
            MOVE WS-HASH(WS-SUB:1) TO WS-BYTE-LOW.
            DIVIDE WS-BYTE-NUM BY 16 GIVING WS-HIGH-NIBBLE
                   REMAINDER WS-LOW-NIBBLE.
            MOVE WS-HEX-DIGITS(WS-HIGH-NIBBLE + 1:1)
              TO WS-HEX-HASH(WS-SUB * 2 - 1:1).
            MOVE WS-HEX-DIGITS(WS-LOW-NIBBLE + 1:1)
              TO WS-HEX-HASH(WS-SUB * 2:1).
