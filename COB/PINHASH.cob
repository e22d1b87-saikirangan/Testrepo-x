       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINHASH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    ICSF ONE-WAY HASH (CSNBOWH) PARAMETERS. THE TEXT HASHED IS
      *    THE SALT, THE STUDENT ID AND THE PIN, SO EQUAL PINS NEVER
      *    GIVE EQUAL HASHES ON PINFILE.
       01 WS-RETURN-CODE      PIC S9(8) COMP VALUE ZERO.
       01 WS-REASON-CODE      PIC S9(8) COMP VALUE ZERO.
       01 WS-EXIT-DATA-LEN    PIC S9(8) COMP VALUE ZERO.
       01 WS-EXIT-DATA        PIC X(04) VALUE SPACES.
       01 WS-RULE-COUNT       PIC S9(8) COMP VALUE 2.
       01 WS-RULE-ARRAY.
          05 FILLER           PIC X(08) VALUE 'SHA-256 '.
          05 FILLER           PIC X(08) VALUE 'ONLY    '.
       01 WS-TEXT-LEN         PIC S9(8) COMP VALUE 25.
       01 WS-HASH-TEXT.
          05 WS-HT-SALT       PIC X(08).
          05 WS-HT-STUD-ID    PIC X(09).
          05 WS-HT-PIN        PIC X(08).
       01 WS-CHAIN-LEN        PIC S9(8) COMP VALUE 128.
       01 WS-CHAIN-VECTOR     PIC X(128) VALUE LOW-VALUES.
       01 WS-HASH-LEN         PIC S9(8) COMP VALUE 32.
       01 WS-HASH             PIC X(32) VALUE LOW-VALUES.
       LINKAGE SECTION.
       01 LA-SALT      PIC X(08).
       01 LA-STUD-ID   PIC X(09).
       01 LA-PIN       PIC X(08).
       01 LA-HASH      PIC X(32).
       01 LA-HASH-FLAG PIC X(01).
       PROCEDURE DIVISION USING LA-SALT, LA-STUD-ID, LA-PIN,
                                LA-HASH, LA-HASH-FLAG.
       MAIN-ROUTINE.
            MOVE 'N' TO LA-HASH-FLAG.
            MOVE LOW-VALUES TO LA-HASH.
            MOVE LA-SALT    TO WS-HT-SALT.
            MOVE LA-STUD-ID TO WS-HT-STUD-ID.
            MOVE LA-PIN     TO WS-HT-PIN.
            INSPECT WS-HT-PIN REPLACING ALL LOW-VALUE BY SPACE.
            MOVE LOW-VALUES TO WS-CHAIN-VECTOR.
            MOVE 32 TO WS-HASH-LEN.
            CALL 'CSNBOWH' USING WS-RETURN-CODE, WS-REASON-CODE,
                                 WS-EXIT-DATA-LEN, WS-EXIT-DATA,
                                 WS-RULE-COUNT, WS-RULE-ARRAY,
                                 WS-TEXT-LEN, WS-HASH-TEXT,
                                 WS-CHAIN-LEN, WS-CHAIN-VECTOR,
                                 WS-HASH-LEN, WS-HASH.
            IF WS-RETURN-CODE = ZERO
               MOVE WS-HASH TO LA-HASH
               MOVE 'Y' TO LA-HASH-FLAG
            ELSE
               DISPLAY 'PINHASH: CSNBOWH FAILED - RC ' WS-RETURN-CODE
                       ' REASON ' WS-REASON-CODE
            END-IF.
            MOVE SPACES TO WS-HASH-TEXT.
            GOBACK.
