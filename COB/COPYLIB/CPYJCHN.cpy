      *    JRNLCHN PARAMETER AREA. FUNCTION W SEALS THE NEXT RECORD OF
      *    A JOURNAL (RETURNS ITS SEQUENCE NUMBER AND CHAINED HASH AND
      *    ADVANCES JRNLCTL), H ONLY HASHES A RECORD AGAINST THE
      *    SEQUENCE NUMBER AND PREVIOUS HASH SUPPLIED, A RECORDS THE
      *    LAST ARCHIVED RECORD AS THE START OF THE LIVE CHAIN, AND C
      *    CLOSES JRNLCTL. JCH-FLAG IS Y WHEN THE CALL WORKED.
       01 WS-JRNL-CHAIN.
           05 JCH-FUNC       PIC X(01).
           05 JCH-JOURNAL    PIC X(08).
           05 JCH-REC-LEN    PIC 9(04).
           05 JCH-REC        PIC X(250).
           05 JCH-SEQ-NO     PIC 9(09).
           05 JCH-PREV-HASH  PIC X(64).
           05 JCH-HASH       PIC X(64).
           05 JCH-FLAG       PIC X(01).
