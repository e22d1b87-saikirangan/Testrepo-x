      *    OPERLOG RECORD WRITTEN BY ONLINE TRANSACTIONS THROUGH
      *    OPERLOGC. SAME LAYOUT AS THE BATCH OPERLOG RECORD, WITH THE
      *    SIGNED-ON USER, ENTLFILE FUNCTION AND DATE IN THE LAST 19
      *    BYTES (SPACES ON RECORDS WRITTEN BY BATCH PROGRAMS).
       01 WS-ONL-LOG.
           05 OC-TIMESTAMP PIC X(26).
           05 FILLER       PIC X(01).
           05 OC-PROGRAM   PIC X(08).
           05 FILLER       PIC X(01).
           05 OC-SEVERITY  PIC X(04).
               88 OC-SEV-INFO  VALUE 'INFO'.
               88 OC-SEV-WARN  VALUE 'WARN'.
               88 OC-SEV-ERROR VALUE 'ERR '.
           05 FILLER       PIC X(01).
           05 OC-TEXT      PIC X(60).
           05 OC-OPER-ID   PIC X(08).
           05 OC-FUNC-CODE PIC X(03).
           05 OC-DATE      PIC X(08).
