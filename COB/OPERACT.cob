          05 FILLER         PIC X(01).
          05 MNT-OPER-ID    PIC X(08).
          05 FILLER         PIC X(02).
          05 MNT-CHAIN.
             10 FILLER      PIC X(01).
             10 MNT-SEQ-NO  PIC 9(09).
             10 FILLER      PIC X(01).
             10 MNT-CHAIN-HASH PIC X(64).
       FD ENRLLOG
            RECORDING MODE IS F.
       01 ENRL-LOG-REC.
