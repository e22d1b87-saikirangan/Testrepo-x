          05 FILLER          PIC X(01).
          05 DJ-AFT-COLL     PIC X(03).
          05 FILLER          PIC X(01).
          05 DJ-CHAIN.
             10 FILLER       PIC X(01).
             10 DJ-SEQ-NO    PIC 9(09).
             10 FILLER       PIC X(01).
             10 DJ-CHAIN-HASH PIC X(64).
       FD DEPTTAB
            RECORDING MODE IS F.
       01 DEPT-REC.
