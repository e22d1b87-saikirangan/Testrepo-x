                MOVE ENRL-BUS-DATE TO WS-AK-BUS-DATE
                EVALUATE ENRL-CODE
                WHEN 'I'
                WHEN 'V'
                     PERFORM A000-ACT-TALLY-PARA
                     PERFORM A000-SWAP-ADD-PARA
                WHEN 'D'
                WHEN 'N'
                WHEN 'X'
                     PERFORM A000-ACT-TALLY-PARA
                     PERFORM A000-SWAP-DROP-PARA
             END-SEARCH.

       A000-ACT-BUMP-PARA.
             IF ENRL-CODE = 'I' OR ENRL-CODE = 'V'
                ADD 1 TO WS-AC-ADDS(WS-ACT-IDX)
             ELSE
                ADD 1 TO WS-AC-DROPS(WS-ACT-IDX)
