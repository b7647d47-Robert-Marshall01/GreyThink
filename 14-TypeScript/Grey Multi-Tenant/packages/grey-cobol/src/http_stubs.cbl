                   SUBTRACT 1 FROM WS-HDR-VAL-LEN
               END-PERFORM

               MOVE SPACES TO WS-QUOTED
               IF WS-HDR-VAL-LEN = 0
                   STRING WS-HE-HDR-NAME(WS-SLOT-IDX, WS-HDR-IDX)
                              DELIMITED BY SPACE
