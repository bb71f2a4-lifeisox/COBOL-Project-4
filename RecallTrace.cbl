               WHEN "D"
                   MOVE    "COUNT ADJUST OFF"  TO  MV-ACTION-O
                   ADD     LH-QTY-IN           TO  WS-ISSUED-QTY
               WHEN "1"
                   MOVE    "SHIPPED TO SITE"   TO  MV-ACTION-O
                   ADD     LH-QTY-IN           TO  WS-ISSUED-QTY
               WHEN OTHER
                   MOVE    "MOVED"             TO  MV-ACTION-O
                   ADD     LH-QTY-IN           TO  WS-ISSUED-QTY
