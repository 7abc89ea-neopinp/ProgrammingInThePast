               MOVE WS-CM-FLD-MODE TO CMF-DEF-MODE
               MOVE WS-CM-FLD-KEY TO CMF-DEF-KEY
               MOVE WS-CM-FLD-DEST TO CMF-DEST-NAME
               MOVE "A" TO CMF-STATUS
               MOVE "P" TO CMF-DELIVERY-FORMAT
               WRITE CLIENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: duplicate client id "
               MOVE FUNCTION NUMVAL(WS-REG-FLD-EXP)
                   TO KR-EXPIRY-DATE
               MOVE WS-REG-FLD-STATUS TO KR-STATUS
               MOVE 1 TO KR-VERSION
               WRITE KEY-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: duplicate key id "
