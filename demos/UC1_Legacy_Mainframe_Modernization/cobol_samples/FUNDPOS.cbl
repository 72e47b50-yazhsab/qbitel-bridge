                   SET WS-WIRE-EOF TO TRUE
               NOT AT END
                   IF WO-VALUE-DATE = WS-PROCESSING-DATE
                       AND WO-STATUS NOT = 'Q'
                       ADD WO-USD-AMOUNT TO WS-WIRES-TODAY
                       ADD 1 TO WS-WIRE-COUNT-TODAY
                   END-IF
