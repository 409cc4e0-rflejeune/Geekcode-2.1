               WHEN WS-DC-CODE = SPACES OR "--"
                   MOVE "not recorded (category skipped this run)"
                       TO WS-DC-PHRASE
               WHEN WS-DC-CODE = WS-WITHHELD
                   MOVE "withheld at the employee's request"
                       TO WS-DC-PHRASE
               WHEN WS-DC-LABEL = "Geek Type"
                   PERFORM 97110-DECODE-TYPE
               WHEN WS-DC-LABEL = "Gender"
