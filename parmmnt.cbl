
           05  LINE 4 COLUMN 25 PIC X(2) USING WS-ED-LANGUAGE.

           05  LINE 5 COLUMN 5 VALUE "NOTICE TYPE:".

           05  LINE 5 COLUMN 25 PIC X(4) USING WS-ED-TYPE.

           05  LINE 5 COLUMN 31
               VALUE "(GREE/REJN/STMT/DORM/DSPU/DSPR/PRTN/INTC)".

           05  LINE 6 COLUMN 5 VALUE "GREETING TEMPLATE:".

           05  LINE 6 COLUMN 25 PIC X(20) USING WS-ED-GREETING.

               WHEN WS-ED-TYPE NOT = "GREE" AND WS-ED-TYPE NOT = "REJN"
                    AND WS-ED-TYPE NOT = "STMT"
                    AND WS-ED-TYPE NOT = "DORM"
                    AND WS-ED-TYPE NOT = "DSPU"
                    AND WS-ED-TYPE NOT = "DSPR"
                    AND WS-ED-TYPE NOT = "PRTN"
                    AND WS-ED-TYPE NOT = "INTC"

                   MOVE "UNKNOWN NOTICE TYPE - SEE THE LIST SHOWN"
                     TO WS-MESSAGE

               WHEN WS-ED-LANGUAGE = SPACES

