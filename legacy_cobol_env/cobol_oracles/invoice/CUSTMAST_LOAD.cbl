                    MOVE ZERO TO CM-CREDIT-LIMIT
                    MOVE "N" TO CM-CREDIT-HOLD
                    MOVE 30 TO CM-TERMS-DAYS
                    MOVE ZERO TO CM-EXEMPT-EXPIRY
                    WRITE CUSTMAST-RECORD
                       INVALID KEY
                          DISPLAY "CUSTMAST-LOAD: duplicate account "
