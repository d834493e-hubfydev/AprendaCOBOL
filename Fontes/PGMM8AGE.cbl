            SET AGE-NORMAL            TO TRUE
            MOVE ZEROS                TO ID-KIT-AGE
                                          ID-CIC-AGE
                                          ID-EMP-AGE
                                          ID-CONV-AGE
                                          SEQ-COB-AGE
                                          HORA-FIM-ATD-AGE
            MOVE SPACES               TO TIPO-EXO-AGE
            MOVE SPACES               TO LOGIN-ENC-AGE

            WRITE REG-AGE
