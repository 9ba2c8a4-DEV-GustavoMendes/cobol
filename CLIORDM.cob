           MOVE WRK-DATA-FIM     TO ORD-DATA-FIM
           MOVE ZEROS            TO ORD-DATA-ULT-GER
           MOVE "A"              TO ORD-SITUACAO
           MOVE SPACES           TO ORD-NUM-ULT-GER

           WRITE ORDEM-PERMANENTE-RECORD
               INVALID KEY
