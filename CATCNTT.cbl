            SET WS-RC-OK                       TO TRUE
            PERFORM P100-ABRE-ARQUIVO
            IF WS-CAT-FILE-STATUS = '00'
               MOVE SPACES                     TO WS-OPCAO-CAT
               PERFORM P200-PROCESSA THRU P200-FIM
                       UNTIL WS-OPCAO-CAT = 'S' OR
                             WS-OPCAO-CAT = 's'
