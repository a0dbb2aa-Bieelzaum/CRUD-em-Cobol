       01  WS-ANT-STATUS                       PIC X(01).
       01  WS-ANT-CATEGORIA                    PIC X(03).
       01  WS-ANT-END-ESTRUT                   PIC X(88).
       01  WS-ANT-CONS                         PIC X(51).
       01  WS-LOCK-MAX-MINUTOS                 PIC 9(03)   VALUE 30.
       01  WS-TRAVA-EXPIRADA                   PIC X(01)   VALUE 'N'.
           88  WS-TRAVA-ESTA-EXPIRADA                      VALUE 'S'.
            MOVE CT-STATUS                     TO WS-ANT-STATUS
            MOVE CT-CATEGORIA                  TO WS-ANT-CATEGORIA
            MOVE CT-ENDERECO-ESTRUT            TO WS-ANT-END-ESTRUT
            MOVE CT-CONSENTIMENTO              TO WS-ANT-CONS
            SET CT-INATIVO                      TO TRUE
            SET CT-REG-LIVRE                     TO TRUE
            MOVE SPACES                          TO CT-OPERADOR-TRAVA
               MOVE CT-CATEGORIA                  TO AUD-DEP-CATEGORIA
               MOVE WS-ANT-END-ESTRUT             TO AUD-ANT-END-ESTRUT
               MOVE CT-ENDERECO-ESTRUT            TO AUD-DEP-END-ESTRUT
               MOVE WS-ANT-CONS                   TO AUD-ANT-CONS
               MOVE CT-CONSENTIMENTO              TO AUD-DEP-CONS
               MOVE SPACES                        TO AUD-TELEFONE-FUSAO
               MOVE SPACES                        TO AUD-TEL-ADICIONAL
               MOVE SPACES                        TO AUD-LGP-APROVADOR
               MOVE SPACES                        TO AUD-DEVOLUCAO
               MOVE CT-EMPRESA                    TO AUD-ANT-EMPRESA
               MOVE CT-EMPRESA                    TO AUD-DEP-EMPRESA
               MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
               PERFORM P710-GRAVA-COM-SEQUENCIA
               CLOSE AUDITORIA
