               MOVE CT-CATEGORIA                  TO AUD-DEP-CATEGORIA
               MOVE CT-ENDERECO-ESTRUT            TO AUD-ANT-END-ESTRUT
               MOVE CT-ENDERECO-ESTRUT            TO AUD-DEP-END-ESTRUT
               MOVE CT-CONSENTIMENTO              TO AUD-ANT-CONS
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
