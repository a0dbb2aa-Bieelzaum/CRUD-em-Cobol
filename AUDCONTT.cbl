                 MOVE 'TROCA TEL.'             TO WS-OPERACAO-EXTENSO
               WHEN AUD-OP-FUSAO
                 MOVE 'FUSAO'                  TO WS-OPERACAO-EXTENSO
               WHEN AUD-OP-TELEFONE-ADIC
                 MOVE 'TEL.ADIC.'              TO WS-OPERACAO-EXTENSO
               WHEN AUD-OP-ANONIMIZACAO
                 MOVE 'ANONIMIZ.'              TO WS-OPERACAO-EXTENSO
               WHEN AUD-OP-CONSENTIMENTO
                 MOVE 'CONSENTIM.'             TO WS-OPERACAO-EXTENSO
               WHEN AUD-OP-DEVOLUCAO
                 MOVE 'DEVOLUCAO'              TO WS-OPERACAO-EXTENSO
               WHEN OTHER
                 MOVE AUD-OPERACAO             TO WS-OPERACAO-EXTENSO
            END-EVALUATE
                  DISPLAY '  FUNDIDO NO TELEFONE: ' AUD-TELEFONE-FUSAO
               END-IF
            END-IF
      * NOS TELEFONES ADICIONAIS AS IMAGENS DO CONTATO NAO MUDAM; O
      * QUE INTERESSA E O NUMERO ADICIONAL E O QUE ACONTECEU COM ELE.
            IF AUD-OP-TELEFONE-ADIC
               PERFORM P420-EXIBE-TEL-ADICIONAL
            END-IF
            IF AUD-OP-ANONIMIZACAO
               DISPLAY '  ANONIMIZACAO LGPD APROVADA POR: '
                       AUD-LGP-APROVADOR
            END-IF
      * NA DEVOLUCAO AS IMAGENS DO CONTATO NAO MUDAM; O QUE INTERESSA
      * E O CANAL QUE PAROU DE ENTREGAR E O MOTIVO INFORMADO.
            IF AUD-OP-DEVOLUCAO
               IF AUD-DEV-EMAIL
                  DISPLAY '  E-MAIL DEVOLVIDO: ' AUD-DEV-MOTIVO
               ELSE
                  DISPLAY '  CORRESPONDENCIA DEVOLVIDA: '
                          AUD-DEV-MOTIVO
               END-IF
            END-IF
            IF AUD-ANTES = SPACES
               DISPLAY '  TELEFONE : ' AUD-DEP-TELEFONE
               DISPLAY '  NOME.... : ' AUD-DEP-NOME
               DISPLAY '  ENDERECO : ' AUD-DEP-ENDERECO
               DISPLAY '  STATUS.. : ' AUD-DEP-STATUS
               DISPLAY '  CATEGORIA: ' AUD-DEP-CATEGORIA
               DISPLAY '  EMPRESA. : ' AUD-DEP-EMPRESA
            ELSE
               PERFORM P410-EXIBE-DIFERENCAS
            END-IF
               DISPLAY '  CATEGORIA: ' AUD-ANT-CATEGORIA ' -> '
                       AUD-DEP-CATEGORIA
            END-IF
            IF AUD-ANT-EMPRESA NOT = AUD-DEP-EMPRESA
               DISPLAY '  EMPRESA. : ' AUD-ANT-EMPRESA ' -> '
                       AUD-DEP-EMPRESA
            END-IF
      * CADA CANAL DO CONSENTIMENTO MOSTRA SITUACAO, DATA E ORIGEM.
            IF AUD-ANT-CONS-EMAIL NOT = AUD-DEP-CONS-EMAIL
               DISPLAY '  CONS.EMAIL: ' AUD-ANT-CONS-EMAIL ' -> '
                       AUD-DEP-CONS-EMAIL
            END-IF
            IF AUD-ANT-CONS-TELEFONE NOT = AUD-DEP-CONS-TELEFONE
               DISPLAY '  CONS.TEL..: ' AUD-ANT-CONS-TELEFONE ' -> '
                       AUD-DEP-CONS-TELEFONE
            END-IF
            IF AUD-ANT-CONS-CORREIO NOT = AUD-DEP-CONS-CORREIO
               DISPLAY '  CONS.CORR.: ' AUD-ANT-CONS-CORREIO ' -> '
                       AUD-DEP-CONS-CORREIO
            END-IF
            IF AUD-ANTES = AUD-DEPOIS AND
               AUD-ANT-CATEGORIA = AUD-DEP-CATEGORIA AND
               AUD-ANT-CONS = AUD-DEP-CONS AND
               AUD-ANT-EMPRESA = AUD-DEP-EMPRESA AND
               NOT AUD-OP-DEVOLUCAO
               DISPLAY '  (NENHUM CAMPO ALTERADO)'
            END-IF
           .
       P420-EXIBE-TEL-ADICIONAL.
            EVALUATE AUD-ADC-ACAO
               WHEN 'I'
                 DISPLAY '  ADICIONAL INCLUIDO.. : ' AUD-ADC-TELEFONE
                         ' TIPO ' AUD-ADC-TIPO-DEP
               WHEN 'A'
                 DISPLAY '  TIPO ALTERADO....... : ' AUD-ADC-TELEFONE
                         ' ' AUD-ADC-TIPO-ANT ' -> ' AUD-ADC-TIPO-DEP
               WHEN 'E'
                 DISPLAY '  ADICIONAL EXCLUIDO.. : ' AUD-ADC-TELEFONE
                         ' TIPO ' AUD-ADC-TIPO-ANT
               WHEN 'T'
                 DISPLAY '  ADICIONAL RECEBIDO.. : ' AUD-ADC-TELEFONE
                         ' DO TELEFONE ' AUD-ADC-CONTATO-ANT
               WHEN OTHER
                 DISPLAY '  TELEFONE ADICIONAL.. : ' AUD-ADC-TELEFONE
            END-EVALUATE
           .
       P900-FECHA-ARQUIVO.
            CLOSE AUDITORIA
           .
