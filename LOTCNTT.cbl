       01  WS-TOTAL-EXCLUIDOS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-TROCADOS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-REJEITADOS                 PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-AVISOS                     PIC 9(05)   VALUE ZEROS.
       01  WS-TRANSACAO-VALIDA                 PIC X(01)   VALUE 'S'.
           88  WS-TRANSACAO-OK                             VALUE 'S'.
       01  WS-TRANSACOES-A-PULAR               PIC 9(05)   VALUE ZEROS.
            MOVE LOTE-END-CIDADE               TO WS-COM-CIDADE
            MOVE LOTE-END-UF                   TO WS-COM-UF
            MOVE LOTE-END-CEP                  TO WS-COM-CEP
            MOVE SPACES                        TO WS-COM-CONSENTIMENTO
            MOVE SPACES                        TO WS-COM-EMPRESA
            PERFORM P250-VALIDA-TRANSACAO
            IF NOT WS-TRANSACAO-OK
               DISPLAY 'LOTE: TRANSACAO REJEITADA PARA O TELEFONE '
               MOVE WS-VAL-MOTIVO              TO WS-MOTIVO-REJEICAO
               PERFORM P650-GRAVA-REJEITO
            ELSE
               IF WS-VAL-AVISO NOT = SPACES
                  DISPLAY 'LOTE: AVISO PARA O TELEFONE '
                          LOTE-TELEFONE ' - ' WS-VAL-AVISO
                  ADD 1                        TO WS-TOTAL-AVISOS
               END-IF
               PERFORM P320-EXECUTA-TRANSACAO
            END-IF
           .
      * CHAMAR OS MODULOS DE MANUTENCAO.
       P250-VALIDA-TRANSACAO.
            MOVE 'S'                           TO WS-TRANSACAO-VALIDA
            MOVE SPACES                        TO WS-VAL-AVISO
            IF LOTE-OP-INCLUSAO OR LOTE-OP-ALTERACAO
               MOVE LOTE-TELEFONE              TO WS-VAL-TELEFONE
               MOVE LOTE-NOME                  TO WS-VAL-NOME
               MOVE LOTE-EMAIL                 TO WS-VAL-EMAIL
               MOVE LOTE-END-CEP               TO WS-VAL-CEP
               MOVE LOTE-END-UF                TO WS-VAL-UF
               CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
               IF NOT WS-VAL-OK
            DISPLAY 'CONTATOS EXCLUIDOS... : ' WS-TOTAL-EXCLUIDOS
            DISPLAY 'TELEFONES TROCADOS... : ' WS-TOTAL-TROCADOS
            DISPLAY 'TRANSACOES REJEITADAS : ' WS-TOTAL-REJEITADOS
            DISPLAY 'AVISOS DE DDD/UF..... : ' WS-TOTAL-AVISOS
            IF WS-TOTAL-REJEITADOS > 0
               DISPLAY 'REJEITOS GRAVADOS EM LOTE-REJEITOS.DAT'
            END-IF
