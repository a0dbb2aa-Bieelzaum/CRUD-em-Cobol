                  ACCEPT LOTE-END-LOGRADOURO
                  DISPLAY 'NUMERO.... : ' WITH NO ADVANCING
                  ACCEPT LOTE-END-NUMERO
                  DISPLAY 'CEP (8 DIGITOS, BRANCO=SEM) : '
                                                 WITH NO ADVANCING
                  ACCEPT LOTE-END-CEP
                  PERFORM P305-CONSULTA-CEP
                  DISPLAY 'CATEGORIA (BRANCO=SEM CLASSIFICACAO) : '
                                                 WITH NO ADVANCING
                  ACCEPT LOTE-CATEGORIA
               END-IF
               PERFORM P310-VALIDA-PENDENCIA
               IF WS-TRANSACAO-OK
                  IF WS-VAL-AVISO NOT = SPACES
                     DISPLAY 'ATENCAO: ' WS-VAL-AVISO
                  END-IF
                  PERFORM P320-GRAVA-PENDENCIA
               ELSE
                  DISPLAY 'PENDENCIA REJEITADA: ' WS-VAL-MOTIVO
               END-IF
            END-IF
           .
      * COMO NA ENTRADA DO CADCONTT/ALTCONTT, O CEP VEM ANTES DA
      * CIDADE/UF E, QUANDO ESTA NA BASE DOS CORREIOS, AS PREENCHE.
       P305-CONSULTA-CEP.
            MOVE LOTE-END-CEP                  TO WS-VAL-CEP
            SET WS-VAL-SO-CONSULTA-CEP         TO TRUE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            IF WS-VAL-CEP-CONHECIDO
               MOVE WS-VAL-CEP-CIDADE          TO LOTE-END-CIDADE
               MOVE WS-VAL-CEP-UF              TO LOTE-END-UF
               DISPLAY 'CIDADE/UF  : ' FUNCTION TRIM(LOTE-END-CIDADE)
                       '/' LOTE-END-UF ' (PELO CEP)'
            ELSE
               DISPLAY 'CIDADE.... : ' WITH NO ADVANCING
               ACCEPT LOTE-END-CIDADE
               DISPLAY 'UF........ : ' WITH NO ADVANCING
               ACCEPT LOTE-END-UF
            END-IF
           .
       P310-VALIDA-PENDENCIA.
            MOVE 'S'                           TO WS-TRANSACAO-VALIDA
            IF LOTE-OP-INCLUSAO OR LOTE-OP-ALTERACAO
               MOVE LOTE-NOME                  TO WS-VAL-NOME
               MOVE LOTE-EMAIL                 TO WS-VAL-EMAIL
               MOVE LOTE-END-CEP               TO WS-VAL-CEP
               MOVE LOTE-END-UF                TO WS-VAL-UF
               CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
               IF NOT WS-VAL-OK
                  MOVE LOTE-NOME               TO WS-VAL-NOME
                  MOVE LOTE-EMAIL              TO WS-VAL-EMAIL
                  MOVE SPACES                  TO WS-VAL-CEP
                  MOVE SPACES                  TO WS-VAL-UF
                  CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
                  IF NOT WS-VAL-OK AND NOT WS-VAL-TELEFONE-INVALIDO
