      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DOS TELEFONES ADICIONAIS DE CONTATO
      *          (CELULAR, TRABALHO, RESIDENCIAL E WHATSAPP), GUARDADOS
      *          EM TELEFONES-ADIC.DAT AO LADO DO TELEFONE PRINCIPAL,
      *          QUE CONTINUA SENDO A CHAVE DO CONTATO. UM NUMERO SO
      *          PODE PERTENCER A UM CONTATO, SEJA COMO PRINCIPAL OU
      *          COMO ADICIONAL. CADA INCLUSAO, TROCA DE TIPO OU
      *          EXCLUSAO GERA UM LANCAMENTO S NA AUDITORIA, COM O
      *          CONTATO DONO NAS IMAGENS ANTES/DEPOIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO "CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CT-TELEFONE
                  ALTERNATE RECORD KEY IS CT-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-FILE-STATUS.
           SELECT TELEFONES-ADIC ASSIGN TO "TELEFONES-ADIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-TELEFONE
                  ALTERNATE RECORD KEY IS TA-TELEFONE-CONTATO
                         WITH DUPLICATES
                  FILE STATUS IS WS-TAD-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA-IX.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CHAVE
                  ALTERNATE RECORD KEY IS AUD-ANT-TELEFONE
                         WITH DUPLICATES
                  FILE STATUS IS WS-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       FD  AUDITORIA.
       COPY AUDITORIA.CPY.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-OPCAO-FONE                       PIC X(01).
       01  WS-TELEFONE-BUSCA                   PIC X(15).
       01  WS-TELEFONE-ADICIONAL               PIC X(15).
       01  WS-TIPO-INFORMADO                   PIC X(01).
       01  WS-TIPO-EXTENSO                     PIC X(11).
       01  WS-RESPOSTA                         PIC X(01).
       01  WS-FIM-ADICIONAIS                   PIC X(01)   VALUE 'N'.
           88  WS-FIM-ADIC                                 VALUE 'S'.
       01  WS-TOTAL-LISTADOS                   PIC 9(03)   VALUE ZEROS.
       01  WS-NUMERO-LIVRE                     PIC X(01)   VALUE 'N'.
           88  WS-NUMERO-DISPONIVEL                        VALUE 'S'.
      * IMAGEM DO CONTATO DONO, GUARDADA PORQUE A CONSULTA DO NUMERO
      * NOVO EM CONTATOS.DAT SOBREPOE O BUFFER DO ARQUIVO.
       01  WS-REGISTRO-DONO.
           03  WS-DONO-TELEFONE                PIC X(15).
           03  WS-DONO-NOME                    PIC X(40).
           03  WS-DONO-EMAIL                   PIC X(40).
           03  WS-DONO-ENDERECO                PIC X(50).
           03  WS-DONO-STATUS                  PIC X(01).
           03  WS-DONO-TRAVA                   PIC X(23).
           03  WS-DONO-CATEGORIA               PIC X(03).
           03  WS-DONO-END-ESTRUT              PIC X(88).
           03  WS-DONO-CONS                    PIC X(51).
           03  WS-DONO-DEVOLUCAO               PIC X(78).
           03  WS-DONO-EMPRESA                 PIC X(05).
      * O QUE MUDOU NO TELEFONE ADICIONAL, PARA O LANCAMENTO S.
       01  WS-ADC-ACAO                         PIC X(01).
       01  WS-ADC-TIPO-ANT                     PIC X(01).
       01  WS-ADC-TIPO-DEP                     PIC X(01).
       COPY VALIDCT.CPY.
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY SPACES
            DISPLAY WS-MENSAGEM
            SET WS-RC-OK                       TO TRUE
            PERFORM P100-ABRE-ARQUIVOS
            IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'NAO HA CONTATOS CADASTRADOS!'
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
            ELSE
               IF WS-TAD-FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO NO ARQUIVO DE TELEFONES ADICIONAIS '
                          '(STATUS ' WS-TAD-FILE-STATUS ')!'
                  CLOSE CONTATOS
                  SET WS-RC-ERRO-ARQUIVO       TO TRUE
               ELSE
                  MOVE SPACES                  TO WS-OPCAO-FONE
                  PERFORM P200-PROCESSA THRU P200-FIM
                          UNTIL WS-OPCAO-FONE = 'S' OR
                                WS-OPCAO-FONE = 's'
                  PERFORM P900-FECHA-ARQUIVOS
               END-IF
            END-IF
            GOBACK
           .
       P100-ABRE-ARQUIVOS.
            OPEN INPUT CONTATOS
            IF WS-FILE-STATUS = '00'
               OPEN I-O TELEFONES-ADIC
               IF WS-TAD-FILE-STATUS = '35'
                  CLOSE TELEFONES-ADIC
                  OPEN OUTPUT TELEFONES-ADIC
                  CLOSE TELEFONES-ADIC
                  OPEN I-O TELEFONES-ADIC
               END-IF
            END-IF
           .
       P200-PROCESSA.
            DISPLAY '-------------------------------------------------'
            DISPLAY 'TELEFONES ADICIONAIS: (I)NCLUIR (A)LTERAR TIPO '
                    '(E)XCLUIR (L)ISTAR (S)AIR : '
                                                 WITH NO ADVANCING
            ACCEPT WS-OPCAO-FONE
            EVALUATE WS-OPCAO-FONE
               WHEN 'I'
               WHEN 'i'
                 PERFORM P300-INCLUI-ADICIONAL
               WHEN 'A'
               WHEN 'a'
                 PERFORM P400-ALTERA-TIPO
               WHEN 'E'
               WHEN 'e'
                 PERFORM P500-EXCLUI-ADICIONAL
               WHEN 'L'
               WHEN 'l'
                 PERFORM P600-LISTA-ADICIONAIS
               WHEN 'S'
               WHEN 's'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
           .
       P200-FIM.
      * SO CONTATO ATIVO RECEBE NUMERO NOVO; O NUMERO PASSA PELAS
      * MESMAS REGRAS DE FORMATO DO VALCNTT (SO O RESULTADO DO
      * TELEFONE IMPORTA, COMO NA TROCA DE TELEFONE) E NAO PODE SER
      * TELEFONE PRINCIPAL NEM ADICIONAL DE NENHUM CONTATO.
       P300-INCLUI-ADICIONAL.
            DISPLAY 'TELEFONE PRINCIPAL DO CONTATO : '
                                                 WITH NO ADVANCING
            ACCEPT WS-TELEFONE-BUSCA
            MOVE WS-TELEFONE-BUSCA             TO CT-TELEFONE
            READ CONTATOS
               INVALID KEY
                  DISPLAY 'CONTATO NAO ENCONTRADO!'
                  SET WS-RC-NAO-ENCONTRADO      TO TRUE
               NOT INVALID KEY
                  MOVE CONTATO-REG              TO WS-REGISTRO-DONO
            END-READ
            IF WS-FILE-STATUS = '00'
               IF NOT CT-ATIVO
                  DISPLAY 'CONTATO INATIVO NAO RECEBE TELEFONE '
                          'ADICIONAL!'
                  SET WS-RC-DADOS-INVALIDOS     TO TRUE
               ELSE
                  DISPLAY 'CONTATO: ' CT-NOME
                  DISPLAY 'TELEFONE ADICIONAL : ' WITH NO ADVANCING
                  ACCEPT WS-TELEFONE-ADICIONAL
                  PERFORM P310-VALIDA-NUMERO
                  IF WS-NUMERO-DISPONIVEL
                     PERFORM P320-ESCOLHE-TIPO
                     PERFORM P330-GRAVA-ADICIONAL
                  END-IF
               END-IF
            END-IF
           .
       P310-VALIDA-NUMERO.
            MOVE 'N'                           TO WS-NUMERO-LIVRE
            MOVE WS-TELEFONE-ADICIONAL         TO WS-VAL-TELEFONE
            MOVE WS-DONO-NOME                  TO WS-VAL-NOME
            MOVE WS-DONO-EMAIL                 TO WS-VAL-EMAIL
            MOVE SPACES                        TO WS-VAL-CEP
            MOVE SPACES                        TO WS-VAL-UF
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            IF NOT WS-VAL-OK AND NOT WS-VAL-TELEFONE-INVALIDO
               SET WS-VAL-OK                   TO TRUE
            END-IF
            IF NOT WS-VAL-OK
               DISPLAY 'TELEFONE REJEITADO: ' WS-VAL-MOTIVO
               SET WS-RC-DADOS-INVALIDOS       TO TRUE
            ELSE
               MOVE WS-TELEFONE-ADICIONAL      TO CT-TELEFONE
               READ CONTATOS
                  INVALID KEY
                     SET WS-NUMERO-DISPONIVEL   TO TRUE
                  NOT INVALID KEY
                     DISPLAY 'TELEFONE JA E O PRINCIPAL DO CONTATO '
                             CT-NOME
                     SET WS-RC-DUPLICADO        TO TRUE
               END-READ
               MOVE WS-REGISTRO-DONO           TO CONTATO-REG
            END-IF
            IF WS-NUMERO-DISPONIVEL
               MOVE WS-TELEFONE-ADICIONAL      TO TA-TELEFONE
               READ TELEFONES-ADIC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     DISPLAY 'TELEFONE JA E ADICIONAL DO CONTATO '
                             TA-TELEFONE-CONTATO
                     MOVE 'N'                   TO WS-NUMERO-LIVRE
                     SET WS-RC-DUPLICADO        TO TRUE
               END-READ
            END-IF
           .
       P320-ESCOLHE-TIPO.
            MOVE SPACES                        TO TA-TIPO
            PERFORM P325-PERGUNTA-TIPO UNTIL TA-TIPO-VALIDO
           .
       P325-PERGUNTA-TIPO.
            DISPLAY 'TIPO (C)ELULAR (T)RABALHO (R)ESIDENCIAL '
                    '(W)HATSAPP : '              WITH NO ADVANCING
            ACCEPT WS-TIPO-INFORMADO
            INSPECT WS-TIPO-INFORMADO
                    CONVERTING 'ctrw' TO 'CTRW'
            MOVE WS-TIPO-INFORMADO             TO TA-TIPO
            IF NOT TA-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO!'
            END-IF
           .
       P330-GRAVA-ADICIONAL.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-TELEFONE-ADICIONAL         TO TA-TELEFONE
            MOVE WS-DONO-TELEFONE              TO TA-TELEFONE-CONTATO
            MOVE WS-OPERADOR                   TO TA-OPERADOR
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO TA-DATA-HORA
            WRITE TELADIC-REG
               INVALID KEY
                  DISPLAY 'TELEFONE JA CADASTRADO COMO ADICIONAL!'
                  SET WS-RC-DUPLICADO           TO TRUE
               NOT INVALID KEY
                  DISPLAY 'TELEFONE ADICIONAL INCLUIDO COM SUCESSO!'
                  SET WS-RC-OK                  TO TRUE
                  MOVE 'I'                      TO WS-ADC-ACAO
                  MOVE SPACES                   TO WS-ADC-TIPO-ANT
                  MOVE TA-TIPO                  TO WS-ADC-TIPO-DEP
                  PERFORM P700-GRAVA-AUDITORIA
            END-WRITE
           .
       P400-ALTERA-TIPO.
            PERFORM P410-LOCALIZA-ADICIONAL
            IF WS-RC-OK
               PERFORM P620-MONTA-TIPO-EXTENSO
               DISPLAY 'TIPO ATUAL: ' WS-TIPO-EXTENSO
               MOVE TA-TIPO                    TO WS-ADC-TIPO-ANT
               PERFORM P320-ESCOLHE-TIPO
               IF TA-TIPO = WS-ADC-TIPO-ANT
                  DISPLAY 'TIPO MANTIDO.'
               ELSE
                  MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-SISTEMA
                  MOVE WS-OPERADOR             TO TA-OPERADOR
                  MOVE WS-DATA-HORA-SISTEMA(1:14)
                                               TO TA-DATA-HORA
                  REWRITE TELADIC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO ALTERAR O TELEFONE ADICIONAL!'
                        SET WS-RC-ERRO-ARQUIVO TO TRUE
                     NOT INVALID KEY
                        DISPLAY 'TIPO ALTERADO COM SUCESSO!'
                        MOVE 'A'               TO WS-ADC-ACAO
                        MOVE TA-TIPO           TO WS-ADC-TIPO-DEP
                        PERFORM P700-GRAVA-AUDITORIA
                  END-REWRITE
               END-IF
            END-IF
           .
      * LOCALIZA O NUMERO ADICIONAL E O CONTATO DONO, CUJA IMAGEM VAI
      * PARA O LANCAMENTO DE AUDITORIA.
       P410-LOCALIZA-ADICIONAL.
            DISPLAY 'TELEFONE ADICIONAL : ' WITH NO ADVANCING
            ACCEPT WS-TELEFONE-ADICIONAL
            MOVE WS-TELEFONE-ADICIONAL         TO TA-TELEFONE
            READ TELEFONES-ADIC
               INVALID KEY
                  DISPLAY 'TELEFONE ADICIONAL NAO ENCONTRADO!'
                  SET WS-RC-NAO-ENCONTRADO      TO TRUE
               NOT INVALID KEY
                  MOVE TA-TELEFONE-CONTATO      TO CT-TELEFONE
                  READ CONTATOS
                     INVALID KEY
                        MOVE SPACES             TO CONTATO-REG
                        MOVE TA-TELEFONE-CONTATO TO CT-TELEFONE
                  END-READ
                  MOVE CONTATO-REG              TO WS-REGISTRO-DONO
                  DISPLAY 'CONTATO: ' CT-TELEFONE ' ' CT-NOME
                  SET WS-RC-OK                  TO TRUE
            END-READ
           .
       P500-EXCLUI-ADICIONAL.
            PERFORM P410-LOCALIZA-ADICIONAL
            IF WS-RC-OK
               PERFORM P620-MONTA-TIPO-EXTENSO
               DISPLAY 'CONFIRMA EXCLUSAO DO TELEFONE '
                       WS-TELEFONE-ADICIONAL ' (' WS-TIPO-EXTENSO
                       ') (S/N)? '               WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                  MOVE TA-TIPO                 TO WS-ADC-TIPO-ANT
                  DELETE TELEFONES-ADIC
                     INVALID KEY
                        DISPLAY 'ERRO AO EXCLUIR O TELEFONE ADICIONAL!'
                        SET WS-RC-ERRO-ARQUIVO TO TRUE
                     NOT INVALID KEY
                        DISPLAY 'TELEFONE ADICIONAL EXCLUIDO!'
                        MOVE FUNCTION CURRENT-DATE
                                               TO WS-DATA-HORA-SISTEMA
                        MOVE 'E'               TO WS-ADC-ACAO
                        MOVE SPACES            TO WS-ADC-TIPO-DEP
                        PERFORM P700-GRAVA-AUDITORIA
                  END-DELETE
               ELSE
                  DISPLAY 'EXCLUSAO CANCELADA!'
                  SET WS-RC-CANCELADO          TO TRUE
               END-IF
            END-IF
           .
       P600-LISTA-ADICIONAIS.
            DISPLAY 'TELEFONE PRINCIPAL DO CONTATO : '
                                                 WITH NO ADVANCING
            ACCEPT WS-TELEFONE-BUSCA
            MOVE 'N'                           TO WS-FIM-ADICIONAIS
            MOVE ZEROS                         TO WS-TOTAL-LISTADOS
            MOVE WS-TELEFONE-BUSCA             TO TA-TELEFONE-CONTATO
            START TELEFONES-ADIC KEY IS EQUAL TO TA-TELEFONE-CONTATO
               INVALID KEY
                  SET WS-FIM-ADIC               TO TRUE
            END-START
            PERFORM P610-LISTA-UM UNTIL WS-FIM-ADIC
            IF WS-TOTAL-LISTADOS = 0
               DISPLAY 'NENHUM TELEFONE ADICIONAL PARA ESTE CONTATO!'
            ELSE
               DISPLAY 'TOTAL DE TELEFONES ADICIONAIS: '
                       WS-TOTAL-LISTADOS
            END-IF
           .
       P610-LISTA-UM.
            READ TELEFONES-ADIC NEXT RECORD
               AT END
                  SET WS-FIM-ADIC               TO TRUE
               NOT AT END
                  IF TA-TELEFONE-CONTATO NOT = WS-TELEFONE-BUSCA
                     SET WS-FIM-ADIC            TO TRUE
                  ELSE
                     PERFORM P620-MONTA-TIPO-EXTENSO
                     DISPLAY TA-TELEFONE ' ' WS-TIPO-EXTENSO ' '
                             TA-DATA-HORA(7:2) '/' TA-DATA-HORA(5:2)
                             '/' TA-DATA-HORA(1:4) ' ' TA-OPERADOR
                     ADD 1                      TO WS-TOTAL-LISTADOS
                  END-IF
            END-READ
           .
       P620-MONTA-TIPO-EXTENSO.
            EVALUATE TRUE
               WHEN TA-TIPO-CELULAR
                 MOVE 'CELULAR'                TO WS-TIPO-EXTENSO
               WHEN TA-TIPO-TRABALHO
                 MOVE 'TRABALHO'               TO WS-TIPO-EXTENSO
               WHEN TA-TIPO-RESIDENCIAL
                 MOVE 'RESIDENCIAL'            TO WS-TIPO-EXTENSO
               WHEN TA-TIPO-WHATSAPP
                 MOVE 'WHATSAPP'               TO WS-TIPO-EXTENSO
               WHEN OTHER
                 MOVE TA-TIPO                  TO WS-TIPO-EXTENSO
            END-EVALUATE
           .
      * LANCAMENTO S: AS IMAGENS ANTES/DEPOIS SAO O CONTATO DONO, QUE
      * NAO MUDA; O NUMERO ADICIONAL E O QUE ACONTECEU COM ELE VAO NO
      * GRUPO AUD-TEL-ADICIONAL.
       P700-GRAVA-AUDITORIA.
            OPEN I-O AUDITORIA
            IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN I-O AUDITORIA
            END-IF
            IF WS-AUD-FILE-STATUS = '00'
               MOVE WS-OPERADOR                   TO AUD-OPERADOR
               MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AUD-DATA-HORA
               SET AUD-OP-TELEFONE-ADIC            TO TRUE
               MOVE WS-DONO-TELEFONE               TO AUD-ANT-TELEFONE
               MOVE WS-DONO-NOME                   TO AUD-ANT-NOME
               MOVE WS-DONO-EMAIL                  TO AUD-ANT-EMAIL
               MOVE WS-DONO-ENDERECO               TO AUD-ANT-ENDERECO
               MOVE WS-DONO-STATUS                 TO AUD-ANT-STATUS
               MOVE WS-DONO-CATEGORIA              TO AUD-ANT-CATEGORIA
               MOVE AUD-ANTES                      TO AUD-DEPOIS
               MOVE WS-DONO-CATEGORIA              TO AUD-DEP-CATEGORIA
               MOVE WS-DONO-END-ESTRUT             TO AUD-ANT-END-ESTRUT
               MOVE WS-DONO-END-ESTRUT             TO AUD-DEP-END-ESTRUT
               MOVE WS-DONO-CONS                   TO AUD-ANT-CONS
               MOVE WS-DONO-CONS                   TO AUD-DEP-CONS
               MOVE SPACES                        TO AUD-TELEFONE-FUSAO
               MOVE WS-TELEFONE-ADICIONAL         TO AUD-ADC-TELEFONE
               MOVE WS-ADC-ACAO                   TO AUD-ADC-ACAO
               MOVE WS-ADC-TIPO-ANT               TO AUD-ADC-TIPO-ANT
               MOVE WS-ADC-TIPO-DEP               TO AUD-ADC-TIPO-DEP
               MOVE SPACES                        TO AUD-ADC-CONTATO-ANT
               MOVE SPACES                        TO AUD-LGP-APROVADOR
               MOVE SPACES                        TO AUD-DEVOLUCAO
               MOVE WS-DONO-EMPRESA               TO AUD-ANT-EMPRESA
               MOVE WS-DONO-EMPRESA               TO AUD-DEP-EMPRESA
               MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
               PERFORM P710-GRAVA-COM-SEQUENCIA
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR AUDITORIA - REG. NAO AUDITADO!'
            END-IF
           .
      * A SEQUENCIA DESEMPATA OPERACOES GRAVADAS NO MESMO SEGUNDO
      * PARA O MESMO TELEFONE: EM CHAVE DUPLICADA O NUMERO E
      * INCREMENTADO E A GRAVACAO REPETIDA.
       P710-GRAVA-COM-SEQUENCIA.
            MOVE ZEROS                         TO AUD-SEQUENCIA
            WRITE AUD-REG
               INVALID KEY
                  CONTINUE
            END-WRITE
            PERFORM UNTIL WS-AUD-FILE-STATUS NOT = '22'
                    OR AUD-SEQUENCIA >= 999
               ADD 1                           TO AUD-SEQUENCIA
               WRITE AUD-REG
                  INVALID KEY
                     CONTINUE
               END-WRITE
            END-PERFORM
            IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDITORIA - REG. NAO AUDITADO!'
            END-IF
           .
       P900-FECHA-ARQUIVOS.
            CLOSE CONTATOS
            CLOSE TELEFONES-ADIC
           .
       END PROGRAM FONCNTT.
