      *          TRAVA, E A AUDITORIA RECEBE O NUMERO ANTIGO NA
      *          IMAGEM ANTES E O NOVO NA IMAGEM DEPOIS, MANTENDO O
      *          HISTORICO RASTREAVEL SEM EXCLUIR E RECADASTRAR.
      *          OS TELEFONES ADICIONAIS DO CONTATO PASSAM PARA O
      *          NUMERO NOVO; O NUMERO NOVO NAO PODE SER ADICIONAL DE
      *          OUTRO CONTATO, E SE FOR ADICIONAL DO PROPRIO CONTATO
      *          DEIXA DE SE-LO AO VIRAR O PRINCIPAL. OS RETORNOS DA
      *          AGENDA SEGUEM O CONTATO COMO AS ANOTACOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELCNTT.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NT-CHAVE
                  FILE STATUS IS WS-NOTA-FILE-STATUS.
           SELECT TELEFONES-ADIC ASSIGN TO "TELEFONES-ADIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-TELEFONE
                  ALTERNATE RECORD KEY IS TA-TELEFONE-CONTATO
                         WITH DUPLICATES
                  FILE STATUS IS WS-TAD-FILE-STATUS.
           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CHAVE
                  ALTERNATE RECORD KEY IS AG-CHAVE-OPERADOR
                         WITH DUPLICATES
                  FILE STATUS IS WS-AGD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY AUDITORIA.CPY.
       FD  ANOTACOES.
       COPY ANOTACAO.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       FD  AGENDA.
       COPY AGENDA.CPY.
       WORKING-STORAGE SECTION.
       01  WS-AGD-FILE-STATUS                  PIC X(02).
       01  WS-FIM-AGENDA                       PIC X(01)   VALUE 'N'.
           88  WS-FIM-RETORNOS                             VALUE 'S'.
       01  WS-RETORNO-CHAVE-ANTIGA             PIC X(32).
       01  WS-RET-TRANSFERIDOS                 PIC 9(03)   VALUE ZEROS.
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ADICIONAIS                   PIC X(01)   VALUE 'N'.
           88  WS-FIM-ADIC                                 VALUE 'S'.
       01  WS-ADIC-TRANSFERIDOS                PIC 9(03)   VALUE ZEROS.
       01  WS-ADICIONAL-OUTRO                  PIC X(01)   VALUE 'N'.
           88  WS-E-ADICIONAL-DE-OUTRO                     VALUE 'S'.
       01  WS-ADC-TELEFONE                     PIC X(15).
       01  WS-ADC-ACAO                         PIC X(01).
       01  WS-ADC-TIPO                         PIC X(01).
       01  WS-NOTA-FILE-STATUS                 PIC X(02).
       01  WS-FIM-ANOTACOES                    PIC X(01)   VALUE 'N'.
           88  WS-FIM-NOTAS                                VALUE 'S'.
           03  WS-ANT-TRAVA                    PIC X(23).
           03  WS-ANT-CATEGORIA                PIC X(03).
           03  WS-ANT-END-ESTRUT               PIC X(88).
           03  WS-ANT-CONS                     PIC X(51).
           03  WS-ANT-DEVOLUCAO                PIC X(78).
           03  WS-ANT-EMPRESA                  PIC X(05).
       01  WS-LOCK-MAX-MINUTOS                 PIC 9(03)   VALUE 30.
       01  WS-TRAVA-EXPIRADA                   PIC X(01)   VALUE 'N'.
           88  WS-TRAVA-ESTA-EXPIRADA                      VALUE 'S'.
            MOVE WS-ANT-NOME                   TO WS-VAL-NOME
            MOVE WS-ANT-EMAIL                  TO WS-VAL-EMAIL
            MOVE SPACES                        TO WS-VAL-CEP
            MOVE SPACES                        TO WS-VAL-UF
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            IF NOT WS-VAL-OK AND NOT WS-VAL-TELEFONE-INVALIDO
            MOVE WS-TELEFONE-NOVO              TO CT-TELEFONE
            READ CONTATOS
               INVALID KEY
                  PERFORM P335-VERIFICA-ADICIONAL-NOVO
                  IF WS-E-ADICIONAL-DE-OUTRO
                     DISPLAY 'TELEFONE NOVO JA E ADICIONAL DO CONTATO '
                             TA-TELEFONE-CONTATO
                     SET WS-RC-DUPLICADO        TO TRUE
                     PERFORM P360-RESTAURA-POSICAO
                     UNLOCK CONTATOS
                  ELSE
                     PERFORM P340-CONFIRMA-E-EXECUTA
                  END-IF
               NOT INVALID KEY
                  DISPLAY 'JA EXISTE CONTATO COM O TELEFONE NOVO: '
                          CT-NOME
                  UNLOCK CONTATOS
            END-READ
           .
       P335-VERIFICA-ADICIONAL-NOVO.
            MOVE 'N'                           TO WS-ADICIONAL-OUTRO
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE WS-TELEFONE-NOVO           TO TA-TELEFONE
               READ TELEFONES-ADIC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF TA-TELEFONE-CONTATO NOT = WS-TELEFONE-ANTIGO
                        SET WS-E-ADICIONAL-DE-OUTRO TO TRUE
                     END-IF
               END-READ
               CLOSE TELEFONES-ADIC
            END-IF
           .
       P340-CONFIRMA-E-EXECUTA.
            IF WS-MODO-BATCH
               PERFORM P350-EXECUTA-TROCA
                  SET WS-RC-OK                  TO TRUE
                  PERFORM P700-GRAVA-AUDITORIA
                  PERFORM P750-TRANSFERE-ANOTACOES
                  PERFORM P800-TRANSFERE-RETORNOS
                  PERFORM P780-TRANSFERE-ADICIONAIS
            END-DELETE
            UNLOCK CONTATOS
           .
               END-WRITE
            END-PERFORM
           .
      * OS RETORNOS DA AGENDA SEGUEM O CONTATO DO MESMO JEITO QUE AS
      * ANOTACOES (MESMO FORMATO DE CHAVE): REGRAVADOS SOB O TELEFONE
      * NOVO E SO ENTAO REMOVIDOS DO ANTIGO, REPOSICIONANDO A CADA
      * VOLTA. OS JA BAIXADOS TAMBEM VAO, PARA O HISTORICO FICAR
      * COMPLETO.
       P800-TRANSFERE-RETORNOS.
            MOVE ZEROS                         TO WS-RET-TRANSFERIDOS
            OPEN I-O AGENDA
            IF WS-AGD-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-AGENDA
               PERFORM P810-TRANSFERE-UM-RETORNO UNTIL WS-FIM-RETORNOS
               CLOSE AGENDA
               IF WS-RET-TRANSFERIDOS > 0
                  DISPLAY 'RETORNOS DA AGENDA TRANSFERIDOS PARA O '
                          'NUMERO NOVO: ' WS-RET-TRANSFERIDOS
               END-IF
            END-IF
           .
       P810-TRANSFERE-UM-RETORNO.
            MOVE WS-TELEFONE-ANTIGO            TO AG-TELEFONE
            MOVE LOW-VALUES                    TO AG-DATA-HORA
            MOVE ZEROS                         TO AG-SEQUENCIA
            START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                  SET WS-FIM-RETORNOS           TO TRUE
            END-START
            IF NOT WS-FIM-RETORNOS
               READ AGENDA NEXT RECORD
                  AT END
                     SET WS-FIM-RETORNOS        TO TRUE
                  NOT AT END
                     IF AG-TELEFONE NOT = WS-TELEFONE-ANTIGO
                        SET WS-FIM-RETORNOS     TO TRUE
                     ELSE
                        MOVE AG-CHAVE       TO WS-RETORNO-CHAVE-ANTIGA
                        MOVE WS-TELEFONE-NOVO   TO AG-TELEFONE
                        PERFORM P820-GRAVA-RETORNO-NOVO
                        IF WS-AGD-FILE-STATUS NOT = '00'
                           DISPLAY 'ERRO AO REGRAVAR RETORNO NO '
                                   'NUMERO NOVO - TRANSFERENCIA '
                                   'INTERROMPIDA!'
                           SET WS-FIM-RETORNOS  TO TRUE
                        ELSE
                           MOVE WS-RETORNO-CHAVE-ANTIGA TO AG-CHAVE
                           DELETE AGENDA
                              INVALID KEY
                                 DISPLAY 'ERRO AO REMOVER RETORNO DO '
                                         'NUMERO ANTIGO!'
                                 SET WS-FIM-RETORNOS TO TRUE
                              NOT INVALID KEY
                                 ADD 1      TO WS-RET-TRANSFERIDOS
                           END-DELETE
                        END-IF
                     END-IF
               END-READ
            END-IF
           .
       P820-GRAVA-RETORNO-NOVO.
            WRITE AGENDA-REG
               INVALID KEY
                  CONTINUE
            END-WRITE
            PERFORM UNTIL WS-AGD-FILE-STATUS NOT = '22'
                    OR AG-SEQUENCIA >= 999
               ADD 1                           TO AG-SEQUENCIA
               WRITE AGENDA-REG
                  INVALID KEY
                     CONTINUE
               END-WRITE
            END-PERFORM
           .
      * OS TELEFONES ADICIONAIS SO MUDAM DE DONO (CHAVE ALTERNATIVA):
      * CADA UM E REGRAVADO APONTANDO PARA O NUMERO NOVO, EXCETO O
      * QUE ACABOU DE VIRAR O PROPRIO TELEFONE PRINCIPAL, QUE E
      * REMOVIDO. A BUSCA REPOSICIONA A CADA VOLTA, COMO NAS
      * ANOTACOES, E CADA MUDANCA GERA SEU LANCAMENTO DE AUDITORIA.
       P780-TRANSFERE-ADICIONAIS.
            MOVE ZEROS                         TO WS-ADIC-TRANSFERIDOS
            OPEN I-O TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-ADICIONAIS
               PERFORM P790-TRANSFERE-UM-ADICIONAL UNTIL WS-FIM-ADIC
               CLOSE TELEFONES-ADIC
               IF WS-ADIC-TRANSFERIDOS > 0
                  DISPLAY 'TELEFONES ADICIONAIS TRANSFERIDOS PARA O '
                          'NUMERO NOVO: ' WS-ADIC-TRANSFERIDOS
               END-IF
            END-IF
           .
       P790-TRANSFERE-UM-ADICIONAL.
            MOVE WS-TELEFONE-ANTIGO            TO TA-TELEFONE-CONTATO
            START TELEFONES-ADIC KEY IS EQUAL TO TA-TELEFONE-CONTATO
               INVALID KEY
                  SET WS-FIM-ADIC               TO TRUE
            END-START
            IF NOT WS-FIM-ADIC
               READ TELEFONES-ADIC NEXT RECORD
                  AT END
                     SET WS-FIM-ADIC            TO TRUE
                  NOT AT END
                     IF TA-TELEFONE-CONTATO NOT = WS-TELEFONE-ANTIGO
                        SET WS-FIM-ADIC         TO TRUE
                     ELSE
                        MOVE TA-TELEFONE        TO WS-ADC-TELEFONE
                        MOVE TA-TIPO            TO WS-ADC-TIPO
                        IF TA-TELEFONE = WS-TELEFONE-NOVO
                           DELETE TELEFONES-ADIC
                              INVALID KEY
                                 DISPLAY 'ERRO AO REMOVER O ADICIONAL '
                                         'QUE VIROU PRINCIPAL!'
                                 SET WS-FIM-ADIC TO TRUE
                              NOT INVALID KEY
                                 MOVE 'E'       TO WS-ADC-ACAO
                                 PERFORM P720-GRAVA-AUDITORIA-ADIC
                           END-DELETE
                        ELSE
                           MOVE WS-TELEFONE-NOVO
                                             TO TA-TELEFONE-CONTATO
                           REWRITE TELADIC-REG
                              INVALID KEY
                                 DISPLAY 'ERRO AO TRANSFERIR TELEFONE '
                                         'ADICIONAL ' WS-ADC-TELEFONE
                                 SET WS-FIM-ADIC TO TRUE
                              NOT INVALID KEY
                                 ADD 1  TO WS-ADIC-TRANSFERIDOS
                                 MOVE 'T'       TO WS-ADC-ACAO
                                 PERFORM P720-GRAVA-AUDITORIA-ADIC
                           END-REWRITE
                        END-IF
                     END-IF
               END-READ
            END-IF
           .
      * DEPOIS DE CONSULTAR A CHAVE NOVA O REGISTRO CORRENTE E O DA
      * CONSULTA; A IMAGEM ORIGINAL E DEVOLVIDA AO BUFFER PARA QUE A
      * TRAVA SEJA LIBERADA NO REGISTRO CERTO.
               MOVE WS-ANT-CATEGORIA               TO AUD-DEP-CATEGORIA
               MOVE WS-ANT-END-ESTRUT              TO AUD-ANT-END-ESTRUT
               MOVE WS-ANT-END-ESTRUT              TO AUD-DEP-END-ESTRUT
               MOVE WS-ANT-CONS                    TO AUD-ANT-CONS
               MOVE WS-ANT-CONS                    TO AUD-DEP-CONS
               MOVE SPACES                        TO AUD-TELEFONE-FUSAO
               MOVE SPACES                        TO AUD-TEL-ADICIONAL
               MOVE SPACES                        TO AUD-LGP-APROVADOR
               MOVE SPACES                        TO AUD-DEVOLUCAO
               MOVE WS-ANT-EMPRESA                TO AUD-ANT-EMPRESA
               MOVE WS-ANT-EMPRESA                TO AUD-DEP-EMPRESA
               MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
               PERFORM P710-GRAVA-COM-SEQUENCIA
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR AUDITORIA - REG. NAO AUDITADO!'
            END-IF
           .
      * LANCAMENTO S DE UM TELEFONE ADICIONAL ACOMPANHANDO A TROCA:
      * MESMA DATA/HORA DO LANCAMENTO T (FIXADA EM P700) E AS DUAS
      * IMAGENS IGUAIS AO CONTATO JA NO NUMERO NOVO.
       P720-GRAVA-AUDITORIA-ADIC.
            OPEN I-O AUDITORIA
            IF WS-AUD-FILE-STATUS = '00'
               MOVE WS-OPERADOR                   TO AUD-OPERADOR
               MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AUD-DATA-HORA
               SET AUD-OP-TELEFONE-ADIC            TO TRUE
               MOVE WS-TELEFONE-NOVO               TO AUD-ANT-TELEFONE
               MOVE WS-ANT-NOME                    TO AUD-ANT-NOME
               MOVE WS-ANT-EMAIL                   TO AUD-ANT-EMAIL
               MOVE WS-ANT-ENDERECO                TO AUD-ANT-ENDERECO
               MOVE WS-ANT-STATUS                  TO AUD-ANT-STATUS
               MOVE WS-ANT-CATEGORIA               TO AUD-ANT-CATEGORIA
               MOVE AUD-ANTES                      TO AUD-DEPOIS
               MOVE WS-ANT-CATEGORIA               TO AUD-DEP-CATEGORIA
               MOVE WS-ANT-END-ESTRUT              TO AUD-ANT-END-ESTRUT
               MOVE WS-ANT-END-ESTRUT              TO AUD-DEP-END-ESTRUT
               MOVE WS-ANT-CONS                    TO AUD-ANT-CONS
               MOVE WS-ANT-CONS                    TO AUD-DEP-CONS
               MOVE SPACES                        TO AUD-TELEFONE-FUSAO
               MOVE WS-ADC-TELEFONE               TO AUD-ADC-TELEFONE
               MOVE WS-ADC-ACAO                   TO AUD-ADC-ACAO
               IF WS-ADC-ACAO = 'E'
                  MOVE WS-ADC-TIPO                TO AUD-ADC-TIPO-ANT
                  MOVE SPACES                     TO AUD-ADC-TIPO-DEP
                  MOVE SPACES                     TO AUD-ADC-CONTATO-ANT
               ELSE
                  MOVE WS-ADC-TIPO                TO AUD-ADC-TIPO-ANT
                  MOVE WS-ADC-TIPO                TO AUD-ADC-TIPO-DEP
                  MOVE WS-TELEFONE-ANTIGO         TO AUD-ADC-CONTATO-ANT
               END-IF
               MOVE SPACES                        TO AUD-LGP-APROVADOR
               MOVE SPACES                        TO AUD-DEVOLUCAO
               MOVE WS-ANT-EMPRESA                TO AUD-ANT-EMPRESA
               MOVE WS-ANT-EMPRESA                TO AUD-DEP-EMPRESA
               MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
               PERFORM P710-GRAVA-COM-SEQUENCIA
               CLOSE AUDITORIA
