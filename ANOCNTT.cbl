      *          INATIVO (E JUSTAMENTE NA EXCLUSAO QUE SE PROCURA O
      *          PORQUE). A TROCA DE TELEFONE (TELCNTT) CARREGA AS
      *          ANOTACOES PARA O NUMERO NOVO.
      *          JUNTO COM A ANOTACAO PODE SER AGENDADO UM RETORNO
      *          (AGENDA.DAT): DATA DE VENCIMENTO, OPERADOR
      *          RESPONSAVEL E DESCRICAO. O RETORNO E BAIXADO AQUI
      *          MESMO, COMO CONCLUIDO OU CANCELADO, COM UMA NOTA DE
      *          FECHAMENTO QUE TAMBEM ENTRA NAS ANOTACOES DO CONTATO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOCNTT.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NT-CHAVE
                  FILE STATUS IS WS-NOTA-FILE-STATUS.
           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CHAVE
                  ALTERNATE RECORD KEY IS AG-CHAVE-OPERADOR
                         WITH DUPLICATES
                  FILE STATUS IS WS-AGD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS WS-OPE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  ANOTACOES.
       COPY ANOTACAO.CPY.
       FD  AGENDA.
       COPY AGENDA.CPY.
       FD  OPERADORES.
       COPY OPERADOR.CPY.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-NOTA-FILE-STATUS                 PIC X(02).
       01  WS-AGD-FILE-STATUS                  PIC X(02).
       01  WS-OPE-FILE-STATUS                  PIC X(02).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-OPCAO-NOTA                       PIC X(01).
       01  WS-TELEFONE-BUSCA                   PIC X(15).
           88  WS-FIM-NOTAS                                VALUE 'S'.
       01  WS-TOTAL-LISTADAS                   PIC 9(03)   VALUE ZEROS.
       01  WS-DATA-HORA-EDITADA                PIC X(19).
       01  WS-RESPOSTA                         PIC X(01).
       01  WS-DATA-HOJE                        PIC X(08).
       01  WS-VENCIMENTO                       PIC X(08).
       01  WS-VENCIMENTO-EDITADO               PIC X(10).
       01  WS-OPERADOR-RETORNO                 PIC X(08).
       01  WS-DESCRICAO-RETORNO                PIC X(50).
       01  WS-SITUACAO-EXTENSO                 PIC X(10).
       01  WS-DADO-RETORNO                     PIC X(01)   VALUE 'N'.
           88  WS-RETORNO-OK                               VALUE 'S'.
       01  WS-FIM-AGENDA                       PIC X(01)   VALUE 'N'.
           88  WS-FIM-RETORNOS                             VALUE 'S'.
      * RETORNOS EM ABERTO DO TELEFONE, NUMERADOS NA TELA PARA A
      * ESCOLHA DA BAIXA; ACIMA DE 20 O EXCEDENTE SO E CONTADO.
       01  WS-RETORNO-TAB.
           03  WS-RET-CHAVE OCCURS 20          PIC X(32).
       01  WS-RET-USADOS                       PIC 9(02)   VALUE ZEROS.
       01  WS-RET-DEMAIS                       PIC 9(03)   VALUE ZEROS.
       01  WS-RET-ENTRADA                      PIC X(02).
       01  WS-RET-ESCOLHIDO                    PIC 9(02)   VALUE ZEROS.
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
                  CLOSE CONTATOS
                  SET WS-RC-ERRO-ARQUIVO       TO TRUE
               ELSE
                  IF WS-AGD-FILE-STATUS NOT = '00'
                     DISPLAY 'ERRO NO ARQUIVO DA AGENDA (STATUS '
                             WS-AGD-FILE-STATUS ')!'
                     CLOSE CONTATOS
                     CLOSE ANOTACOES
                     SET WS-RC-ERRO-ARQUIVO    TO TRUE
                  ELSE
                     PERFORM P200-PROCESSA THRU P200-FIM
                             UNTIL WS-OPCAO-NOTA = 'S' OR
                                   WS-OPCAO-NOTA = 's'
                     PERFORM P900-FECHA-ARQUIVOS
                  END-IF
               END-IF
            END-IF
            GOBACK
                  CLOSE ANOTACOES
                  OPEN I-O ANOTACOES
               END-IF
               OPEN I-O AGENDA
               IF WS-AGD-FILE-STATUS = '35'
                  CLOSE AGENDA
                  OPEN OUTPUT AGENDA
                  CLOSE AGENDA
                  OPEN I-O AGENDA
               END-IF
            END-IF
           .
       P200-PROCESSA.
            DISPLAY '-------------------------------------------------'
            DISPLAY 'ANOTACOES: (I)NCLUIR (L)ISTAR (R)ETORNOS '
                    '(B)AIXAR RETORNO (S)AIR : '
                                                 WITH NO ADVANCING
            ACCEPT WS-OPCAO-NOTA
            EVALUATE WS-OPCAO-NOTA
               WHEN 'L'
               WHEN 'l'
                 PERFORM P400-LISTA-ANOTACOES
               WHEN 'R'
               WHEN 'r'
                 PERFORM P600-LISTA-RETORNOS
               WHEN 'B'
               WHEN 'b'
                 PERFORM P700-BAIXA-RETORNO
               WHEN 'S'
               WHEN 's'
                 CONTINUE
                     DISPLAY 'ANOTACAO EM BRANCO NAO E GRAVADA!'
                  ELSE
                     PERFORM P310-GRAVA-ANOTACAO
                     IF WS-NOTA-FILE-STATUS = '00'
                        PERFORM P320-OFERECE-RETORNO
                     END-IF
                  END-IF
            END-READ
           .
      * O RETORNO SO PODE NASCER DE UM ATENDIMENTO ANOTADO: O QUE FOI
      * COMBINADO FICA NA ANOTACAO, A AGENDA SO LEMBRA DE LIGAR.
       P320-OFERECE-RETORNO.
            DISPLAY 'AGENDAR RETORNO PARA ESTE CONTATO (S/N)? '
                                                 WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
               PERFORM P500-AGENDA-RETORNO
            END-IF
           .
       P310-GRAVA-ANOTACAO.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-TELEFONE-BUSCA             TO NT-TELEFONE
                                            INTO WS-DATA-HORA-EDITADA
            DISPLAY WS-DATA-HORA-EDITADA ' ' NT-OPERADOR ' - ' NT-TEXTO
           .
      * VENCIMENTO EM BRANCO DESISTE DO RETORNO; O RESPONSAVEL PADRAO
      * E O PROPRIO OPERADOR DA SESSAO E A DESCRICAO PADRAO E O
      * INICIO DO TEXTO DA ANOTACAO.
       P500-AGENDA-RETORNO.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:8)     TO WS-DATA-HOJE
            MOVE 'N'                           TO WS-DADO-RETORNO
            MOVE LOW-VALUES                    TO WS-VENCIMENTO
            PERFORM P510-DIGITA-VENCIMENTO
                    UNTIL WS-RETORNO-OK OR WS-VENCIMENTO = SPACES
            IF WS-VENCIMENTO = SPACES
               DISPLAY 'RETORNO NAO AGENDADO!'
            ELSE
               MOVE 'N'                        TO WS-DADO-RETORNO
               PERFORM P520-DIGITA-RESPONSAVEL UNTIL WS-RETORNO-OK
               DISPLAY 'DESCRICAO (ATE 50) [ENTER = TEXTO DA '
                       'ANOTACAO] : ' WITH NO ADVANCING
               ACCEPT WS-DESCRICAO-RETORNO
               IF WS-DESCRICAO-RETORNO = SPACES
                  MOVE WS-TEXTO-NOTA           TO WS-DESCRICAO-RETORNO
               END-IF
               PERFORM P530-GRAVA-RETORNO
            END-IF
           .
       P510-DIGITA-VENCIMENTO.
            DISPLAY 'VENCIMENTO AAAAMMDD (BRANCO=DESISTE) : '
                                                 WITH NO ADVANCING
            ACCEPT WS-VENCIMENTO
            IF WS-VENCIMENTO NOT = SPACES
               IF WS-VENCIMENTO IS NOT NUMERIC
                  DISPLAY 'DATA INVALIDA!'
               ELSE
                  IF FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(WS-VENCIMENTO)) NOT = 0
                     DISPLAY 'DATA INVALIDA!'
                  ELSE
                     IF WS-VENCIMENTO < WS-DATA-HOJE
                        DISPLAY 'VENCIMENTO NAO PODE SER ANTERIOR A '
                                'HOJE!'
                     ELSE
                        SET WS-RETORNO-OK      TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-IF
           .
      * O RESPONSAVEL PRECISA SER UM OPERADOR ATIVO, SENAO O RETORNO
      * NUNCA APARECERIA NO AVISO DE ENTRADA DE NINGUEM.
       P520-DIGITA-RESPONSAVEL.
            DISPLAY 'OPERADOR RESPONSAVEL [ENTER = ' WS-OPERADOR
                    '] : ' WITH NO ADVANCING
            ACCEPT WS-OPERADOR-RETORNO
            IF WS-OPERADOR-RETORNO = SPACES
               MOVE WS-OPERADOR                TO WS-OPERADOR-RETORNO
               SET WS-RETORNO-OK               TO TRUE
            ELSE
               OPEN INPUT OPERADORES
               IF WS-OPE-FILE-STATUS NOT = '00'
                  DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL - '
                          'RETORNO FICA COM ' WS-OPERADOR
                  MOVE WS-OPERADOR             TO WS-OPERADOR-RETORNO
                  SET WS-RETORNO-OK            TO TRUE
               ELSE
                  MOVE WS-OPERADOR-RETORNO     TO OP-ID
                  READ OPERADORES
                     INVALID KEY
                        DISPLAY 'OPERADOR NAO CADASTRADO!'
                     NOT INVALID KEY
                        IF OP-ATIVO
                           SET WS-RETORNO-OK   TO TRUE
                        ELSE
                           DISPLAY 'OPERADOR INATIVO!'
                        END-IF
                  END-READ
                  CLOSE OPERADORES
               END-IF
            END-IF
           .
       P530-GRAVA-RETORNO.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-TELEFONE-BUSCA             TO AG-TELEFONE
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AG-DATA-HORA
            MOVE WS-OPERADOR-RETORNO           TO AG-OPERADOR
            MOVE WS-VENCIMENTO                 TO AG-VENCIMENTO
            MOVE WS-DESCRICAO-RETORNO          TO AG-DESCRICAO
            SET AG-ABERTO                      TO TRUE
            MOVE WS-OPERADOR                   TO AG-CRIADO-POR
            MOVE SPACES                        TO AG-FECHAMENTO
            MOVE ZEROS                         TO AG-SEQUENCIA
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
            IF WS-AGD-FILE-STATUS = '00'
               DISPLAY 'RETORNO AGENDADO PARA ' WS-OPERADOR-RETORNO
            ELSE
               DISPLAY 'ERRO AO GRAVAR O RETORNO!'
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
            END-IF
           .
      * TODOS OS RETORNOS DO TELEFONE, DE QUALQUER SITUACAO, NA ORDEM
      * EM QUE FORAM CRIADOS.
       P600-LISTA-RETORNOS.
            DISPLAY 'TELEFONE DO CONTATO : ' WITH NO ADVANCING
            ACCEPT WS-TELEFONE-BUSCA
            MOVE ZEROS                         TO WS-TOTAL-LISTADAS
            PERFORM P610-POSICIONA-AGENDA
            PERFORM P620-LISTA-UM-RETORNO UNTIL WS-FIM-RETORNOS
            IF WS-TOTAL-LISTADAS = 0
               DISPLAY 'NENHUM RETORNO PARA ESTE TELEFONE!'
            ELSE
               DISPLAY 'TOTAL DE RETORNOS: ' WS-TOTAL-LISTADAS
            END-IF
           .
       P610-POSICIONA-AGENDA.
            MOVE 'N'                           TO WS-FIM-AGENDA
            MOVE WS-TELEFONE-BUSCA             TO AG-TELEFONE
            MOVE LOW-VALUES                    TO AG-DATA-HORA
            MOVE ZEROS                         TO AG-SEQUENCIA
            START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                  SET WS-FIM-RETORNOS          TO TRUE
            END-START
           .
       P620-LISTA-UM-RETORNO.
            READ AGENDA NEXT RECORD
               AT END
                  SET WS-FIM-RETORNOS          TO TRUE
               NOT AT END
                  IF AG-TELEFONE NOT = WS-TELEFONE-BUSCA
                     SET WS-FIM-RETORNOS       TO TRUE
                  ELSE
                     ADD 1                     TO WS-TOTAL-LISTADAS
                     PERFORM P630-EXIBE-RETORNO
                     IF NOT AG-ABERTO
                        DISPLAY '      BAIXA: ' AG-FECHADO-POR ' - '
                                AG-NOTA-FECHAMENTO
                     END-IF
                  END-IF
            END-READ
           .
       P630-EXIBE-RETORNO.
            EVALUATE TRUE
               WHEN AG-ABERTO
                 MOVE 'ABERTO'                 TO WS-SITUACAO-EXTENSO
               WHEN AG-CONCLUIDO
                 MOVE 'CONCLUIDO'              TO WS-SITUACAO-EXTENSO
               WHEN AG-CANCELADO
                 MOVE 'CANCELADO'              TO WS-SITUACAO-EXTENSO
               WHEN OTHER
                 MOVE AG-SITUACAO              TO WS-SITUACAO-EXTENSO
            END-EVALUATE
            MOVE SPACES                        TO WS-VENCIMENTO-EDITADO
            STRING AG-VENCIMENTO(7:2) '/'
                   AG-VENCIMENTO(5:2) '/'
                   AG-VENCIMENTO(1:4)      DELIMITED BY SIZE
                                            INTO WS-VENCIMENTO-EDITADO
            DISPLAY WS-TOTAL-LISTADAS ' ' WS-VENCIMENTO-EDITADO ' '
                    AG-OPERADOR ' ' WS-SITUACAO-EXTENSO ' '
                    AG-DESCRICAO
           .
      * A BAIXA LISTA SO OS RETORNOS EM ABERTO DO TELEFONE, NUMERADOS;
      * O ESCOLHIDO E RELIDO PELA CHAVE GUARDADA NA TABELA.
       P700-BAIXA-RETORNO.
            DISPLAY 'TELEFONE DO CONTATO : ' WITH NO ADVANCING
            ACCEPT WS-TELEFONE-BUSCA
            MOVE ZEROS                         TO WS-TOTAL-LISTADAS
            MOVE ZEROS                         TO WS-RET-USADOS
            MOVE ZEROS                         TO WS-RET-DEMAIS
            PERFORM P610-POSICIONA-AGENDA
            PERFORM P710-LISTA-UM-ABERTO UNTIL WS-FIM-RETORNOS
            IF WS-RET-USADOS = 0
               DISPLAY 'NENHUM RETORNO EM ABERTO PARA ESTE TELEFONE!'
            ELSE
               IF WS-RET-DEMAIS > 0
                  DISPLAY 'DEMAIS RETORNOS EM ABERTO (ACIMA DE 20): '
                          WS-RET-DEMAIS
               END-IF
               DISPLAY 'NUMERO DO RETORNO A BAIXAR (BRANCO=DESISTE) : '
                                                 WITH NO ADVANCING
               ACCEPT WS-RET-ENTRADA
               MOVE ZEROS                      TO WS-RET-ESCOLHIDO
               IF WS-RET-ENTRADA NOT = SPACES
                  COMPUTE WS-RET-ESCOLHIDO =
                          FUNCTION NUMVAL(WS-RET-ENTRADA)
               END-IF
               IF WS-RET-ESCOLHIDO < 1 OR
                  WS-RET-ESCOLHIDO > WS-RET-USADOS
                  DISPLAY 'BAIXA NAO REALIZADA!'
               ELSE
                  PERFORM P720-EXECUTA-BAIXA
               END-IF
            END-IF
           .
       P710-LISTA-UM-ABERTO.
            READ AGENDA NEXT RECORD
               AT END
                  SET WS-FIM-RETORNOS          TO TRUE
               NOT AT END
                  IF AG-TELEFONE NOT = WS-TELEFONE-BUSCA
                     SET WS-FIM-RETORNOS       TO TRUE
                  ELSE
                     IF AG-ABERTO
                        IF WS-RET-USADOS < 20
                           ADD 1               TO WS-RET-USADOS
                           MOVE AG-CHAVE
                                    TO WS-RET-CHAVE(WS-RET-USADOS)
                           MOVE WS-RET-USADOS  TO WS-TOTAL-LISTADAS
                           PERFORM P630-EXIBE-RETORNO
                        ELSE
                           ADD 1               TO WS-RET-DEMAIS
                        END-IF
                     END-IF
                  END-IF
            END-READ
           .
      * A NOTA DE FECHAMENTO E OBRIGATORIA: FICA NO RETORNO E E
      * GRAVADA TAMBEM COMO ANOTACAO DO CONTATO, PARA QUE O HISTORICO
      * DO ATENDIMENTO MOSTRE COMO O COMBINADO TERMINOU.
       P720-EXECUTA-BAIXA.
            DISPLAY 'BAIXA: (C)ONCLUIDO OU (X) CANCELADO : '
                                                 WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            INSPECT WS-RESPOSTA
                    CONVERTING 'cx' TO 'CX'
            IF WS-RESPOSTA NOT = 'C' AND WS-RESPOSTA NOT = 'X'
               DISPLAY 'OPCAO INVALIDA - BAIXA NAO REALIZADA!'
            ELSE
               DISPLAY 'NOTA DE FECHAMENTO (ATE 70 CARACTERES) : '
                                                 WITH NO ADVANCING
               ACCEPT WS-TEXTO-NOTA
               IF WS-TEXTO-NOTA = SPACES
                  DISPLAY 'NOTA DE FECHAMENTO OBRIGATORIA - BAIXA '
                          'NAO REALIZADA!'
               ELSE
                  PERFORM P730-REGRAVA-RETORNO
               END-IF
            END-IF
           .
       P730-REGRAVA-RETORNO.
            MOVE WS-RET-CHAVE(WS-RET-ESCOLHIDO) TO AG-CHAVE
            READ AGENDA
               INVALID KEY
                  DISPLAY 'RETORNO NAO ENCONTRADO!'
                  SET WS-RC-NAO-ENCONTRADO      TO TRUE
               NOT INVALID KEY
                  MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-SISTEMA
                  MOVE WS-RESPOSTA             TO AG-SITUACAO
                  MOVE WS-OPERADOR             TO AG-FECHADO-POR
                  MOVE WS-DATA-HORA-SISTEMA(1:14)
                                               TO AG-DATA-FECHAMENTO
                  MOVE WS-TEXTO-NOTA           TO AG-NOTA-FECHAMENTO
                  REWRITE AGENDA-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO BAIXAR O RETORNO!'
                        SET WS-RC-ERRO-ARQUIVO TO TRUE
                     NOT INVALID KEY
                        DISPLAY 'RETORNO BAIXADO!'
                        PERFORM P310-GRAVA-ANOTACAO
                  END-REWRITE
            END-READ
           .
       P900-FECHA-ARQUIVOS.
            CLOSE CONTATOS
            CLOSE ANOTACOES
            CLOSE AGENDA
           .
       END PROGRAM ANOCNTT.
