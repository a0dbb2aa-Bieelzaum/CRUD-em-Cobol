                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS WS-OPE-FILE-STATUS.
           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CHAVE
                  ALTERNATE RECORD KEY IS AG-CHAVE-OPERADOR
                         WITH DUPLICATES
                  FILE STATUS IS WS-AGD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
       COPY OPERADOR.CPY.
       FD  AGENDA.
       COPY AGENDA.CPY.
       WORKING-STORAGE SECTION.
       COPY COMAREA.CPY.
       77 WS-OPCAO                           PIC X(02).
       77 WS-MAX-TENTATIVAS                  PIC 9(01)   VALUE 3.
       77 WS-SESSAO-VALIDADA                 PIC X(01)   VALUE 'N'.
          88 WS-LOGADO                                   VALUE 'S'.
       77 WS-AGD-FILE-STATUS                 PIC X(02).
       77 WS-DATA-HORA-SISTEMA               PIC X(21).
       77 WS-DATA-HOJE                       PIC X(08).
       77 WS-RETORNOS-HOJE                   PIC 9(03)   VALUE ZEROS.
       77 WS-RETORNOS-ATRASADOS              PIC 9(03)   VALUE ZEROS.
       77 WS-FIM-AGENDA                      PIC X(01)   VALUE 'N'.
          88 WS-FIM-RETORNOS                             VALUE 'S'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            SET WS-MODO-INTERATIVO             TO TRUE
            PERFORM P100-IDENTIFICA-OPERADOR
            IF WS-LOGADO
               PERFORM P200-AVISA-RETORNOS
               PERFORM P300-PROCESSA  THRU P300-FIM UNTIL WS-OPCAO = 'F'
            ELSE
               DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS!'
               DISPLAY 'TROQUE A SENHA NA OPCAO 12 DO MENU!'
            END-IF
           .
      * LOGO APOS A ENTRADA O OPERADOR VE QUANTOS RETORNOS DA AGENDA
      * SOB SUA RESPONSABILIDADE VENCEM HOJE OU JA ESTAO ATRASADOS. A
      * CHAVE ALTERNATIVA (OPERADOR + VENCIMENTO) PERMITE PARAR NO
      * PRIMEIRO RETORNO COM VENCIMENTO FUTURO.
       P200-AVISA-RETORNOS.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:8)     TO WS-DATA-HOJE
            OPEN INPUT AGENDA
            IF WS-AGD-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-AGENDA
               MOVE WS-OPERADOR                TO AG-OPERADOR
               MOVE LOW-VALUES                 TO AG-VENCIMENTO
               START AGENDA KEY IS NOT LESS THAN AG-CHAVE-OPERADOR
                  INVALID KEY
                     SET WS-FIM-RETORNOS        TO TRUE
               END-START
               PERFORM P210-CONTA-RETORNO UNTIL WS-FIM-RETORNOS
               CLOSE AGENDA
               IF WS-RETORNOS-HOJE > 0 OR WS-RETORNOS-ATRASADOS > 0
                  DISPLAY 'RETORNOS NA SUA AGENDA: ' WS-RETORNOS-HOJE
                          ' PARA HOJE, ' WS-RETORNOS-ATRASADOS
                          ' ATRASADO(S) (OPCAO 20)'
               END-IF
            END-IF
           .
       P210-CONTA-RETORNO.
            READ AGENDA NEXT RECORD
               AT END
                  SET WS-FIM-RETORNOS           TO TRUE
               NOT AT END
                  IF AG-OPERADOR NOT = WS-OPERADOR OR
                     AG-VENCIMENTO > WS-DATA-HOJE
                     SET WS-FIM-RETORNOS        TO TRUE
                  ELSE
                     IF AG-ABERTO
                        IF AG-VENCIMENTO = WS-DATA-HOJE
                           ADD 1               TO WS-RETORNOS-HOJE
                        ELSE
                           ADD 1               TO WS-RETORNOS-ATRASADOS
                        END-IF
                     END-IF
                  END-IF
            END-READ
           .
       P300-PROCESSA.
            MOVE SPACES                      TO WS-OPCAO.
            DISPLAY '*************************************************'
            END-IF
            DISPLAY '|    16 - Pendencias para o Lote Noturno        |'
            DISPLAY '|    17 - Saidas Geradas (Spool)                |'
            DISPLAY '|    18 - Telefones Adicionais                  |'
            IF WS-ACESSO-SUPERVISOR
            DISPLAY '|    19 - Dados do Titular (LGPD)               |'
            END-IF
            DISPLAY '|    20 - Relatorios da Agenda de Retornos      |'
            IF WS-ACESSO-SUPERVISOR
            DISPLAY '|    21 - Carga da Base de CEPs (Correios)      |'
            DISPLAY '|    22 - Etiquetas de Mala Direta (Correios)   |'
            DISPLAY '|    23 - Qualidade do Cadastro (Saneamento)    |'
            END-IF
            DISPLAY '|    24 - Manter Empresas                       |'
            DISPLAY '|    25 - Relatorio de Contatos por Empresa     |'
            DISPLAY '|                                               |'
            DISPLAY '|       (ou tecle <S> para sair)                |'
            DISPLAY '*************************************************'
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\SAICNTT'
                                                       USING WS-COM-AREA
                 PERFORM P310-VERIFICA-RETORNO
               WHEN '18'
                 MOVE ' *** TELEFONES ADICIONAIS ***' TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\FONCNTT'
                                                       USING WS-COM-AREA
                 PERFORM P310-VERIFICA-RETORNO
               WHEN '19'
                 IF NOT WS-ACESSO-SUPERVISOR
                    DISPLAY 'OPCAO RESTRITA A SUPERVISORES!'
                 ELSE
                    MOVE ' *** DADOS DO TITULAR (LGPD) ***'
                                                       TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\LGPCNTT'
                                                       USING WS-COM-AREA
                    PERFORM P310-VERIFICA-RETORNO
                 END-IF
               WHEN '20'
                 MOVE ' *** AGENDA DE RETORNOS ***' TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\AGDCNTT'
                                                       USING WS-COM-AREA
                 PERFORM P310-VERIFICA-RETORNO
               WHEN '21'
                 IF NOT WS-ACESSO-SUPERVISOR
                    DISPLAY 'OPCAO RESTRITA A SUPERVISORES!'
                 ELSE
                    MOVE ' *** CARGA DA BASE DE CEPS ***'
                                                       TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\CEPCNTT'
                                                       USING WS-COM-AREA
                    PERFORM P310-VERIFICA-RETORNO
                 END-IF
               WHEN '22'
                 IF NOT WS-ACESSO-SUPERVISOR
                    DISPLAY 'OPCAO RESTRITA A SUPERVISORES!'
                 ELSE
                    MOVE ' *** ETIQUETAS DE MALA DIRETA ***'
                                                       TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\ETQCNTT'
                                                       USING WS-COM-AREA
                    PERFORM P310-VERIFICA-RETORNO
                 END-IF
               WHEN '23'
                 IF NOT WS-ACESSO-SUPERVISOR
                    DISPLAY 'OPCAO RESTRITA A SUPERVISORES!'
                 ELSE
                    MOVE ' *** QUALIDADE DO CADASTRO ***'
                                                       TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\QUACNTT'
                                                       USING WS-COM-AREA
                    PERFORM P310-VERIFICA-RETORNO
                 END-IF
               WHEN '24'
                 MOVE ' *** EMPRESAS CLIENTES ***' TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\EMPCNTT'
                                                       USING WS-COM-AREA
                 PERFORM P310-VERIFICA-RETORNO
               WHEN '25'
                 MOVE ' *** CONTATOS POR EMPRESA ***' TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\RLECNTT'
                                                       USING WS-COM-AREA
                 PERFORM P310-VERIFICA-RETORNO
               WHEN 'S'
                       DISPLAY 'Obrigado, volte sempre!'
                 MOVE 'F'                              TO WS-OPCAO
