      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: ATENDIMENTO A PEDIDOS DO TITULAR DE DADOS (LGPD). A
      *          PARTIR DE UM TELEFONE, REUNE TODOS OS NUMEROS DO
      *          MESMO TITULAR (TROCAS DO TELCNTT NOS DOIS SENTIDOS,
      *          FUSOES DO MRGCNTT E TELEFONES ADICIONAIS) E PROCURA
      *          O QUE GUARDAMOS SOBRE ELE EM CONTATOS.DAT,
      *          TELEFONES-ADIC.DAT, NAS IMAGENS ANTES/DEPOIS DE
      *          AUDITORIA-IX.DAT, EM ANOTACOES.DAT, NA AGENDA DE
      *          RETORNOS (AGENDA.DAT), NO
      *          ARQUIVO-MORTO.DAT E NOS ARQUIVOS DATADOS DE BACKUP
      *          (CONTATOS-BACKUP-AAAAMMDD.DAT, DO BKPCNTT) E DE
      *          ARQUIVAMENTO DA TRILHA (AUDITORIA-ARQUIVO-AAAAMMDD.DAT,
      *          DO ARQCNTT). DOIS MODOS:
      *          (C) CONSULTA: RELATORIO DE ACESSO DATADO COM O
      *              CONTEUDO DE CADA REGISTRO ENCONTRADO;
      *          (A) ANONIMIZACAO: COM APROVACAO DE UM SUPERVISOR
      *              (IDENTIFICACAO E SENHA), SOBREPOE NOME, EMAIL,
      *              ENDERECO, TEXTO DAS ANOTACOES E DESCRICAO E NOTA
      *              DE FECHAMENTO DOS RETORNOS COM UM VALOR FIXO
      *              EM TODOS ESSES ARQUIVOS E GRAVA UM LANCAMENTO L
      *              NA AUDITORIA COM O APROVADOR; O RELATORIO DESTE
      *              MODO LISTA SO ONDE HAVIA DADOS, SEM O CONTEUDO.
      *          O RELATORIO E REGISTRADO NO CATALOGO DE SPOOL VIA
      *          SPLCNTT. RESTRITO A SUPERVISORES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPCNTT.
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
           SELECT AUDITORIA ASSIGN TO "AUDITORIA-IX.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CHAVE
                  ALTERNATE RECORD KEY IS AUD-ANT-TELEFONE
                         WITH DUPLICATES
                  FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT ANOTACOES ASSIGN TO "ANOTACOES.DAT"
                  ORGANIZATION IS INDEXED
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
           SELECT TELEFONES-ADIC ASSIGN TO "TELEFONES-ADIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-TELEFONE
                  ALTERNATE RECORD KEY IS TA-TELEFONE-CONTATO
                         WITH DUPLICATES
                  FILE STATUS IS WS-TAD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS WS-OPE-FILE-STATUS.
           SELECT MORTO ASSIGN TO "ARQUIVO-MORTO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MORTO-FILE-STATUS.
           SELECT SEGURANCA ASSIGN TO DYNAMIC WS-NOME-BACKUP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEG-FILE-STATUS.
           SELECT ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARQ-FILE-STATUS.
      * OS ARQUIVOS EM LINHA SEQUENCIAL NAO ACEITAM REGRAVACAO: NA
      * ANONIMIZACAO CADA UM E COPIADO PARA ESTE ARQUIVO DE TRABALHO
      * JA ANONIMIZADO E DEPOIS COPIADO DE VOLTA POR CIMA DO ORIGINAL.
           SELECT TRABALHO ASSIGN TO "LGPD-TRABALHO.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRB-FILE-STATUS.
      * CADA EXECUCAO GRAVA UM RELATORIO DATADO (COMO OS BACKUPS DO
      * BKPCNTT) E O REGISTRA NO CATALOGO DE SPOOL VIA SPLCNTT.
           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  AUDITORIA.
       COPY AUDITORIA.CPY.
       FD  ANOTACOES.
       COPY ANOTACAO.CPY.
       FD  AGENDA.
       COPY AGENDA.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       FD  OPERADORES.
       COPY OPERADOR.CPY.
       FD  MORTO.
       01  MORTO-REG                           PIC X(394).
       FD  SEGURANCA.
       01  SEG-REG                             PIC X(394).
       FD  ARQUIVO.
       01  ARQ-REG                             PIC X(714).
       FD  TRABALHO.
       01  TRB-REG                             PIC X(714).
       FD  RELATORIO.
       01  REL-LINHA                           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-NOTA-FILE-STATUS                 PIC X(02).
       01  WS-AGD-FILE-STATUS                  PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-OPE-FILE-STATUS                  PIC X(02).
       01  WS-MORTO-FILE-STATUS                PIC X(02).
       01  WS-SEG-FILE-STATUS                  PIC X(02).
       01  WS-ARQ-FILE-STATUS                  PIC X(02).
       01  WS-TRB-FILE-STATUS                  PIC X(02).
       01  WS-REL-FILE-STATUS                  PIC X(02).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-EDITADA                     PIC X(10).
       01  WS-TELEFONE-TITULAR                 PIC X(15).
       01  WS-MODO-ENTRADA                     PIC X(01).
       01  WS-MODO-LGPD                        PIC X(01)   VALUE SPACE.
           88  WS-MODO-CONSULTA                            VALUE 'C'.
           88  WS-MODO-ANONIMIZA                           VALUE 'A'.
       01  WS-SUFIXO-ACAO                      PIC X(14)   VALUE SPACES.
       01  WS-RESPOSTA                         PIC X(01).
       01  WS-APROVADOR                        PIC X(08)   VALUE SPACES.
       01  WS-SENHA-APROVADOR                  PIC X(08).
      * VALOR FIXO GRAVADO NOS CAMPOS ANONIMIZADOS; CAMPOS QUE JA
      * ESTAVAM EM BRANCO CONTINUAM EM BRANCO.
       01  WS-VALOR-ANONIMO                    PIC X(11)
                                               VALUE 'ANONIMIZADO'.
      * JANELA DE DIAS PARA TRAS EM QUE OS ARQUIVOS DATADOS DE BACKUP
      * E DE ARQUIVAMENTO DA TRILHA SAO PROCURADOS PELO NOME.
       01  WS-DIAS-ENTRADA                     PIC X(04).
       01  WS-DIAS-PESQUISA                    PIC 9(04)   VALUE 365.
       01  WS-DIA-DESLOCAMENTO                 PIC 9(04)   VALUE ZEROS.
       01  WS-DATA-HOJE                        PIC 9(08).
       01  WS-DATA-PESQUISA                    PIC 9(08).
       01  WS-DIAS-HOJE                        PIC S9(09).
       01  WS-NOME-BACKUP                      PIC X(30).
       01  WS-NOME-ARQUIVO                     PIC X(32).
       01  WS-NOME-RELATORIO                   PIC X(40).
       COPY SPOOLCT.CPY.
      * TELEFONES DO TITULAR: O INFORMADO MAIS OS ALCANCADOS PELAS
      * TROCAS E FUSOES DA TRILHA E PELO CADASTRO DE ADICIONAIS. A
      * TABELA E PERCORRIDA ENQUANTO CRESCE, ATE NAO HAVER NUMERO
      * NOVO; ACIMA DE 50 NUMEROS O EXCEDENTE E AVISADO.
       01  WS-FONE-TAB.
           03  WS-FONE-ITEM OCCURS 50.
               05  WS-FONE-NUMERO              PIC X(15).
               05  WS-FONE-ANONIMIZADO         PIC X(01).
       01  WS-FONE-USADOS                      PIC 9(02)   VALUE ZEROS.
       01  WS-FONE-IND                         PIC 9(02)   VALUE ZEROS.
       01  WS-FONE-BUSCA                       PIC 9(02)   VALUE ZEROS.
       01  WS-FONE-DEMAIS                      PIC 9(03)   VALUE ZEROS.
       01  WS-FONE-ATUAL                       PIC X(15).
       01  WS-FONE-NOVO                        PIC X(15).
       01  WS-FONE-TESTE                       PIC X(15).
       01  WS-FONE-ACHADO                      PIC X(01)   VALUE 'N'.
           88  WS-FONE-DO-TITULAR                          VALUE 'S'.
       01  WS-FIM-AUDITORIA                    PIC X(01)   VALUE 'N'.
           88  WS-FIM-AUD                                  VALUE 'S'.
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-ARQ-ABERTO                       PIC X(01)   VALUE 'N'.
           88  WS-ARQUIVO-ABERTO                           VALUE 'S'.
      * IMAGEM DE TRABALHO DO TITULAR: CADA ARQUIVO MOVE PARA CA OS
      * SEUS CAMPOS, O RELATORIO E A ANONIMIZACAO TRABALHAM SOBRE ELA
      * E O RESULTADO VOLTA PARA O REGISTRO DE ORIGEM.
       01  WS-ROTULO-IMAGEM                    PIC X(07).
       01  WS-IMAGEM-TITULAR.
           03  WS-IMG-NOME                     PIC X(40).
           03  WS-IMG-EMAIL                    PIC X(40).
           03  WS-IMG-ENDERECO                 PIC X(50).
           03  WS-IMG-END-ESTRUT.
               05  WS-IMG-LOGRADOURO           PIC X(40).
               05  WS-IMG-NUMERO               PIC X(08).
               05  WS-IMG-CIDADE               PIC X(30).
               05  WS-IMG-UF                   PIC X(02).
               05  WS-IMG-CEP                  PIC X(08).
      * VISAO DE UM CONTATO GRAVADO NO ARQUIVO MORTO OU NUM BACKUP,
      * QUE GUARDAM O REGISTRO INTEIRO DE CONTATOS.DAT (CONTATO.CPY):
      * QUALQUER MUDANCA NAQUELE COPYBOOK EXIGE AJUSTE AQUI.
       01  WS-IMG-CONTATO.
           03  WS-ICT-TELEFONE                 PIC X(15).
           03  WS-ICT-NOME                     PIC X(40).
           03  WS-ICT-EMAIL                    PIC X(40).
           03  WS-ICT-ENDERECO                 PIC X(50).
           03  WS-ICT-STATUS                   PIC X(01).
      * TRAVA (23) E CATEGORIA (3).
           03  FILLER                          PIC X(26).
           03  WS-ICT-END-ESTRUT               PIC X(88).
      * CONSENTIMENTO E DEVOLUCAO POR CANAL E EMPRESA (NAO SAO DADOS
      * PESSOAIS A ANONIMIZAR).
           03  FILLER                          PIC X(51).
           03  FILLER                          PIC X(78).
           03  FILLER                          PIC X(05).
      * VISAO DE UM LANCAMENTO GRAVADO NO ARQUIVAMENTO DA TRILHA
      * (ARQCNTT), QUE GUARDA O REGISTRO INTEIRO DE AUDITORIA.CPY:
      * QUALQUER MUDANCA NAQUELE COPYBOOK EXIGE AJUSTE AQUI.
       01  WS-IMG-TRILHA.
           03  WS-TRL-TELEFONE                 PIC X(15).
           03  WS-TRL-DATA-HORA                PIC X(14).
           03  WS-TRL-SEQUENCIA                PIC X(03).
           03  WS-TRL-OPERADOR                 PIC X(08).
           03  WS-TRL-OPERACAO                 PIC X(01).
           03  WS-TRL-ANTES.
               05  WS-TRL-ANT-TELEFONE         PIC X(15).
               05  WS-TRL-ANT-NOME             PIC X(40).
               05  WS-TRL-ANT-EMAIL            PIC X(40).
               05  WS-TRL-ANT-ENDERECO         PIC X(50).
               05  WS-TRL-ANT-STATUS           PIC X(01).
           03  WS-TRL-DEPOIS.
               05  WS-TRL-DEP-TELEFONE         PIC X(15).
               05  WS-TRL-DEP-NOME             PIC X(40).
               05  WS-TRL-DEP-EMAIL            PIC X(40).
               05  WS-TRL-DEP-ENDERECO         PIC X(50).
               05  WS-TRL-DEP-STATUS           PIC X(01).
      * CATEGORIAS ANTES/DEPOIS.
           03  FILLER                          PIC X(06).
           03  WS-TRL-ANT-END-ESTRUT           PIC X(88).
           03  WS-TRL-DEP-END-ESTRUT           PIC X(88).
      * CONTRAPARTE DA FUSAO, TELEFONE ADICIONAL, APROVADOR, AS
      * IMAGENS DO CONSENTIMENTO, A DEVOLUCAO E AS EMPRESAS ANTES/
      * DEPOIS.
           03  FILLER                          PIC X(158).
           03  FILLER                          PIC X(31).
           03  FILLER                          PIC X(10).
       01  WS-QTD-CONTATOS                     PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-ADICIONAIS                   PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-AUDITORIA                    PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-ANOTACOES                    PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-AGENDA                       PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-MORTO                        PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-BACKUP                       PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-ARQ-TRILHA                   PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-NO-ARQUIVO                   PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-DATADOS                      PIC 9(05)   VALUE ZEROS.
       01  WS-QTD-LANCAMENTOS-L                PIC 9(03)   VALUE ZEROS.
       01  WS-TOTAL-REGISTROS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ERROS                      PIC 9(05)   VALUE ZEROS.
       01  WS-NUMERO-PAGINA                    PIC 9(03)   VALUE ZEROS.
       01  WS-LINHAS-NA-PAGINA                 PIC 9(02)   VALUE ZEROS.
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY SPACES
            DISPLAY WS-MENSAGEM
            SET WS-RC-OK                       TO TRUE
            IF WS-MODO-INTERATIVO AND NOT WS-ACESSO-SUPERVISOR
               DISPLAY 'OPERACAO RESTRITA A SUPERVISORES!'
               SET WS-RC-CANCELADO             TO TRUE
            ELSE
               PERFORM P050-EXECUTA
            END-IF
            GOBACK
           .
       P050-EXECUTA.
            MOVE SPACE                         TO WS-MODO-LGPD
            MOVE SPACES                        TO WS-SUFIXO-ACAO
            MOVE SPACES                        TO WS-APROVADOR
            MOVE 365                           TO WS-DIAS-PESQUISA
            MOVE ZEROS                         TO WS-FONE-DEMAIS
            MOVE ZEROS                         TO WS-QTD-CONTATOS
            MOVE ZEROS                         TO WS-QTD-ADICIONAIS
            MOVE ZEROS                         TO WS-QTD-AUDITORIA
            MOVE ZEROS                         TO WS-QTD-ANOTACOES
            MOVE ZEROS                         TO WS-QTD-AGENDA
            MOVE ZEROS                         TO WS-QTD-MORTO
            MOVE ZEROS                         TO WS-QTD-BACKUP
            MOVE ZEROS                         TO WS-QTD-ARQ-TRILHA
            MOVE ZEROS                         TO WS-QTD-DATADOS
            MOVE ZEROS                         TO WS-QTD-LANCAMENTOS-L
            MOVE ZEROS                         TO WS-TOTAL-ERROS
            MOVE ZEROS                         TO WS-NUMERO-PAGINA
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:8)     TO WS-DATA-HOJE
            STRING WS-DATA-HORA-SISTEMA(7:2) '/'
                   WS-DATA-HORA-SISTEMA(5:2) '/'
                   WS-DATA-HORA-SISTEMA(1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DATA-EDITADA
            DISPLAY 'TELEFONE DO TITULAR........ : ' WITH NO ADVANCING
            ACCEPT WS-TELEFONE-TITULAR
            DISPLAY '(C)ONSULTA - RELATORIO DE ACESSO OU '
                    '(A)NONIMIZACAO : '         WITH NO ADVANCING
            ACCEPT WS-MODO-ENTRADA
            EVALUATE WS-MODO-ENTRADA
               WHEN 'C'
               WHEN 'c'
                 SET WS-MODO-CONSULTA          TO TRUE
               WHEN 'A'
               WHEN 'a'
                 SET WS-MODO-ANONIMIZA         TO TRUE
                 MOVE ' - ANONIMIZADO'         TO WS-SUFIXO-ACAO
               WHEN OTHER
                 DISPLAY 'MODO INVALIDO!'
                 SET WS-RC-CANCELADO           TO TRUE
            END-EVALUATE
            IF WS-TELEFONE-TITULAR = SPACES AND WS-RC-OK
               DISPLAY 'TELEFONE NAO INFORMADO!'
               SET WS-RC-CANCELADO             TO TRUE
            END-IF
            IF WS-RC-OK
               DISPLAY 'DIAS DE BACKUPS E ARQUIVOS DA TRILHA A '
                       'PESQUISAR (BRANCO=365) : ' WITH NO ADVANCING
               ACCEPT WS-DIAS-ENTRADA
               IF WS-DIAS-ENTRADA NOT = SPACES AND
                  FUNCTION NUMVAL(WS-DIAS-ENTRADA) > 0
                  COMPUTE WS-DIAS-PESQUISA =
                          FUNCTION NUMVAL(WS-DIAS-ENTRADA)
               END-IF
               PERFORM P100-MONTA-TELEFONES
            END-IF
            IF WS-RC-OK AND WS-MODO-ANONIMIZA
               PERFORM P150-VERIFICA-TRAVAS
               IF WS-RC-OK
                  PERFORM P160-OBTEM-APROVACAO
               END-IF
               IF WS-RC-OK
                  PERFORM P170-CONFIRMA-ANONIMIZACAO
               END-IF
            END-IF
            IF WS-RC-OK
               PERFORM P200-GERA-RELATORIO
            END-IF
           .
      * REUNE OS TELEFONES DO TITULAR. SE O NUMERO INFORMADO FOR UM
      * ADICIONAL, ENTRA TAMBEM O TELEFONE PRINCIPAL DO DONO; DEPOIS,
      * PARA CADA NUMERO DA TABELA, A TRILHA DEVOLVE DE ONDE ELE VEIO
      * (TROCA T GRAVADA SOB ELE), PARA ONDE FOI (TROCA T QUE PARTIU
      * DELE, PELA CHAVE ALTERNATIVA AUD-ANT-TELEFONE) E A CONTRAPARTE
      * DE CADA FUSAO M.
       P100-MONTA-TELEFONES.
            MOVE ZEROS                         TO WS-FONE-USADOS
            MOVE WS-TELEFONE-TITULAR           TO WS-FONE-NOVO
            PERFORM P190-INCLUI-TELEFONE
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE WS-TELEFONE-TITULAR        TO TA-TELEFONE
               READ TELEFONES-ADIC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE TA-TELEFONE-CONTATO  TO WS-FONE-NOVO
                     PERFORM P190-INCLUI-TELEFONE
               END-READ
               CLOSE TELEFONES-ADIC
            END-IF
            OPEN INPUT AUDITORIA
            IF WS-AUD-FILE-STATUS = '00'
               PERFORM P110-EXPANDE-TELEFONE
                       VARYING WS-FONE-IND FROM 1 BY 1
                       UNTIL WS-FONE-IND > WS-FONE-USADOS
               CLOSE AUDITORIA
            END-IF
            DISPLAY 'TELEFONES DO TITULAR ENCONTRADOS: ' WS-FONE-USADOS
            IF WS-FONE-DEMAIS > 0
               DISPLAY 'AVISO: ' WS-FONE-DEMAIS ' TELEFONE(S) ALEM '
                       'DO LIMITE DE 50 NAO FORAM PESQUISADOS!'
            END-IF
           .
       P110-EXPANDE-TELEFONE.
            MOVE WS-FONE-NUMERO(WS-FONE-IND)   TO WS-FONE-ATUAL
            MOVE 'N'                           TO WS-FIM-AUDITORIA
            MOVE WS-FONE-ATUAL                 TO AUD-TELEFONE
            MOVE LOW-VALUES                    TO AUD-DATA-HORA
            MOVE ZEROS                         TO AUD-SEQUENCIA
            START AUDITORIA KEY IS NOT LESS THAN AUD-CHAVE
               INVALID KEY
                  SET WS-FIM-AUD                TO TRUE
            END-START
            PERFORM P120-LE-CHEGADAS UNTIL WS-FIM-AUD
            MOVE 'N'                           TO WS-FIM-AUDITORIA
            MOVE WS-FONE-ATUAL                 TO AUD-ANT-TELEFONE
            START AUDITORIA KEY IS EQUAL TO AUD-ANT-TELEFONE
               INVALID KEY
                  SET WS-FIM-AUD                TO TRUE
            END-START
            PERFORM P130-LE-SAIDAS UNTIL WS-FIM-AUD
           .
       P120-LE-CHEGADAS.
            READ AUDITORIA NEXT RECORD
               AT END
                  SET WS-FIM-AUD                TO TRUE
               NOT AT END
                  IF AUD-TELEFONE NOT = WS-FONE-ATUAL
                     SET WS-FIM-AUD             TO TRUE
                  ELSE
                     IF AUD-OP-TROCA-TELEFONE
                        MOVE AUD-ANT-TELEFONE   TO WS-FONE-NOVO
                        PERFORM P190-INCLUI-TELEFONE
                     END-IF
                     IF AUD-OP-FUSAO
                        MOVE AUD-TELEFONE-FUSAO TO WS-FONE-NOVO
                        PERFORM P190-INCLUI-TELEFONE
                     END-IF
                  END-IF
            END-READ
           .
       P130-LE-SAIDAS.
            READ AUDITORIA NEXT RECORD
               AT END
                  SET WS-FIM-AUD                TO TRUE
               NOT AT END
                  IF AUD-ANT-TELEFONE NOT = WS-FONE-ATUAL
                     SET WS-FIM-AUD             TO TRUE
                  ELSE
                     IF AUD-OP-TROCA-TELEFONE
                        MOVE AUD-TELEFONE       TO WS-FONE-NOVO
                        PERFORM P190-INCLUI-TELEFONE
                     END-IF
                  END-IF
            END-READ
           .
      * A ANONIMIZACAO SO COMECA SE NENHUM CONTATO DO TITULAR ESTIVER
      * EM USO POR OUTRO OPERADOR: UMA ALTERACAO GRAVADA POR CIMA
      * DEPOIS TRARIA DE VOLTA OS DADOS APAGADOS.
       P150-VERIFICA-TRAVAS.
            OPEN INPUT CONTATOS
            IF WS-FILE-STATUS = '00'
               PERFORM VARYING WS-FONE-IND FROM 1 BY 1
                       UNTIL WS-FONE-IND > WS-FONE-USADOS
                  MOVE WS-FONE-NUMERO(WS-FONE-IND) TO CT-TELEFONE
                  READ CONTATOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF CT-REG-TRAVADO AND
                           CT-OPERADOR-TRAVA NOT = WS-OPERADOR
                           DISPLAY 'CONTATO ' CT-TELEFONE
                                   ' EM USO POR ' CT-OPERADOR-TRAVA
                           SET WS-RC-REGISTRO-TRAVADO TO TRUE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTATOS
            END-IF
            IF WS-RC-REGISTRO-TRAVADO
               DISPLAY 'ANONIMIZACAO NAO INICIADA - REPITA QUANDO O '
                       'CONTATO FOR LIBERADO.'
            END-IF
           .
      * A ANONIMIZACAO E IRREVERSIVEL E EXIGE A APROVACAO DE UM
      * SUPERVISOR ATIVO, IDENTIFICADO POR OPERADOR E SENHA EM
      * OPERADORES.DAT; O APROVADOR VAI PARA O LANCAMENTO L.
       P160-OBTEM-APROVACAO.
            DISPLAY 'SUPERVISOR APROVADOR....... : ' WITH NO ADVANCING
            ACCEPT WS-APROVADOR
            DISPLAY 'SENHA DO APROVADOR......... : ' WITH NO ADVANCING
            ACCEPT WS-SENHA-APROVADOR
            OPEN INPUT OPERADORES
            IF WS-OPE-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO NO ARQUIVO DE OPERADORES!'
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
            ELSE
               MOVE WS-APROVADOR               TO OP-ID
               READ OPERADORES
                  INVALID KEY
                     DISPLAY 'APROVADOR OU SENHA INVALIDOS!'
                     SET WS-RC-CANCELADO        TO TRUE
                  NOT INVALID KEY
                     IF OP-SENHA = WS-SENHA-APROVADOR AND OP-ATIVO
                        IF NOT OP-NIVEL-SUPERVISOR
                           DISPLAY 'O APROVADOR DEVE SER SUPERVISOR!'
                           SET WS-RC-CANCELADO  TO TRUE
                        END-IF
                     ELSE
                        DISPLAY 'APROVADOR OU SENHA INVALIDOS!'
                        SET WS-RC-CANCELADO     TO TRUE
                     END-IF
               END-READ
               CLOSE OPERADORES
            END-IF
           .
       P170-CONFIRMA-ANONIMIZACAO.
            DISPLAY 'A ANONIMIZACAO APAGA NOME, EMAIL, ENDERECO E '
                    'ANOTACOES/RETORNOS DE ' WS-FONE-USADOS
                    ' TELEFONE(S)'
            DISPLAY 'EM TODOS OS ARQUIVOS E NAO PODE SER DESFEITA!'
            DISPLAY 'CONFIRMA A ANONIMIZACAO (S/N)? '
                                                 WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               DISPLAY 'ANONIMIZACAO CANCELADA!'
               SET WS-RC-CANCELADO             TO TRUE
            END-IF
           .
       P190-INCLUI-TELEFONE.
            IF WS-FONE-NOVO NOT = SPACES
               MOVE WS-FONE-NOVO               TO WS-FONE-TESTE
               PERFORM P280-VERIFICA-TELEFONE
               IF NOT WS-FONE-DO-TITULAR
                  IF WS-FONE-USADOS < 50
                     ADD 1                     TO WS-FONE-USADOS
                     MOVE WS-FONE-NOVO
                                 TO WS-FONE-NUMERO(WS-FONE-USADOS)
                     MOVE 'N'
                                 TO WS-FONE-ANONIMIZADO(WS-FONE-USADOS)
                  ELSE
                     ADD 1                     TO WS-FONE-DEMAIS
                  END-IF
               END-IF
            END-IF
           .
       P200-GERA-RELATORIO.
            MOVE SPACES                        TO WS-NOME-RELATORIO
            STRING 'LGPD-TITULAR-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-RELATORIO
            OPEN OUTPUT RELATORIO
            IF WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GERAR O RELATORIO!'
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
            ELSE
               PERFORM P310-IMPRIME-CABECALHO
               PERFORM P320-IMPRIME-TELEFONES
               PERFORM P400-PROCESSA-CONTATOS
               PERFORM P420-PROCESSA-ADICIONAIS
               PERFORM P440-PROCESSA-AUDITORIA
               PERFORM P460-PROCESSA-ANOTACOES
               PERFORM P480-PROCESSA-AGENDA
               PERFORM P500-PROCESSA-MORTO
               PERFORM P540-PROCESSA-DATADOS
               IF WS-MODO-ANONIMIZA
                  PERFORM P700-GRAVA-AUDITORIA
               END-IF
               PERFORM P380-IMPRIME-TOTAIS
               CLOSE RELATORIO
               PERFORM P950-EXIBE-RESUMO
               PERFORM P800-REGISTRA-SAIDA
               IF WS-TOTAL-REGISTROS = 0
                  SET WS-RC-NAO-ENCONTRADO     TO TRUE
               END-IF
            END-IF
           .
       P280-VERIFICA-TELEFONE.
            MOVE 'N'                           TO WS-FONE-ACHADO
            PERFORM VARYING WS-FONE-BUSCA FROM 1 BY 1
                    UNTIL WS-FONE-BUSCA > WS-FONE-USADOS
                       OR WS-FONE-DO-TITULAR
               IF WS-FONE-NUMERO(WS-FONE-BUSCA) = WS-FONE-TESTE
                  SET WS-FONE-DO-TITULAR       TO TRUE
               END-IF
            END-PERFORM
           .
       P310-IMPRIME-CABECALHO.
            ADD 1                               TO WS-NUMERO-PAGINA
            MOVE ZEROS                          TO WS-LINHAS-NA-PAGINA
            MOVE SPACES                         TO REL-LINHA
            STRING 'DADOS DO TITULAR (LGPD)'    DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA    DELIMITED BY SIZE
                   '     PAGINA: ' WS-NUMERO-PAGINA DELIMITED BY SIZE
                                        INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            IF WS-MODO-ANONIMIZA
               STRING 'ANONIMIZACAO DO TELEFONE ' WS-TELEFONE-TITULAR
                      ' EXECUTADA POR ' WS-OPERADOR
                      ' APROVADA POR ' WS-APROVADOR
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            ELSE
               STRING 'RELATORIO DE ACESSO DO TELEFONE '
                      WS-TELEFONE-TITULAR
                      ' EMITIDO POR ' WS-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            WRITE REL-LINHA
           .
       P320-IMPRIME-TELEFONES.
            MOVE 'TELEFONES DO TITULAR (INFORMADO, TROCAS E FUSOES)'
                                                TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            PERFORM VARYING WS-FONE-IND FROM 1 BY 1
                    UNTIL WS-FONE-IND > WS-FONE-USADOS
               MOVE SPACES                      TO REL-LINHA
               STRING '   ' WS-FONE-NUMERO(WS-FONE-IND)
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-PERFORM
            IF WS-FONE-DEMAIS > 0
               MOVE SPACES                      TO REL-LINHA
               STRING '   DEMAIS TELEFONES (ACIMA DE 50) NAO '
                      'PESQUISADOS: ' WS-FONE-DEMAIS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-IF
           .
       P330-IMPRIME-SECAO.
            MOVE SPACES                         TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE WS-NOME-ARQUIVO                TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P380-IMPRIME-TOTAIS.
            COMPUTE WS-TOTAL-REGISTROS =
                    WS-QTD-CONTATOS + WS-QTD-ADICIONAIS
                    + WS-QTD-AUDITORIA + WS-QTD-ANOTACOES
                    + WS-QTD-AGENDA
                    + WS-QTD-MORTO + WS-QTD-BACKUP
                    + WS-QTD-ARQ-TRILHA
            MOVE SPACES                         TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CONTATOS ' WS-QTD-CONTATOS
                   '  ADICIONAIS ' WS-QTD-ADICIONAIS
                   '  AUDITORIA ' WS-QTD-AUDITORIA
                   '  ANOTACOES ' WS-QTD-ANOTACOES
                   '  AGENDA ' WS-QTD-AGENDA
                   '  MORTO ' WS-QTD-MORTO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'BACKUPS ' WS-QTD-BACKUP
                   '  ARQUIVAMENTO DA TRILHA ' WS-QTD-ARQ-TRILHA
                   '  ARQUIVOS DATADOS EXAMINADOS ' WS-QTD-DATADOS
                   ' (' WS-DIAS-PESQUISA ' DIAS)'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'TOTAL DE REGISTROS DO TITULAR : '
                   WS-TOTAL-REGISTROS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            IF WS-MODO-ANONIMIZA
               MOVE SPACES                      TO REL-LINHA
               STRING 'LANCAMENTOS DE ANONIMIZACAO NA AUDITORIA : '
                      WS-QTD-LANCAMENTOS-L
                      '  ERROS DE GRAVACAO : ' WS-TOTAL-ERROS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-IF
            IF WS-TOTAL-REGISTROS = 0
               MOVE 'NENHUM DADO DO TITULAR ENCONTRADO.'
                                                TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-IF
           .
       P390-GRAVA-LINHA.
            IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM P310-IMPRIME-CABECALHO
            END-IF
            WRITE REL-LINHA
            ADD 1                               TO WS-LINHAS-NA-PAGINA
           .
      * CADASTRO ATUAL. NA ANONIMIZACAO O CONTATO E REGRAVADO E
      * MARCADO NA TABELA PARA RECEBER O LANCAMENTO L NO FINAL.
       P400-PROCESSA-CONTATOS.
            MOVE 'CONTATOS.DAT'                 TO WS-NOME-ARQUIVO
            PERFORM P330-IMPRIME-SECAO
            IF WS-MODO-ANONIMIZA
               OPEN I-O CONTATOS
            ELSE
               OPEN INPUT CONTATOS
            END-IF
            IF WS-FILE-STATUS = '00'
               PERFORM P410-PROCESSA-UM-CONTATO
                       VARYING WS-FONE-IND FROM 1 BY 1
                       UNTIL WS-FONE-IND > WS-FONE-USADOS
               CLOSE CONTATOS
            END-IF
           .
       P410-PROCESSA-UM-CONTATO.
            MOVE WS-FONE-NUMERO(WS-FONE-IND)   TO CT-TELEFONE
            READ CONTATOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1                        TO WS-QTD-CONTATOS
                  MOVE SPACES                  TO REL-LINHA
                  STRING '   TELEFONE ' CT-TELEFONE
                         ' STATUS ' CT-STATUS
                         ' CATEGORIA ' CT-CATEGORIA
                         WS-SUFIXO-ACAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                  PERFORM P390-GRAVA-LINHA
                  MOVE CT-NOME                 TO WS-IMG-NOME
                  MOVE CT-EMAIL                TO WS-IMG-EMAIL
                  MOVE CT-ENDERECO             TO WS-IMG-ENDERECO
                  MOVE CT-ENDERECO-ESTRUT      TO WS-IMG-END-ESTRUT
                  MOVE SPACES                  TO WS-ROTULO-IMAGEM
                  PERFORM P610-RELATA-IMAGEM
                  IF WS-MODO-ANONIMIZA
                     MOVE WS-IMG-NOME          TO CT-NOME
                     MOVE WS-IMG-EMAIL         TO CT-EMAIL
                     MOVE WS-IMG-ENDERECO      TO CT-ENDERECO
                     MOVE WS-IMG-END-ESTRUT    TO CT-ENDERECO-ESTRUT
                     PERFORM P415-RECUSA-CONSENTIMENTO
                     REWRITE CONTATO-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO ANONIMIZAR O CONTATO '
                                   CT-TELEFONE
                           ADD 1               TO WS-TOTAL-ERROS
                        NOT INVALID KEY
                           MOVE 'S'
                                 TO WS-FONE-ANONIMIZADO(WS-FONE-IND)
                     END-REWRITE
                  END-IF
            END-READ
           .
      * O TITULAR ANONIMIZADO NAO PODE MAIS SER PROCURADO POR CANAL
      * NENHUM: OS TRES CONSENTIMENTOS PASSAM A RECUSADOS, COM ORIGEM
      * LGPD E A DATA DE HOJE. O LANCAMENTO L RELE O CONTATO JA
      * REGRAVADO E LEVA ESSA MESMA IMAGEM PARA A REAPLICACAO.
       P415-RECUSA-CONSENTIMENTO.
            MOVE 'N'                           TO CT-CONS-EMAIL-SITUACAO
            MOVE WS-DATA-HOJE                  TO CT-CONS-EMAIL-DATA
            MOVE 'LGPD'                        TO CT-CONS-EMAIL-ORIGEM
            MOVE 'N'                           TO CT-CONS-TEL-SITUACAO
            MOVE WS-DATA-HOJE                  TO CT-CONS-TEL-DATA
            MOVE 'LGPD'                        TO CT-CONS-TEL-ORIGEM
            MOVE 'N'                           TO CT-CONS-CORR-SITUACAO
            MOVE WS-DATA-HOJE                  TO CT-CONS-CORR-DATA
            MOVE 'LGPD'                        TO CT-CONS-CORR-ORIGEM
           .
      * OS TELEFONES ADICIONAIS NAO TEM NOME, EMAIL NEM ENDERECO:
      * ENTRAM NO RELATORIO DE ACESSO, MAS NAO HA O QUE ANONIMIZAR.
       P420-PROCESSA-ADICIONAIS.
            MOVE 'TELEFONES-ADIC.DAT'           TO WS-NOME-ARQUIVO
            PERFORM P330-IMPRIME-SECAO
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               PERFORM P425-ADICIONAIS-DE-UM-TELEFONE
                       VARYING WS-FONE-IND FROM 1 BY 1
                       UNTIL WS-FONE-IND > WS-FONE-USADOS
               CLOSE TELEFONES-ADIC
            END-IF
           .
       P425-ADICIONAIS-DE-UM-TELEFONE.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            MOVE WS-FONE-NUMERO(WS-FONE-IND)   TO TA-TELEFONE-CONTATO
            START TELEFONES-ADIC KEY IS EQUAL TO TA-TELEFONE-CONTATO
               INVALID KEY
                  SET WS-FIM                    TO TRUE
            END-START
            PERFORM UNTIL WS-FIM
               READ TELEFONES-ADIC NEXT RECORD
                  AT END
                     SET WS-FIM                 TO TRUE
                  NOT AT END
                     IF TA-TELEFONE-CONTATO NOT =
                        WS-FONE-NUMERO(WS-FONE-IND)
                        SET WS-FIM              TO TRUE
                     ELSE
                        ADD 1                   TO WS-QTD-ADICIONAIS
                        MOVE SPACES             TO REL-LINHA
                        STRING '   ADICIONAL ' TA-TELEFONE
                               ' TIPO ' TA-TIPO
                               ' DO TELEFONE ' TA-TELEFONE-CONTATO
                               ' DESDE ' TA-DATA-HORA
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                        PERFORM P390-GRAVA-LINHA
                     END-IF
               END-READ
            END-PERFORM
           .
      * TRILHA DE AUDITORIA: AS IMAGENS ANTES E DEPOIS DE CADA
      * LANCAMENTO GRAVADO SOB UM TELEFONE DO TITULAR. NA
      * ANONIMIZACAO O LANCAMENTO E REGRAVADO NO LUGAR (A CHAVE NAO
      * MUDA), PRESERVANDO OPERADOR, DATA/HORA E OPERACAO.
       P440-PROCESSA-AUDITORIA.
            MOVE 'AUDITORIA-IX.DAT'             TO WS-NOME-ARQUIVO
            PERFORM P330-IMPRIME-SECAO
            IF WS-MODO-ANONIMIZA
               OPEN I-O AUDITORIA
            ELSE
               OPEN INPUT AUDITORIA
            END-IF
            IF WS-AUD-FILE-STATUS = '00'
               PERFORM P445-LANCAMENTOS-DE-UM-TELEFONE
                       VARYING WS-FONE-IND FROM 1 BY 1
                       UNTIL WS-FONE-IND > WS-FONE-USADOS
               CLOSE AUDITORIA
            END-IF
           .
       P445-LANCAMENTOS-DE-UM-TELEFONE.
            MOVE WS-FONE-NUMERO(WS-FONE-IND)   TO WS-FONE-ATUAL
            MOVE 'N'                           TO WS-FIM-AUDITORIA
            MOVE WS-FONE-ATUAL                 TO AUD-TELEFONE
            MOVE LOW-VALUES                    TO AUD-DATA-HORA
            MOVE ZEROS                         TO AUD-SEQUENCIA
            START AUDITORIA KEY IS NOT LESS THAN AUD-CHAVE
               INVALID KEY
                  SET WS-FIM-AUD                TO TRUE
            END-START
            PERFORM P450-PROCESSA-LANCAMENTO UNTIL WS-FIM-AUD
           .
       P450-PROCESSA-LANCAMENTO.
            READ AUDITORIA NEXT RECORD
               AT END
                  SET WS-FIM-AUD                TO TRUE
               NOT AT END
                  IF AUD-TELEFONE NOT = WS-FONE-ATUAL
                     SET WS-FIM-AUD             TO TRUE
                  ELSE
                     ADD 1                      TO WS-QTD-AUDITORIA
                     MOVE SPACES                TO REL-LINHA
                     STRING '   LANCAMENTO ' AUD-TELEFONE
                            ' ' AUD-DATA-HORA
                            ' OP ' AUD-OPERACAO
                            ' OPERADOR ' AUD-OPERADOR
                            WS-SUFIXO-ACAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                     PERFORM P390-GRAVA-LINHA
                     PERFORM P455-TRATA-IMAGENS
                     IF WS-MODO-ANONIMIZA
                        REWRITE AUD-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO ANONIMIZAR AUDITORIA '
                                      AUD-TELEFONE ' ' AUD-DATA-HORA
                              ADD 1            TO WS-TOTAL-ERROS
                        END-REWRITE
                     END-IF
                  END-IF
            END-READ
           .
       P455-TRATA-IMAGENS.
            IF AUD-ANTES NOT = SPACES
               MOVE AUD-ANT-NOME               TO WS-IMG-NOME
               MOVE AUD-ANT-EMAIL              TO WS-IMG-EMAIL
               MOVE AUD-ANT-ENDERECO           TO WS-IMG-ENDERECO
               MOVE AUD-ANT-END-ESTRUT         TO WS-IMG-END-ESTRUT
               MOVE 'ANTES'                    TO WS-ROTULO-IMAGEM
               PERFORM P610-RELATA-IMAGEM
               MOVE WS-IMG-NOME                TO AUD-ANT-NOME
               MOVE WS-IMG-EMAIL               TO AUD-ANT-EMAIL
               MOVE WS-IMG-ENDERECO            TO AUD-ANT-ENDERECO
               MOVE WS-IMG-END-ESTRUT          TO AUD-ANT-END-ESTRUT
            END-IF
            IF AUD-DEPOIS NOT = SPACES
               MOVE AUD-DEP-NOME               TO WS-IMG-NOME
               MOVE AUD-DEP-EMAIL              TO WS-IMG-EMAIL
               MOVE AUD-DEP-ENDERECO           TO WS-IMG-ENDERECO
               MOVE AUD-DEP-END-ESTRUT         TO WS-IMG-END-ESTRUT
               MOVE 'DEPOIS'                   TO WS-ROTULO-IMAGEM
               PERFORM P610-RELATA-IMAGEM
               MOVE WS-IMG-NOME                TO AUD-DEP-NOME
               MOVE WS-IMG-EMAIL               TO AUD-DEP-EMAIL
               MOVE WS-IMG-ENDERECO            TO AUD-DEP-ENDERECO
               MOVE WS-IMG-END-ESTRUT          TO AUD-DEP-END-ESTRUT
            END-IF
           .
      * AS ANOTACOES SAO TEXTO LIVRE DO ATENDIMENTO E PODEM CONTER
      * QUALQUER DADO DO TITULAR: NA ANONIMIZACAO O TEXTO INTEIRO E
      * SUBSTITUIDO PELO VALOR FIXO.
       P460-PROCESSA-ANOTACOES.
            MOVE 'ANOTACOES.DAT'                TO WS-NOME-ARQUIVO
            PERFORM P330-IMPRIME-SECAO
            IF WS-MODO-ANONIMIZA
               OPEN I-O ANOTACOES
            ELSE
               OPEN INPUT ANOTACOES
            END-IF
            IF WS-NOTA-FILE-STATUS = '00'
               PERFORM P465-ANOTACOES-DE-UM-TELEFONE
                       VARYING WS-FONE-IND FROM 1 BY 1
                       UNTIL WS-FONE-IND > WS-FONE-USADOS
               CLOSE ANOTACOES
            END-IF
           .
       P465-ANOTACOES-DE-UM-TELEFONE.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            MOVE WS-FONE-NUMERO(WS-FONE-IND)   TO NT-TELEFONE
            MOVE LOW-VALUES                    TO NT-DATA-HORA
            MOVE ZEROS                         TO NT-SEQUENCIA
            START ANOTACOES KEY IS NOT LESS THAN NT-CHAVE
               INVALID KEY
                  SET WS-FIM                    TO TRUE
            END-START
            PERFORM P470-PROCESSA-ANOTACAO UNTIL WS-FIM
           .
       P470-PROCESSA-ANOTACAO.
            READ ANOTACOES NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  IF NT-TELEFONE NOT = WS-FONE-NUMERO(WS-FONE-IND)
                     SET WS-FIM                 TO TRUE
                  ELSE
                     ADD 1                      TO WS-QTD-ANOTACOES
                     MOVE SPACES                TO REL-LINHA
                     STRING '   ANOTACAO ' NT-TELEFONE
                            ' ' NT-DATA-HORA
                            ' OPERADOR ' NT-OPERADOR
                            WS-SUFIXO-ACAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                     PERFORM P390-GRAVA-LINHA
                     IF WS-MODO-ANONIMIZA
                        MOVE WS-VALOR-ANONIMO   TO NT-TEXTO
                        REWRITE NOTA-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO ANONIMIZAR ANOTACAO '
                                      NT-TELEFONE ' ' NT-DATA-HORA
                              ADD 1            TO WS-TOTAL-ERROS
                        END-REWRITE
                     ELSE
                        MOVE SPACES             TO REL-LINHA
                        STRING '      TEXTO.....: ' NT-TEXTO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                        PERFORM P390-GRAVA-LINHA
                     END-IF
                  END-IF
            END-READ
           .
      * OS RETORNOS DA AGENDA TEM DESCRICAO E NOTA DE FECHAMENTO EM
      * TEXTO LIVRE, TRATADAS COMO O TEXTO DAS ANOTACOES.
       P480-PROCESSA-AGENDA.
            MOVE 'AGENDA.DAT'                   TO WS-NOME-ARQUIVO
            PERFORM P330-IMPRIME-SECAO
            IF WS-MODO-ANONIMIZA
               OPEN I-O AGENDA
            ELSE
               OPEN INPUT AGENDA
            END-IF
            IF WS-AGD-FILE-STATUS = '00'
               PERFORM P485-AGENDA-DE-UM-TELEFONE
                       VARYING WS-FONE-IND FROM 1 BY 1
                       UNTIL WS-FONE-IND > WS-FONE-USADOS
               CLOSE AGENDA
            END-IF
           .
       P485-AGENDA-DE-UM-TELEFONE.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            MOVE WS-FONE-NUMERO(WS-FONE-IND)   TO AG-TELEFONE
            MOVE LOW-VALUES                    TO AG-DATA-HORA
            MOVE ZEROS                         TO AG-SEQUENCIA
            START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                  SET WS-FIM                    TO TRUE
            END-START
            PERFORM P490-PROCESSA-RETORNO UNTIL WS-FIM
           .
       P490-PROCESSA-RETORNO.
            READ AGENDA NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  IF AG-TELEFONE NOT = WS-FONE-NUMERO(WS-FONE-IND)
                     SET WS-FIM                 TO TRUE
                  ELSE
                     ADD 1                      TO WS-QTD-AGENDA
                     MOVE SPACES                TO REL-LINHA
                     STRING '   RETORNO ' AG-TELEFONE
                            ' ' AG-DATA-HORA
                            ' VENCIMENTO ' AG-VENCIMENTO
                            ' OPERADOR ' AG-OPERADOR
                            ' SITUACAO ' AG-SITUACAO
                            WS-SUFIXO-ACAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                     PERFORM P390-GRAVA-LINHA
                     IF WS-MODO-ANONIMIZA
                        MOVE WS-VALOR-ANONIMO   TO AG-DESCRICAO
                        IF AG-NOTA-FECHAMENTO NOT = SPACES
                           MOVE WS-VALOR-ANONIMO
                                             TO AG-NOTA-FECHAMENTO
                        END-IF
                        REWRITE AGENDA-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO ANONIMIZAR RETORNO '
                                      AG-TELEFONE ' ' AG-DATA-HORA
                              ADD 1            TO WS-TOTAL-ERROS
                        END-REWRITE
                     ELSE
                        MOVE SPACES             TO REL-LINHA
                        STRING '      DESCRICAO.: ' AG-DESCRICAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                        PERFORM P390-GRAVA-LINHA
                        IF AG-NOTA-FECHAMENTO NOT = SPACES
                           MOVE SPACES          TO REL-LINHA
                           STRING '      FECHAMENTO: '
                                  AG-NOTA-FECHAMENTO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                           PERFORM P390-GRAVA-LINHA
                        END-IF
                     END-IF
                  END-IF
            END-READ
           .
      * ARQUIVO MORTO DO EXPURGO (BKPCNTT E): CONTATOS INATIVOS
      * REMOVIDOS DO CADASTRO, GUARDADOS NO LAYOUT DE CONTATOS.DAT.
       P500-PROCESSA-MORTO.
            MOVE 'ARQUIVO-MORTO.DAT'            TO WS-NOME-ARQUIVO
            PERFORM P330-IMPRIME-SECAO
            MOVE ZEROS                         TO WS-QTD-NO-ARQUIVO
            OPEN INPUT MORTO
            IF WS-MORTO-FILE-STATUS = '00'
               PERFORM P900-ABRE-TRABALHO
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               PERFORM P510-PROCESSA-MORTO-REG UNTIL WS-FIM
               CLOSE MORTO
               PERFORM P910-FECHA-TRABALHO
               ADD WS-QTD-NO-ARQUIVO           TO WS-QTD-MORTO
               IF WS-MODO-ANONIMIZA AND WS-QTD-NO-ARQUIVO > 0
                  PERFORM P520-DEVOLVE-MORTO
               END-IF
            END-IF
           .
       P510-PROCESSA-MORTO-REG.
            READ MORTO NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  MOVE MORTO-REG               TO WS-IMG-CONTATO
                  PERFORM P620-TRATA-IMAGEM-CONTATO
                  IF WS-ARQUIVO-ABERTO
                     MOVE WS-IMG-CONTATO       TO TRB-REG
                     WRITE TRB-REG
                  END-IF
            END-READ
           .
       P520-DEVOLVE-MORTO.
            OPEN INPUT TRABALHO
            OPEN OUTPUT MORTO
            IF WS-TRB-FILE-STATUS = '00' AND
               WS-MORTO-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM
                  READ TRABALHO NEXT RECORD
                     AT END
                        SET WS-FIM              TO TRUE
                     NOT AT END
                        MOVE TRB-REG            TO MORTO-REG
                        WRITE MORTO-REG
                  END-READ
               END-PERFORM
            ELSE
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO-MORTO.DAT!'
               ADD 1                           TO WS-TOTAL-ERROS
            END-IF
            CLOSE TRABALHO
            CLOSE MORTO
           .
      * ARQUIVOS DATADOS: OS BACKUPS DO BKPCNTT E O ARQUIVAMENTO DA
      * TRILHA DO ARQCNTT NAO SAO CATALOGADOS, ENTAO CADA DIA DA
      * JANELA INFORMADA E TENTADO PELO NOME; O DIA SEM ARQUIVO E
      * SIMPLESMENTE PULADO.
       P540-PROCESSA-DATADOS.
            MOVE SPACES                         TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE 'BACKUPS E ARQUIVAMENTO DA TRILHA (ARQUIVOS DATADOS)'
                                                TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            PERFORM P545-PESQUISA-UM-DIA
                    VARYING WS-DIA-DESLOCAMENTO FROM 0 BY 1
                    UNTIL WS-DIA-DESLOCAMENTO > WS-DIAS-PESQUISA
           .
       P545-PESQUISA-UM-DIA.
            COMPUTE WS-DATA-PESQUISA = FUNCTION DATE-OF-INTEGER
                    (WS-DIAS-HOJE - WS-DIA-DESLOCAMENTO)
            MOVE SPACES                        TO WS-NOME-BACKUP
            STRING 'CONTATOS-BACKUP-'
                   WS-DATA-PESQUISA
                   '.DAT'                  DELIMITED BY SIZE
                                           INTO WS-NOME-BACKUP
            PERFORM P550-PROCESSA-BACKUP
            MOVE SPACES                        TO WS-NOME-ARQUIVO
            STRING 'AUDITORIA-ARQUIVO-'
                   WS-DATA-PESQUISA
                   '.DAT'                  DELIMITED BY SIZE
                                           INTO WS-NOME-ARQUIVO
            PERFORM P570-PROCESSA-ARQ-TRILHA
           .
       P550-PROCESSA-BACKUP.
            MOVE ZEROS                         TO WS-QTD-NO-ARQUIVO
            OPEN INPUT SEGURANCA
            IF WS-SEG-FILE-STATUS = '00'
               ADD 1                           TO WS-QTD-DATADOS
               PERFORM P900-ABRE-TRABALHO
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               PERFORM P555-PROCESSA-BACKUP-REG UNTIL WS-FIM
               CLOSE SEGURANCA
               PERFORM P910-FECHA-TRABALHO
               ADD WS-QTD-NO-ARQUIVO           TO WS-QTD-BACKUP
               IF WS-MODO-ANONIMIZA AND WS-QTD-NO-ARQUIVO > 0
                  PERFORM P560-DEVOLVE-BACKUP
               END-IF
            END-IF
           .
       P555-PROCESSA-BACKUP-REG.
            READ SEGURANCA NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  MOVE SEG-REG                 TO WS-IMG-CONTATO
                  MOVE WS-NOME-BACKUP          TO WS-NOME-ARQUIVO
                  PERFORM P620-TRATA-IMAGEM-CONTATO
                  IF WS-ARQUIVO-ABERTO
                     MOVE WS-IMG-CONTATO       TO TRB-REG
                     WRITE TRB-REG
                  END-IF
            END-READ
           .
       P560-DEVOLVE-BACKUP.
            OPEN INPUT TRABALHO
            OPEN OUTPUT SEGURANCA
            IF WS-TRB-FILE-STATUS = '00' AND
               WS-SEG-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM
                  READ TRABALHO NEXT RECORD
                     AT END
                        SET WS-FIM              TO TRUE
                     NOT AT END
                        MOVE TRB-REG            TO SEG-REG
                        WRITE SEG-REG
                  END-READ
               END-PERFORM
            ELSE
               DISPLAY 'ERRO AO REGRAVAR ' WS-NOME-BACKUP
               ADD 1                           TO WS-TOTAL-ERROS
            END-IF
            CLOSE TRABALHO
            CLOSE SEGURANCA
           .
       P570-PROCESSA-ARQ-TRILHA.
            MOVE ZEROS                         TO WS-QTD-NO-ARQUIVO
            OPEN INPUT ARQUIVO
            IF WS-ARQ-FILE-STATUS = '00'
               ADD 1                           TO WS-QTD-DATADOS
               PERFORM P900-ABRE-TRABALHO
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               PERFORM P575-PROCESSA-ARQ-TRILHA-REG UNTIL WS-FIM
               CLOSE ARQUIVO
               PERFORM P910-FECHA-TRABALHO
               ADD WS-QTD-NO-ARQUIVO           TO WS-QTD-ARQ-TRILHA
               IF WS-MODO-ANONIMIZA AND WS-QTD-NO-ARQUIVO > 0
                  PERFORM P590-DEVOLVE-ARQ-TRILHA
               END-IF
            END-IF
           .
      * NO ARQUIVAMENTO DA TRILHA O LANCAMENTO E DO TITULAR SE
      * QUALQUER UM DOS TRES TELEFONES (CHAVE, ANTES, DEPOIS) FOR
      * DELE.
       P575-PROCESSA-ARQ-TRILHA-REG.
            READ ARQUIVO NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  MOVE ARQ-REG                 TO WS-IMG-TRILHA
                  MOVE WS-TRL-TELEFONE         TO WS-FONE-TESTE
                  PERFORM P280-VERIFICA-TELEFONE
                  IF NOT WS-FONE-DO-TITULAR
                     MOVE WS-TRL-ANT-TELEFONE  TO WS-FONE-TESTE
                     PERFORM P280-VERIFICA-TELEFONE
                  END-IF
                  IF NOT WS-FONE-DO-TITULAR
                     MOVE WS-TRL-DEP-TELEFONE  TO WS-FONE-TESTE
                     PERFORM P280-VERIFICA-TELEFONE
                  END-IF
                  IF WS-FONE-DO-TITULAR
                     PERFORM P580-TRATA-IMAGENS-TRILHA
                  END-IF
                  IF WS-ARQUIVO-ABERTO
                     MOVE WS-IMG-TRILHA        TO TRB-REG
                     WRITE TRB-REG
                  END-IF
            END-READ
           .
       P580-TRATA-IMAGENS-TRILHA.
            ADD 1                              TO WS-QTD-NO-ARQUIVO
            MOVE SPACES                        TO REL-LINHA
            STRING '   ' WS-NOME-ARQUIVO ' ' WS-TRL-TELEFONE
                   ' ' WS-TRL-DATA-HORA
                   ' OP ' WS-TRL-OPERACAO
                   WS-SUFIXO-ACAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            IF WS-TRL-ANTES NOT = SPACES
               MOVE WS-TRL-ANT-NOME            TO WS-IMG-NOME
               MOVE WS-TRL-ANT-EMAIL           TO WS-IMG-EMAIL
               MOVE WS-TRL-ANT-ENDERECO        TO WS-IMG-ENDERECO
               MOVE WS-TRL-ANT-END-ESTRUT      TO WS-IMG-END-ESTRUT
               MOVE 'ANTES'                    TO WS-ROTULO-IMAGEM
               PERFORM P610-RELATA-IMAGEM
               MOVE WS-IMG-NOME                TO WS-TRL-ANT-NOME
               MOVE WS-IMG-EMAIL               TO WS-TRL-ANT-EMAIL
               MOVE WS-IMG-ENDERECO            TO WS-TRL-ANT-ENDERECO
               MOVE WS-IMG-END-ESTRUT          TO WS-TRL-ANT-END-ESTRUT
            END-IF
            IF WS-TRL-DEPOIS NOT = SPACES
               MOVE WS-TRL-DEP-NOME            TO WS-IMG-NOME
               MOVE WS-TRL-DEP-EMAIL           TO WS-IMG-EMAIL
               MOVE WS-TRL-DEP-ENDERECO        TO WS-IMG-ENDERECO
               MOVE WS-TRL-DEP-END-ESTRUT      TO WS-IMG-END-ESTRUT
               MOVE 'DEPOIS'                   TO WS-ROTULO-IMAGEM
               PERFORM P610-RELATA-IMAGEM
               MOVE WS-IMG-NOME                TO WS-TRL-DEP-NOME
               MOVE WS-IMG-EMAIL               TO WS-TRL-DEP-EMAIL
               MOVE WS-IMG-ENDERECO            TO WS-TRL-DEP-ENDERECO
               MOVE WS-IMG-END-ESTRUT          TO WS-TRL-DEP-END-ESTRUT
            END-IF
           .
       P590-DEVOLVE-ARQ-TRILHA.
            OPEN INPUT TRABALHO
            OPEN OUTPUT ARQUIVO
            IF WS-TRB-FILE-STATUS = '00' AND
               WS-ARQ-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM
                  READ TRABALHO NEXT RECORD
                     AT END
                        SET WS-FIM              TO TRUE
                     NOT AT END
                        MOVE TRB-REG            TO ARQ-REG
                        WRITE ARQ-REG
                  END-READ
               END-PERFORM
            ELSE
               DISPLAY 'ERRO AO REGRAVAR ' WS-NOME-ARQUIVO
               ADD 1                           TO WS-TOTAL-ERROS
            END-IF
            CLOSE TRABALHO
            CLOSE ARQUIVO
           .
      * CONSULTA: IMPRIME OS CAMPOS DA IMAGEM DE TRABALHO.
      * ANONIMIZACAO: SO SUBSTITUI OS CAMPOS PREENCHIDOS PELO VALOR
      * FIXO (O ENDERECO ESTRUTURADO FICA SO COM O LOGRADOURO).
       P610-RELATA-IMAGEM.
            IF WS-MODO-ANONIMIZA
               IF WS-IMG-NOME NOT = SPACES
                  MOVE WS-VALOR-ANONIMO        TO WS-IMG-NOME
               END-IF
               IF WS-IMG-EMAIL NOT = SPACES
                  MOVE WS-VALOR-ANONIMO        TO WS-IMG-EMAIL
               END-IF
               IF WS-IMG-ENDERECO NOT = SPACES
                  MOVE WS-VALOR-ANONIMO        TO WS-IMG-ENDERECO
               END-IF
               IF WS-IMG-END-ESTRUT NOT = SPACES
                  MOVE SPACES                  TO WS-IMG-END-ESTRUT
                  MOVE WS-VALOR-ANONIMO        TO WS-IMG-LOGRADOURO
               END-IF
            ELSE
               MOVE SPACES                     TO REL-LINHA
               STRING '      ' WS-ROTULO-IMAGEM
                      ' NOME......: ' WS-IMG-NOME
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               MOVE SPACES                     TO REL-LINHA
               STRING '      ' WS-ROTULO-IMAGEM
                      ' EMAIL.....: ' WS-IMG-EMAIL
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               MOVE SPACES                     TO REL-LINHA
               STRING '      ' WS-ROTULO-IMAGEM
                      ' ENDERECO..: ' WS-IMG-ENDERECO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               IF WS-IMG-END-ESTRUT NOT = SPACES
                  MOVE SPACES                  TO REL-LINHA
                  STRING '      ' WS-ROTULO-IMAGEM
                         ' ESTRUTURADO: ' WS-IMG-LOGRADOURO
                         ' ' WS-IMG-NUMERO ' ' WS-IMG-CIDADE
                         ' ' WS-IMG-UF ' CEP ' WS-IMG-CEP
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                  PERFORM P390-GRAVA-LINHA
               END-IF
            END-IF
           .
      * REGISTRO DE CONTATO DO ARQUIVO MORTO OU DE UM BACKUP: SE O
      * TELEFONE FOR DO TITULAR, RELATA E (NA ANONIMIZACAO) DEVOLVE A
      * IMAGEM ANONIMIZADA PARA A COPIA DE TRABALHO.
       P620-TRATA-IMAGEM-CONTATO.
            MOVE WS-ICT-TELEFONE               TO WS-FONE-TESTE
            PERFORM P280-VERIFICA-TELEFONE
            IF WS-FONE-DO-TITULAR
               ADD 1                           TO WS-QTD-NO-ARQUIVO
               MOVE SPACES                     TO REL-LINHA
               STRING '   ' WS-NOME-ARQUIVO ' ' WS-ICT-TELEFONE
                      ' STATUS ' WS-ICT-STATUS
                      WS-SUFIXO-ACAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               MOVE WS-ICT-NOME                TO WS-IMG-NOME
               MOVE WS-ICT-EMAIL               TO WS-IMG-EMAIL
               MOVE WS-ICT-ENDERECO            TO WS-IMG-ENDERECO
               MOVE WS-ICT-END-ESTRUT          TO WS-IMG-END-ESTRUT
               MOVE SPACES                     TO WS-ROTULO-IMAGEM
               PERFORM P610-RELATA-IMAGEM
               MOVE WS-IMG-NOME                TO WS-ICT-NOME
               MOVE WS-IMG-EMAIL               TO WS-ICT-EMAIL
               MOVE WS-IMG-ENDERECO            TO WS-ICT-ENDERECO
               MOVE WS-IMG-END-ESTRUT          TO WS-ICT-END-ESTRUT
            END-IF
           .
      * UM LANCAMENTO L POR CONTATO ANONIMIZADO NO CADASTRO, COM AS
      * DUAS IMAGENS JA ANONIMIZADAS (A IMAGEM ANTES NAO PODE GUARDAR
      * O QUE FOI APAGADO). SE O TITULAR SO EXISTIA NO ARQUIVO MORTO
      * OU NOS BACKUPS, O LANCAMENTO E GRAVADO SOB O TELEFONE
      * INFORMADO, PARA QUE A APROVACAO FIQUE REGISTRADA DO MESMO
      * JEITO.
       P700-GRAVA-AUDITORIA.
            OPEN I-O AUDITORIA
            IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN I-O AUDITORIA
            END-IF
            IF WS-AUD-FILE-STATUS = '00'
               OPEN INPUT CONTATOS
               IF WS-FILE-STATUS = '00'
                  PERFORM P720-LANCAMENTO-DO-CONTATO
                          VARYING WS-FONE-IND FROM 1 BY 1
                          UNTIL WS-FONE-IND > WS-FONE-USADOS
                  CLOSE CONTATOS
               END-IF
               IF WS-QTD-LANCAMENTOS-L = 0
                  MOVE SPACES                  TO AUD-ANTES
                  MOVE WS-TELEFONE-TITULAR     TO AUD-ANT-TELEFONE
                  MOVE WS-VALOR-ANONIMO        TO AUD-ANT-NOME
                  MOVE 'I'                     TO AUD-ANT-STATUS
                  MOVE AUD-ANTES               TO AUD-DEPOIS
                  MOVE SPACES                  TO AUD-ANT-CATEGORIA
                  MOVE SPACES                  TO AUD-DEP-CATEGORIA
                  MOVE SPACES                  TO AUD-ANT-EMPRESA
                  MOVE SPACES                  TO AUD-DEP-EMPRESA
                  MOVE SPACES                  TO AUD-ANT-END-ESTRUT
                  MOVE SPACES                  TO AUD-DEP-END-ESTRUT
                  MOVE SPACES                  TO AUD-ANT-CONS
                  MOVE SPACES                  TO AUD-DEP-CONS
                  PERFORM P730-COMPLETA-LANCAMENTO
               END-IF
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR AUDITORIA - REG. NAO AUDITADO!'
               ADD 1                           TO WS-TOTAL-ERROS
            END-IF
           .
       P720-LANCAMENTO-DO-CONTATO.
            IF WS-FONE-ANONIMIZADO(WS-FONE-IND) = 'S'
               MOVE WS-FONE-NUMERO(WS-FONE-IND) TO CT-TELEFONE
               READ CONTATOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE CT-TELEFONE          TO AUD-ANT-TELEFONE
                     MOVE CT-NOME              TO AUD-ANT-NOME
                     MOVE CT-EMAIL             TO AUD-ANT-EMAIL
                     MOVE CT-ENDERECO          TO AUD-ANT-ENDERECO
                     MOVE CT-STATUS            TO AUD-ANT-STATUS
                     MOVE AUD-ANTES            TO AUD-DEPOIS
                     MOVE CT-CATEGORIA         TO AUD-ANT-CATEGORIA
                     MOVE CT-CATEGORIA         TO AUD-DEP-CATEGORIA
                     MOVE CT-EMPRESA           TO AUD-ANT-EMPRESA
                     MOVE CT-EMPRESA           TO AUD-DEP-EMPRESA
                     MOVE CT-ENDERECO-ESTRUT   TO AUD-ANT-END-ESTRUT
                     MOVE CT-ENDERECO-ESTRUT   TO AUD-DEP-END-ESTRUT
                     MOVE CT-CONSENTIMENTO     TO AUD-ANT-CONS
                     MOVE CT-CONSENTIMENTO     TO AUD-DEP-CONS
                     PERFORM P730-COMPLETA-LANCAMENTO
               END-READ
            END-IF
           .
       P730-COMPLETA-LANCAMENTO.
            MOVE WS-OPERADOR                   TO AUD-OPERADOR
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AUD-DATA-HORA
            SET AUD-OP-ANONIMIZACAO            TO TRUE
            MOVE SPACES                        TO AUD-TELEFONE-FUSAO
            MOVE SPACES                        TO AUD-TEL-ADICIONAL
            MOVE WS-APROVADOR                  TO AUD-LGP-APROVADOR
            MOVE SPACES                        TO AUD-DEVOLUCAO
            MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
            PERFORM P710-GRAVA-COM-SEQUENCIA
            IF WS-AUD-FILE-STATUS = '00'
               ADD 1                           TO WS-QTD-LANCAMENTOS-L
            ELSE
               ADD 1                           TO WS-TOTAL-ERROS
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
       P800-REGISTRA-SAIDA.
            MOVE 'LGPCNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            MOVE WS-NOME-RELATORIO             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-REGISTROS            TO WS-SPL-QUANTIDADE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\SPLCNTT'
                                                  USING WS-SPL-AREA
            IF NOT WS-SPL-OK
               DISPLAY 'AVISO: SAIDA NAO REGISTRADA NO CATALOGO!'
            END-IF
           .
      * NA CONSULTA NAO HA COPIA DE TRABALHO: O ARQUIVO SO E LIDO.
       P900-ABRE-TRABALHO.
            MOVE 'N'                           TO WS-ARQ-ABERTO
            IF WS-MODO-ANONIMIZA
               OPEN OUTPUT TRABALHO
               IF WS-TRB-FILE-STATUS = '00'
                  SET WS-ARQUIVO-ABERTO        TO TRUE
               ELSE
                  DISPLAY 'ERRO AO CRIAR LGPD-TRABALHO.TMP!'
                  ADD 1                        TO WS-TOTAL-ERROS
               END-IF
            END-IF
           .
       P910-FECHA-TRABALHO.
            IF WS-ARQUIVO-ABERTO
               CLOSE TRABALHO
               MOVE 'N'                        TO WS-ARQ-ABERTO
            ELSE
      * SEM COPIA DE TRABALHO NAO HA O QUE DEVOLVER AO ORIGINAL; NA
      * CONSULTA A COPIA NAO E ABERTA E A CONTAGEM VALE COMO ESTA.
               IF WS-MODO-ANONIMIZA
                  MOVE ZEROS                   TO WS-QTD-NO-ARQUIVO
               END-IF
            END-IF
           .
       P950-EXIBE-RESUMO.
            DISPLAY '-------------------------------------------------'
            DISPLAY 'CONTATOS................ : ' WS-QTD-CONTATOS
            DISPLAY 'TELEFONES ADICIONAIS.... : ' WS-QTD-ADICIONAIS
            DISPLAY 'LANCAMENTOS DA TRILHA... : ' WS-QTD-AUDITORIA
            DISPLAY 'ANOTACOES............... : ' WS-QTD-ANOTACOES
            DISPLAY 'RETORNOS DA AGENDA...... : ' WS-QTD-AGENDA
            DISPLAY 'ARQUIVO MORTO........... : ' WS-QTD-MORTO
            DISPLAY 'BACKUPS................. : ' WS-QTD-BACKUP
            DISPLAY 'ARQUIVAMENTO DA TRILHA.. : ' WS-QTD-ARQ-TRILHA
            DISPLAY 'TOTAL DO TITULAR........ : ' WS-TOTAL-REGISTROS
            IF WS-MODO-ANONIMIZA
               DISPLAY 'LANCAMENTOS L GRAVADOS.. : '
                       WS-QTD-LANCAMENTOS-L
               IF WS-TOTAL-ERROS > 0
                  DISPLAY 'ERROS DE GRAVACAO....... : ' WS-TOTAL-ERROS
                  SET WS-RC-ERRO-ARQUIVO       TO TRUE
               END-IF
            END-IF
            DISPLAY 'RELATORIO GERADO EM ' WS-NOME-RELATORIO
            DISPLAY '-------------------------------------------------'
           .
       END PROGRAM LGPCNTT.
