      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: VARREDURA DE QUALIDADE DO CADASTRO DE CONTATOS. PASSA
      *          TODO O CONTATOS.DAT PELAS REGRAS DO VALCNTT (AS MESMAS
      *          DA DIGITACAO) E PELO CADASTRO DE CATEGORIAS, PEGANDO
      *          O LEGADO DE ANTES DAS CRITICAS: TELEFONE FORA DO
      *          PADRAO, E-MAIL SEM ARROBA, CONTATO SEM CATEGORIA E
      *          ENDERECO SO NA LINHA LIVRE, ENTRE OUTROS. GERA O
      *          PLACAR DE QUALIDADE (QUANTIDADES POR TIPO DE
      *          PROBLEMA, POR CATEGORIA E POR UF) E A LISTA DE
      *          SANEAMENTO COM CADA CONTATO AFETADO E QUEM O MANTEVE
      *          POR ULTIMO SEGUNDO A TRILHA DE AUDITORIA. A PEDIDO,
      *          CARREGA AS CORRECOES QUE PODEM SER DEDUZIDAS DO
      *          PROPRIO REGISTRO NA FILA DE PENDENCIAS (PENDENTES.DAT)
      *          PARA O SUPERVISOR APROVAR NO PNDCNTT. CONTATOS
      *          ANONIMIZADOS PELO LGPCNTT SO SAO CONTADOS. OS DOIS
      *          ARQUIVOS SAO DATADOS E REGISTRADOS NO CATALOGO DE
      *          SPOOL VIA SPLCNTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUACNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO "CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CT-TELEFONE
                  ALTERNATE RECORD KEY IS CT-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-FILE-STATUS.
           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CG-CODIGO
                  FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA-IX.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CHAVE
                  ALTERNATE RECORD KEY IS AUD-ANT-TELEFONE
                         WITH DUPLICATES
                  FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT PENDENTES ASSIGN TO "PENDENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PEND-NUMERO
                  FILE STATUS IS WS-PEND-FILE-STATUS.
      * CADA EXECUCAO GRAVA ARQUIVOS DATADOS (COMO OS BACKUPS DO
      * BKPCNTT) E OS REGISTRA NO CATALOGO DE SPOOL VIA SPLCNTT, PARA
      * NENHUMA EXECUCAO SOBRESCREVER A ANTERIOR.
           SELECT PLACAR ASSIGN TO DYNAMIC WS-NOME-PLACAR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PLA-FILE-STATUS.
           SELECT LISTA ASSIGN TO DYNAMIC WS-NOME-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  CATEGORIAS.
       COPY CATEGORIA.CPY.
       FD  AUDITORIA.
       COPY AUDITORIA.CPY.
       FD  PENDENTES.
       COPY TRANPEND.CPY.
       FD  PLACAR.
       01  PLA-LINHA                           PIC X(100).
       FD  LISTA.
       01  LIS-LINHA                           PIC X(132).
       WORKING-STORAGE SECTION.
       COPY TRANLOTE.CPY.
       COPY VALIDCT.CPY.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-CAT-FILE-STATUS                  PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-PEND-FILE-STATUS                 PIC X(02).
       01  WS-PLA-FILE-STATUS                  PIC X(02).
       01  WS-LIS-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-FIM-AUDITORIA                    PIC X(01)   VALUE 'N'.
           88  WS-FIM-AUD                                  VALUE 'S'.
       01  WS-FIM-PENDENTES                    PIC X(01)   VALUE 'N'.
           88  WS-FIM-PEND                                 VALUE 'S'.
      * CATEGORIAS E TRILHA SAO OPCIONAIS: SEM O CADASTRO DE
      * CATEGORIAS SO O CONTATO SEM CATEGORIA E APONTADO, E SEM A
      * TRILHA A LISTA SAI SEM A ULTIMA MANUTENCAO.
       01  WS-TEM-CATEGORIAS                   PIC X(01)   VALUE 'N'.
           88  WS-CATEGORIAS-ABERTO                        VALUE 'S'.
       01  WS-TEM-AUDITORIA                    PIC X(01)   VALUE 'N'.
           88  WS-AUDITORIA-ABERTO                         VALUE 'S'.
       01  WS-TEM-PENDENTES                    PIC X(01)   VALUE 'N'.
           88  WS-PENDENTES-ABERTO                         VALUE 'S'.
       01  WS-RESPOSTA-CARGA                   PIC X(01).
           88  WS-CARREGA-PENDENCIAS                       VALUE 'S'
                                                                 's'.
       01  WS-NOME-PLACAR                      PIC X(40).
       01  WS-NOME-LISTA                       PIC X(40).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-RELATORIO.
           03  WS-DATA-ANO                     PIC 9(04).
           03  WS-DATA-MES                     PIC 9(02).
           03  WS-DATA-DIA                     PIC 9(02).
       01  WS-DATA-EDITADA                     PIC X(10).
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       01  WS-PLA-PAGINA                       PIC 9(03)   VALUE ZEROS.
       01  WS-PLA-LINHAS                       PIC 9(02)   VALUE ZEROS.
       01  WS-LIS-PAGINA                       PIC 9(03)   VALUE ZEROS.
       01  WS-LIS-LINHAS                       PIC 9(02)   VALUE ZEROS.
      * VALOR FIXO GRAVADO PELO LGPCNTT NOS CAMPOS ANONIMIZADOS.
       01  WS-VALOR-ANONIMO                    PIC X(11)
                                               VALUE 'ANONIMIZADO'.
      * O VALCNTT PARA NO PRIMEIRO CAMPO RECUSADO. PARA APONTAR TODOS
      * OS PROBLEMAS DO CONTATO, O CAMPO RECUSADO E TROCADO POR UM
      * VALOR NEUTRO, QUE PASSA NA REGRA, E A VALIDACAO E REPETIDA
      * (O CEP NEUTRO E O BRANCO, QUE NAO E CRITICADO). COM O
      * TELEFONE NEUTRO O AVISO DE DDD NAO VALE, POIS SERIA DO
      * NUMERO NEUTRO E NAO DO CONTATO.
       01  WS-FONE-NEUTRO                      PIC X(15)
                                               VALUE '1100000000'.
       01  WS-NOME-NEUTRO                      PIC X(40)   VALUE 'A'.
       01  WS-EMAIL-NEUTRO                     PIC X(40)
                                               VALUE 'A@A.AA'.
       01  WS-FONE-NEUTRALIZADO                PIC X(01)   VALUE 'N'.
           88  WS-FONE-FOI-NEUTRALIZADO                    VALUE 'S'.
       01  WS-REGRAS-CONCLUIDAS                PIC X(01)   VALUE 'N'.
           88  WS-REGRAS-OK                                VALUE 'S'.
       01  WS-QTD-CHAMADAS                     PIC 9(02)   VALUE ZEROS.
       01  WS-QTD-ARROBAS                      PIC 9(02)   VALUE ZEROS.
       01  WS-EMAIL-FORMATO                    PIC X(01)   VALUE 'N'.
           88  WS-EMAIL-FORA-FORMATO                       VALUE 'S'.
      * TIPOS DE PROBLEMA APONTADOS PELA VARREDURA, NA ORDEM DO
      * PLACAR. OS 7 PRIMEIROS VEM DAS REGRAS DO VALCNTT.
       01  WS-TAB-PROB-VALORES.
           03  FILLER                          PIC X(30)   VALUE
                   'TELEFONE INVALIDO'.
           03  FILLER                          PIC X(30)   VALUE
                   'NOME EM BRANCO'.
           03  FILLER                          PIC X(30)   VALUE
                   'E-MAIL SEM ARROBA'.
           03  FILLER                          PIC X(30)   VALUE
                   'E-MAIL EM BRANCO'.
           03  FILLER                          PIC X(30)   VALUE
                   'E-MAIL FORA DO FORMATO'.
           03  FILLER                          PIC X(30)   VALUE
                   'CEP INVALIDO'.
           03  FILLER                          PIC X(30)   VALUE
                   'CEP FORA DA BASE DOS CORREIOS'.
           03  FILLER                          PIC X(30)   VALUE
                   'CIDADE/UF DIVERGE DO CEP'.
           03  FILLER                          PIC X(30)   VALUE
                   'DDD INEXISTENTE OU DE OUTRA UF'.
           03  FILLER                          PIC X(30)   VALUE
                   'SEM CATEGORIA'.
           03  FILLER                          PIC X(30)   VALUE
                   'CATEGORIA NAO CADASTRADA'.
           03  FILLER                          PIC X(30)   VALUE
                   'SO ENDERECO LIVRE'.
           03  FILLER                          PIC X(30)   VALUE
                   'SEM ENDERECO'.
       01  WS-TAB-PROB REDEFINES WS-TAB-PROB-VALORES.
           03  WS-PROB-DESCRICAO               PIC X(30)   OCCURS 13.
       01  WS-TAB-PROB-TOTAIS.
           03  WS-PROB-QUANTIDADE              PIC 9(05)   OCCURS 13.
       01  WS-QTD-TIPOS                        PIC 9(02)   VALUE 13.
       01  WS-PROB-IND                         PIC 9(02)   VALUE ZEROS.
       01  WS-PROB-FONE                        PIC 9(02)   VALUE 1.
       01  WS-PROB-NOME                        PIC 9(02)   VALUE 2.
       01  WS-PROB-EMAIL-SEM-ARROBA            PIC 9(02)   VALUE 3.
       01  WS-PROB-EMAIL-BRANCO                PIC 9(02)   VALUE 4.
       01  WS-PROB-EMAIL-FORMATO               PIC 9(02)   VALUE 5.
       01  WS-PROB-CEP-INVALIDO                PIC 9(02)   VALUE 6.
       01  WS-PROB-CEP-FORA-BASE               PIC 9(02)   VALUE 7.
       01  WS-PROB-CIDADE-UF                   PIC 9(02)   VALUE 8.
       01  WS-PROB-DDD                         PIC 9(02)   VALUE 9.
       01  WS-PROB-SEM-CATEGORIA               PIC 9(02)   VALUE 10.
       01  WS-PROB-CATEGORIA-NAO-CAD           PIC 9(02)   VALUE 11.
       01  WS-PROB-SO-LINHA-LIVRE              PIC 9(02)   VALUE 12.
       01  WS-PROB-SEM-ENDERECO                PIC 9(02)   VALUE 13.
      * PROBLEMAS DO CONTATO CORRENTE, IMPRESSOS NA LISTA DE
      * SANEAMENTO ABAIXO DA LINHA DO CONTATO.
       01  WS-PROB-CODIGO                      PIC 9(02)   VALUE ZEROS.
       01  WS-PROB-DETALHE                     PIC X(50).
       01  WS-QTD-PROB-CONTATO                 PIC 9(02)   VALUE ZEROS.
       01  WS-TAB-PROB-CONTATO.
           03  WS-PCT-ITEM OCCURS 13.
               05  WS-PCT-CODIGO               PIC 9(02).
               05  WS-PCT-DETALHE              PIC X(50).
       01  WS-CEP-CIDADE-BASE                  PIC X(30).
       01  WS-CEP-UF-BASE                      PIC X(02).
      * QUANTIDADES POR CATEGORIA E POR UF (CONTATOS AVALIADOS E COM
      * PROBLEMA), NO MESMO ESQUEMA DO QUADRO DO RELCNTT: O QUE
      * PASSAR DO TAMANHO DA TABELA E SOMADO NO GRUPO DEMAIS.
       01  WS-CATEGORIA-TAB.
           03  WS-CAT-ITEM OCCURS 50.
               05  WS-CAT-CODIGO               PIC X(03).
               05  WS-CAT-AVALIADOS            PIC 9(05).
               05  WS-CAT-PROBLEMAS            PIC 9(05).
       01  WS-CAT-USADAS                       PIC 9(02)   VALUE ZEROS.
       01  WS-CAT-IND                          PIC 9(02)   VALUE ZEROS.
       01  WS-CAT-ACHADA                       PIC X(01)   VALUE 'N'.
           88  WS-CAT-JA-NA-TABELA                         VALUE 'S'.
       01  WS-CAT-DEMAIS-AVALIADOS             PIC 9(05)   VALUE ZEROS.
       01  WS-CAT-DEMAIS-PROBLEMAS             PIC 9(05)   VALUE ZEROS.
       01  WS-UF-TAB.
           03  WS-UF-ITEM OCCURS 30.
               05  WS-UF-CODIGO                PIC X(02).
               05  WS-UF-AVALIADOS             PIC 9(05).
               05  WS-UF-PROBLEMAS             PIC 9(05).
       01  WS-UF-USADAS                        PIC 9(02)   VALUE ZEROS.
       01  WS-UF-IND                           PIC 9(02)   VALUE ZEROS.
       01  WS-UF-ACHADA                        PIC X(01)   VALUE 'N'.
           88  WS-UF-JA-NA-TABELA                          VALUE 'S'.
       01  WS-UF-DEMAIS-AVALIADOS              PIC 9(05)   VALUE ZEROS.
       01  WS-UF-DEMAIS-PROBLEMAS              PIC 9(05)   VALUE ZEROS.
       01  WS-DESC-UF                          PIC X(30).
      * ULTIMA MANUTENCAO DO CONTATO SEGUNDO A TRILHA.
       01  WS-ULT-OPERADOR                     PIC X(08).
       01  WS-ULT-DATA-HORA                    PIC X(14).
       01  WS-ULT-DESCRICAO                    PIC X(45).
      * CORRECAO CARREGADA NA FILA DE PENDENCIAS.
       01  WS-PROXIMO-NUMERO                   PIC 9(05)   VALUE ZEROS.
       01  WS-PEND-ABERTA                      PIC X(01)   VALUE 'N'.
           88  WS-TEM-PEND-ABERTA                          VALUE 'S'.
       01  WS-TEXTO-CORRECAO                   PIC X(100).
       01  WS-DESC-CORRECAO                    PIC X(80).
       01  WS-FONE-DIGITOS                     PIC X(15).
       01  WS-DIG-TRABALHO                     PIC X(15).
       01  WS-QTD-DIGITOS                      PIC 9(02)   VALUE ZEROS.
       01  WS-POS                              PIC 9(02)   VALUE ZEROS.
       01  WS-POS-SAIDA                        PIC 9(02)   VALUE ZEROS.
       01  WS-EMAIL-PROPOSTO                   PIC X(40).
       01  WS-CIDADE-PROPOSTA                  PIC X(30).
       01  WS-UF-PROPOSTA                      PIC X(02).
       01  WS-TEM-CORRECAO                     PIC X(01)   VALUE 'N'.
           88  WS-HA-CORRECAO                              VALUE 'S'.
      * TOTAIS DA VARREDURA.
       01  WS-TOTAL-LIDOS                      PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ANONIMIZADOS               PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-AVALIADOS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-INATIVOS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-COM-PROBLEMA               PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-SEM-PROBLEMA               PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-PEND-GRAVADAS              PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-PEND-JA-ABERTAS            PIC 9(05)   VALUE ZEROS.
       COPY SPOOLCT.CPY.
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
            INITIALIZE WS-TAB-PROB-TOTAIS
                       WS-CATEGORIA-TAB
                       WS-UF-TAB
            MOVE ZEROS                         TO WS-TOTAL-LIDOS
            MOVE ZEROS                         TO WS-TOTAL-ANONIMIZADOS
            MOVE ZEROS                         TO WS-TOTAL-AVALIADOS
            MOVE ZEROS                         TO WS-TOTAL-INATIVOS
            MOVE ZEROS                         TO WS-TOTAL-COM-PROBLEMA
            MOVE ZEROS                         TO WS-TOTAL-SEM-PROBLEMA
            MOVE ZEROS                         TO WS-TOTAL-PEND-GRAVADAS
            MOVE ZEROS                       TO WS-TOTAL-PEND-JA-ABERTAS
            MOVE ZEROS                         TO WS-CAT-USADAS
            MOVE ZEROS                       TO WS-CAT-DEMAIS-AVALIADOS
            MOVE ZEROS                       TO WS-CAT-DEMAIS-PROBLEMAS
            MOVE ZEROS                         TO WS-UF-USADAS
            MOVE ZEROS                         TO WS-UF-DEMAIS-AVALIADOS
            MOVE ZEROS                         TO WS-UF-DEMAIS-PROBLEMAS
            MOVE ZEROS                         TO WS-PLA-PAGINA
            MOVE ZEROS                         TO WS-LIS-PAGINA
            MOVE 'N'                           TO WS-TEM-CATEGORIAS
            MOVE 'N'                           TO WS-TEM-AUDITORIA
            MOVE 'N'                           TO WS-TEM-PENDENTES
            DISPLAY 'CARREGAR AS CORRECOES NA FILA DE PENDENCIAS '
                    '(S/N)? '                   WITH NO ADVANCING
            ACCEPT WS-RESPOSTA-CARGA
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:4)     TO WS-DATA-ANO
            MOVE WS-DATA-HORA-SISTEMA(5:2)     TO WS-DATA-MES
            MOVE WS-DATA-HORA-SISTEMA(7:2)     TO WS-DATA-DIA
            STRING WS-DATA-DIA    '/'
                   WS-DATA-MES    '/'
                   WS-DATA-ANO         DELIMITED BY SIZE
                                        INTO WS-DATA-EDITADA
            MOVE SPACES                        TO WS-NOME-PLACAR
            STRING 'QUALIDADE-PLACAR-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-PLACAR
            MOVE SPACES                        TO WS-NOME-LISTA
            STRING 'QUALIDADE-LISTA-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-LISTA
            PERFORM P100-ABRE-ARQUIVOS
            IF WS-FILE-STATUS = '00' AND WS-PLA-FILE-STATUS = '00' AND
               WS-LIS-FILE-STATUS = '00' AND
               (WS-PENDENTES-ABERTO OR NOT WS-CARREGA-PENDENCIAS)
               PERFORM P320-CABECALHO-LISTA
               PERFORM P200-VARRE-CONTATOS
               PERFORM P650-TOTAIS-LISTA
               PERFORM P310-CABECALHO-PLACAR
               PERFORM P700-EMITE-PLACAR
               PERFORM P900-FECHA-ARQUIVOS
               DISPLAY 'PLACAR GERADO EM ' WS-NOME-PLACAR
               DISPLAY 'LISTA GERADA EM  ' WS-NOME-LISTA
               DISPLAY 'CONTATOS LIDOS..................: '
                        WS-TOTAL-LIDOS
               DISPLAY 'ANONIMIZADOS (LGPD, NAO AVALIADOS): '
                        WS-TOTAL-ANONIMIZADOS
               DISPLAY 'CONTATOS AVALIADOS..............: '
                        WS-TOTAL-AVALIADOS
               DISPLAY 'CONTATOS COM PROBLEMA...........: '
                        WS-TOTAL-COM-PROBLEMA
               IF WS-CARREGA-PENDENCIAS
                  DISPLAY 'CORRECOES GRAVADAS NA FILA......: '
                           WS-TOTAL-PEND-GRAVADAS
                  DISPLAY 'CONTATOS JA COM PENDENCIA ABERTA: '
                           WS-TOTAL-PEND-JA-ABERTAS
               END-IF
               PERFORM P800-REGISTRA-SAIDAS
            ELSE
               IF WS-FILE-STATUS = '00'
                  CLOSE CONTATOS
               END-IF
               IF WS-PLA-FILE-STATUS = '00'
                  CLOSE PLACAR
               END-IF
               IF WS-LIS-FILE-STATUS = '00'
                  CLOSE LISTA
               END-IF
               PERFORM P910-FECHA-OPCIONAIS
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
               DISPLAY 'NAO FOI POSSIVEL EXECUTAR A VARREDURA!'
            END-IF
           .
       P100-ABRE-ARQUIVOS.
            MOVE SPACES                        TO WS-PLA-FILE-STATUS
            MOVE SPACES                        TO WS-LIS-FILE-STATUS
            OPEN INPUT CONTATOS
            IF WS-FILE-STATUS = '00'
               OPEN OUTPUT PLACAR
               IF WS-PLA-FILE-STATUS = '00'
                  OPEN OUTPUT LISTA
               END-IF
            END-IF
            OPEN INPUT CATEGORIAS
            IF WS-CAT-FILE-STATUS = '00'
               SET WS-CATEGORIAS-ABERTO        TO TRUE
            END-IF
            OPEN INPUT AUDITORIA
            IF WS-AUD-FILE-STATUS = '00'
               SET WS-AUDITORIA-ABERTO         TO TRUE
            END-IF
            IF WS-CARREGA-PENDENCIAS
               OPEN I-O PENDENTES
               IF WS-PEND-FILE-STATUS = '35'
                  CLOSE PENDENTES
                  OPEN OUTPUT PENDENTES
                  CLOSE PENDENTES
                  OPEN I-O PENDENTES
               END-IF
               IF WS-PEND-FILE-STATUS = '00'
                  SET WS-PENDENTES-ABERTO      TO TRUE
                  PERFORM P530-PROXIMO-NUMERO
               END-IF
            END-IF
           .
       P200-VARRE-CONTATOS.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            PERFORM P210-LE-CONTATO UNTIL WS-FIM
           .
       P210-LE-CONTATO.
            READ CONTATOS NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  ADD 1                         TO WS-TOTAL-LIDOS
                  PERFORM P220-AVALIA-CONTATO
            END-READ
           .
      * O CONTATO ANONIMIZADO NAO TEM MAIS DADO A SANEAR (NOME, E-MAIL
      * E ENDERECO TEM O VALOR FIXO DO LGPCNTT) E SO E CONTADO. OS
      * INATIVOS SAO AVALIADOS, MAS NAO RECEBEM CORRECAO NA FILA,
      * POIS O ALTCONTT NAO ALTERA CONTATO INATIVO.
       P220-AVALIA-CONTATO.
            IF CT-NOME = WS-VALOR-ANONIMO OR
               CT-EMAIL = WS-VALOR-ANONIMO OR
               CT-ENDERECO = WS-VALOR-ANONIMO OR
               CT-END-LOGRADOURO = WS-VALOR-ANONIMO
               ADD 1                           TO WS-TOTAL-ANONIMIZADOS
            ELSE
               ADD 1                           TO WS-TOTAL-AVALIADOS
               IF CT-INATIVO
                  ADD 1                        TO WS-TOTAL-INATIVOS
               END-IF
               MOVE ZEROS                      TO WS-QTD-PROB-CONTATO
               PERFORM P230-APLICA-REGRAS
               PERFORM P250-CONFERE-CATEGORIA
               PERFORM P260-CONFERE-ENDERECO
               PERFORM P270-ACUMULA-CATEGORIA
               PERFORM P280-ACUMULA-UF
               IF WS-QTD-PROB-CONTATO > 0
                  ADD 1                        TO WS-TOTAL-COM-PROBLEMA
                  PERFORM P400-ULTIMA-MANUTENCAO
                  MOVE SPACES                  TO WS-TEXTO-CORRECAO
                  IF WS-CARREGA-PENDENCIAS AND CT-ATIVO
                     PERFORM P500-CARREGA-CORRECAO
                  END-IF
                  PERFORM P330-GRAVA-CONTATO-LISTA
               ELSE
                  ADD 1                        TO WS-TOTAL-SEM-PROBLEMA
               END-IF
            END-IF
           .
       P230-APLICA-REGRAS.
            MOVE CT-TELEFONE                   TO WS-VAL-TELEFONE
            MOVE CT-NOME                       TO WS-VAL-NOME
            MOVE CT-EMAIL                      TO WS-VAL-EMAIL
            MOVE CT-END-CEP                    TO WS-VAL-CEP
            MOVE CT-END-UF                     TO WS-VAL-UF
            MOVE SPACES                        TO WS-VAL-FUNCAO
            MOVE 'N'                           TO WS-FONE-NEUTRALIZADO
            MOVE 'N'                           TO WS-EMAIL-FORMATO
            MOVE SPACES                        TO WS-CEP-CIDADE-BASE
            MOVE SPACES                        TO WS-CEP-UF-BASE
            MOVE 'N'                           TO WS-REGRAS-CONCLUIDAS
            MOVE ZEROS                         TO WS-QTD-CHAMADAS
            PERFORM P240-CHAMA-VALCNTT UNTIL WS-REGRAS-OK
            IF WS-VAL-OK
               IF WS-VAL-AVISO NOT = SPACES AND
                  NOT WS-FONE-FOI-NEUTRALIZADO
                  MOVE WS-PROB-DDD             TO WS-PROB-CODIGO
                  MOVE WS-VAL-AVISO            TO WS-PROB-DETALHE
                  PERFORM P290-REGISTRA-PROBLEMA
               END-IF
      * CEP CONHECIDO COM CIDADE/UF DIFERENTE DA BASE: SOBRA DE
      * DIGITACAO DE ANTES DO PREENCHIMENTO AUTOMATICO PELO CEP.
               IF WS-VAL-CEP-CONHECIDO AND
                  (CT-END-CIDADE NOT = WS-VAL-CEP-CIDADE OR
                   CT-END-UF NOT = WS-VAL-CEP-UF)
                  MOVE WS-VAL-CEP-CIDADE       TO WS-CEP-CIDADE-BASE
                  MOVE WS-VAL-CEP-UF           TO WS-CEP-UF-BASE
                  MOVE WS-PROB-CIDADE-UF       TO WS-PROB-CODIGO
                  MOVE SPACES                  TO WS-PROB-DETALHE
                  STRING 'PELO CEP: '
                         FUNCTION TRIM(WS-VAL-CEP-CIDADE) '/'
                         WS-VAL-CEP-UF       DELIMITED BY SIZE
                                             INTO WS-PROB-DETALHE
                  PERFORM P290-REGISTRA-PROBLEMA
               END-IF
            END-IF
           .
      * CADA CAMPO RECUSADO E APONTADO E TROCADO PELO VALOR NEUTRO;
      * COMO CADA CAMPO SO PODE SER RECUSADO UMA VEZ, O LIMITE DE
      * CHAMADAS SO PROTEGE CONTRA UM RETORNO INESPERADO.
       P240-CHAMA-VALCNTT.
            ADD 1                              TO WS-QTD-CHAMADAS
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            IF WS-VAL-OK OR WS-QTD-CHAMADAS > 5
               SET WS-REGRAS-OK                TO TRUE
            ELSE
               MOVE WS-VAL-MOTIVO              TO WS-PROB-DETALHE
               EVALUATE TRUE
                  WHEN WS-VAL-TELEFONE-INVALIDO
                    MOVE WS-PROB-FONE          TO WS-PROB-CODIGO
                    MOVE WS-FONE-NEUTRO        TO WS-VAL-TELEFONE
                    SET WS-FONE-FOI-NEUTRALIZADO TO TRUE
                  WHEN WS-VAL-NOME-INVALIDO
                    MOVE WS-PROB-NOME          TO WS-PROB-CODIGO
                    MOVE WS-NOME-NEUTRO        TO WS-VAL-NOME
                  WHEN WS-VAL-EMAIL-INVALIDO
                    PERFORM P245-CLASSIFICA-EMAIL
                    MOVE WS-EMAIL-NEUTRO       TO WS-VAL-EMAIL
                  WHEN WS-VAL-CEP-INVALIDO
                    MOVE WS-PROB-CEP-INVALIDO  TO WS-PROB-CODIGO
                    MOVE SPACES                TO WS-PROB-DETALHE
                    STRING 'CEP ' CT-END-CEP DELIMITED BY SIZE
                                             INTO WS-PROB-DETALHE
                    MOVE SPACES                TO WS-VAL-CEP
                  WHEN WS-VAL-CEP-INEXISTENTE
                    MOVE WS-PROB-CEP-FORA-BASE TO WS-PROB-CODIGO
                    MOVE SPACES                TO WS-PROB-DETALHE
                    STRING 'CEP ' CT-END-CEP DELIMITED BY SIZE
                                             INTO WS-PROB-DETALHE
                    MOVE SPACES                TO WS-VAL-CEP
                  WHEN OTHER
                    MOVE ZEROS                 TO WS-PROB-CODIGO
                    SET WS-REGRAS-OK           TO TRUE
               END-EVALUATE
               IF WS-PROB-CODIGO > 0
                  PERFORM P290-REGISTRA-PROBLEMA
               END-IF
            END-IF
           .
      * O VALCNTT RECUSA O E-MAIL EM BRANCO E O FORA DO FORMATO COM O
      * MESMO RETORNO; NO PLACAR O LEGADO SEM ARROBA E O SEM E-MAIL
      * APARECEM SEPARADOS DOS DEMAIS ERROS DE FORMATO.
       P245-CLASSIFICA-EMAIL.
            IF CT-EMAIL = SPACES
               MOVE WS-PROB-EMAIL-BRANCO       TO WS-PROB-CODIGO
               MOVE SPACES                     TO WS-PROB-DETALHE
            ELSE
               MOVE ZEROS                      TO WS-QTD-ARROBAS
               INSPECT CT-EMAIL TALLYING WS-QTD-ARROBAS FOR ALL '@'
               IF WS-QTD-ARROBAS = ZEROS
                  MOVE WS-PROB-EMAIL-SEM-ARROBA TO WS-PROB-CODIGO
               ELSE
                  MOVE WS-PROB-EMAIL-FORMATO   TO WS-PROB-CODIGO
                  SET WS-EMAIL-FORA-FORMATO    TO TRUE
               END-IF
               MOVE CT-EMAIL                   TO WS-PROB-DETALHE
            END-IF
           .
      * CATEGORIA EM BRANCO E CONTATO SEM CLASSIFICACAO; QUANDO
      * INFORMADA PRECISA EXISTIR NO CADASTRO (A REGRA DO ALTCONTT).
       P250-CONFERE-CATEGORIA.
            IF CT-CATEGORIA = SPACES
               MOVE WS-PROB-SEM-CATEGORIA      TO WS-PROB-CODIGO
               MOVE SPACES                     TO WS-PROB-DETALHE
               PERFORM P290-REGISTRA-PROBLEMA
            ELSE
               IF WS-CATEGORIAS-ABERTO
                  MOVE CT-CATEGORIA            TO CG-CODIGO
                  READ CATEGORIAS
                     INVALID KEY
                        MOVE WS-PROB-CATEGORIA-NAO-CAD
                                               TO WS-PROB-CODIGO
                        MOVE SPACES            TO WS-PROB-DETALHE
                        STRING 'CODIGO ' CT-CATEGORIA
                                             DELIMITED BY SIZE
                                             INTO WS-PROB-DETALHE
                        PERFORM P290-REGISTRA-PROBLEMA
                  END-READ
               END-IF
            END-IF
           .
      * CONTATO DA BASE ANTIGA AINDA SO NA LINHA LIVRE CT-ENDERECO
      * (SEM O GRUPO ESTRUTURADO), OU SEM ENDERECO NENHUM.
       P260-CONFERE-ENDERECO.
            IF CT-ENDERECO-ESTRUT = SPACES
               IF CT-ENDERECO = SPACES
                  MOVE WS-PROB-SEM-ENDERECO    TO WS-PROB-CODIGO
                  MOVE SPACES                  TO WS-PROB-DETALHE
               ELSE
                  MOVE WS-PROB-SO-LINHA-LIVRE  TO WS-PROB-CODIGO
                  MOVE CT-ENDERECO             TO WS-PROB-DETALHE
               END-IF
               PERFORM P290-REGISTRA-PROBLEMA
            END-IF
           .
       P270-ACUMULA-CATEGORIA.
            MOVE 'N'                            TO WS-CAT-ACHADA
            PERFORM VARYING WS-CAT-IND FROM 1 BY 1
                    UNTIL WS-CAT-IND > WS-CAT-USADAS
                       OR WS-CAT-JA-NA-TABELA
               IF WS-CAT-CODIGO(WS-CAT-IND) = CT-CATEGORIA
                  SET WS-CAT-JA-NA-TABELA       TO TRUE
               END-IF
            END-PERFORM
            IF WS-CAT-JA-NA-TABELA
               SUBTRACT 1                       FROM WS-CAT-IND
            ELSE
               IF WS-CAT-USADAS < 50
                  ADD 1                         TO WS-CAT-USADAS
                  MOVE WS-CAT-USADAS            TO WS-CAT-IND
                  MOVE CT-CATEGORIA    TO WS-CAT-CODIGO(WS-CAT-IND)
                  MOVE ZEROS           TO WS-CAT-AVALIADOS(WS-CAT-IND)
                  MOVE ZEROS           TO WS-CAT-PROBLEMAS(WS-CAT-IND)
                  SET WS-CAT-JA-NA-TABELA       TO TRUE
               END-IF
            END-IF
            IF WS-CAT-JA-NA-TABELA
               ADD 1                   TO WS-CAT-AVALIADOS(WS-CAT-IND)
               IF WS-QTD-PROB-CONTATO > 0
                  ADD 1                TO WS-CAT-PROBLEMAS(WS-CAT-IND)
               END-IF
            ELSE
               ADD 1                   TO WS-CAT-DEMAIS-AVALIADOS
               IF WS-QTD-PROB-CONTATO > 0
                  ADD 1                TO WS-CAT-DEMAIS-PROBLEMAS
               END-IF
            END-IF
           .
      * A UF E A DO ENDERECO ESTRUTURADO; O CONTATO SO NA LINHA LIVRE
      * ENTRA NO GRUPO SEM UF.
       P280-ACUMULA-UF.
            MOVE 'N'                            TO WS-UF-ACHADA
            PERFORM VARYING WS-UF-IND FROM 1 BY 1
                    UNTIL WS-UF-IND > WS-UF-USADAS
                       OR WS-UF-JA-NA-TABELA
               IF WS-UF-CODIGO(WS-UF-IND) = CT-END-UF
                  SET WS-UF-JA-NA-TABELA        TO TRUE
               END-IF
            END-PERFORM
            IF WS-UF-JA-NA-TABELA
               SUBTRACT 1                       FROM WS-UF-IND
            ELSE
               IF WS-UF-USADAS < 30
                  ADD 1                         TO WS-UF-USADAS
                  MOVE WS-UF-USADAS             TO WS-UF-IND
                  MOVE CT-END-UF       TO WS-UF-CODIGO(WS-UF-IND)
                  MOVE ZEROS           TO WS-UF-AVALIADOS(WS-UF-IND)
                  MOVE ZEROS           TO WS-UF-PROBLEMAS(WS-UF-IND)
                  SET WS-UF-JA-NA-TABELA        TO TRUE
               END-IF
            END-IF
            IF WS-UF-JA-NA-TABELA
               ADD 1                   TO WS-UF-AVALIADOS(WS-UF-IND)
               IF WS-QTD-PROB-CONTATO > 0
                  ADD 1                TO WS-UF-PROBLEMAS(WS-UF-IND)
               END-IF
            ELSE
               ADD 1                   TO WS-UF-DEMAIS-AVALIADOS
               IF WS-QTD-PROB-CONTATO > 0
                  ADD 1                TO WS-UF-DEMAIS-PROBLEMAS
               END-IF
            END-IF
           .
       P290-REGISTRA-PROBLEMA.
            IF WS-QTD-PROB-CONTATO < WS-QTD-TIPOS
               ADD 1                           TO WS-QTD-PROB-CONTATO
               MOVE WS-PROB-CODIGO
                            TO WS-PCT-CODIGO(WS-QTD-PROB-CONTATO)
               MOVE WS-PROB-DETALHE
                            TO WS-PCT-DETALHE(WS-QTD-PROB-CONTATO)
            END-IF
            ADD 1                TO WS-PROB-QUANTIDADE(WS-PROB-CODIGO)
           .
       P310-CABECALHO-PLACAR.
            ADD 1                               TO WS-PLA-PAGINA
            MOVE ZEROS                          TO WS-PLA-LINHAS
            MOVE SPACES                         TO PLA-LINHA
            STRING 'PLACAR DE QUALIDADE DO CADASTRO DE CONTATOS'
                                                    DELIMITED BY SIZE
                   '   DATA: ' WS-DATA-EDITADA     DELIMITED BY SIZE
                   '   PAGINA: '  WS-PLA-PAGINA    DELIMITED BY SIZE
                                        INTO PLA-LINHA
            WRITE PLA-LINHA
            MOVE ALL '-'                        TO PLA-LINHA
            WRITE PLA-LINHA
           .
       P320-CABECALHO-LISTA.
            ADD 1                               TO WS-LIS-PAGINA
            MOVE ZEROS                          TO WS-LIS-LINHAS
            MOVE SPACES                         TO LIS-LINHA
            STRING 'LISTA DE SANEAMENTO DO CADASTRO DE CONTATOS'
                                                    DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA   DELIMITED BY SIZE
                   '     PAGINA: '  WS-LIS-PAGINA  DELIMITED BY SIZE
                                        INTO LIS-LINHA
            WRITE LIS-LINHA
            MOVE ALL '-'                        TO LIS-LINHA
            WRITE LIS-LINHA
            MOVE 'TELEFONE        NOME'         TO LIS-LINHA
            MOVE 'ST'                           TO LIS-LINHA(58:2)
            MOVE 'ULTIMA MANUTENCAO (TRILHA DE AUDITORIA)'
                                                TO LIS-LINHA(61:39)
            WRITE LIS-LINHA
            MOVE '      - PROBLEMA APONTADO / > CORRECAO NA FILA DE '
                                                TO LIS-LINHA
            MOVE 'PENDENCIAS'                   TO LIS-LINHA(51:10)
            WRITE LIS-LINHA
            MOVE ALL '-'                        TO LIS-LINHA
            WRITE LIS-LINHA
           .
      * O CONTATO SAI COM TODOS OS SEUS PROBLEMAS NA MESMA PAGINA.
       P330-GRAVA-CONTATO-LISTA.
            IF WS-LIS-LINHAS + WS-QTD-PROB-CONTATO + 2
                                          > WS-MAX-LINHAS-PAGINA
               PERFORM P320-CABECALHO-LISTA
            END-IF
            MOVE SPACES                         TO LIS-LINHA
            STRING CT-TELEFONE  ' '
                   CT-NOME      ' '
                   CT-STATUS    '  '
                   WS-ULT-DESCRICAO                 DELIMITED BY SIZE
                                        INTO LIS-LINHA
            WRITE LIS-LINHA
            ADD 1                                TO WS-LIS-LINHAS
            PERFORM P340-GRAVA-PROBLEMA-LISTA
                    VARYING WS-PROB-IND FROM 1 BY 1
                    UNTIL WS-PROB-IND > WS-QTD-PROB-CONTATO
            IF WS-TEXTO-CORRECAO NOT = SPACES
               MOVE SPACES                      TO LIS-LINHA
               STRING '      > ' WS-TEXTO-CORRECAO  DELIMITED BY SIZE
                                        INTO LIS-LINHA
               WRITE LIS-LINHA
               ADD 1                             TO WS-LIS-LINHAS
            END-IF
           .
       P340-GRAVA-PROBLEMA-LISTA.
            MOVE WS-PCT-CODIGO(WS-PROB-IND)     TO WS-PROB-CODIGO
            MOVE SPACES                         TO LIS-LINHA
            STRING '      - '
                   WS-PROB-DESCRICAO(WS-PROB-CODIGO) ' '
                   WS-PCT-DETALHE(WS-PROB-IND)      DELIMITED BY SIZE
                                        INTO LIS-LINHA
            WRITE LIS-LINHA
            ADD 1                                TO WS-LIS-LINHAS
           .
      * A TRILHA E INDEXADA PELO TELEFONE CORRENTE MAIS DATA/HORA: O
      * ULTIMO LANCAMENTO DO TELEFONE E A ULTIMA MANUTENCAO. CONTATOS
      * SEM LANCAMENTO SAO DA BASE DE ANTES DA TRILHA.
       P400-ULTIMA-MANUTENCAO.
            MOVE SPACES                        TO WS-ULT-OPERADOR
            MOVE SPACES                        TO WS-ULT-DATA-HORA
            MOVE SPACES                        TO WS-ULT-DESCRICAO
            IF NOT WS-AUDITORIA-ABERTO
               MOVE 'TRILHA DE AUDITORIA INDISPONIVEL'
                                               TO WS-ULT-DESCRICAO
            ELSE
               MOVE 'N'                        TO WS-FIM-AUDITORIA
               MOVE CT-TELEFONE                TO AUD-TELEFONE
               MOVE SPACES                     TO AUD-DATA-HORA
               MOVE ZEROS                      TO AUD-SEQUENCIA
               START AUDITORIA KEY IS NOT LESS THAN AUD-CHAVE
                  INVALID KEY
                     SET WS-FIM-AUD             TO TRUE
               END-START
               PERFORM P410-LE-TRILHA UNTIL WS-FIM-AUD
               IF WS-ULT-DATA-HORA = SPACES
                  MOVE 'SEM LANCAMENTO NA TRILHA'
                                               TO WS-ULT-DESCRICAO
               ELSE
                  STRING WS-ULT-OPERADOR ' EM '
                         WS-ULT-DATA-HORA(7:2) '/'
                         WS-ULT-DATA-HORA(5:2) '/'
                         WS-ULT-DATA-HORA(1:4) ' '
                         WS-ULT-DATA-HORA(9:2) ':'
                         WS-ULT-DATA-HORA(11:2)
                                             DELIMITED BY SIZE
                                             INTO WS-ULT-DESCRICAO
               END-IF
            END-IF
           .
       P410-LE-TRILHA.
            READ AUDITORIA NEXT RECORD
               AT END
                  SET WS-FIM-AUD                TO TRUE
               NOT AT END
                  IF AUD-TELEFONE NOT = CT-TELEFONE
                     SET WS-FIM-AUD             TO TRUE
                  ELSE
                     MOVE AUD-OPERADOR          TO WS-ULT-OPERADOR
                     MOVE AUD-DATA-HORA         TO WS-ULT-DATA-HORA
                  END-IF
            END-READ
           .
      * SO VAI PARA A FILA O QUE PODE SER DEDUZIDO DO PROPRIO
      * REGISTRO: O TELEFONE COM PONTUACAO VIRA TROCA (OPERACAO T)
      * PARA O NUMERO SO COM DIGITOS; O E-MAIL COM ESPACOS NO MEIO E
      * A CIDADE/UF DIVERGENTE DO CEP VIRAM ALTERACAO (OPERACAO A).
      * ENQUANTO O TELEFONE FOR INVALIDO A ALTERACAO SERIA REJEITADA
      * NA JANELA, ENTAO ELA FICA PARA A VARREDURA SEGUINTE A TROCA.
      * O QUE DEPENDE DE INFORMACAO NOVA (E-MAIL SEM ARROBA, CATEGORIA,
      * ESTRUTURACAO DO ENDERECO) FICA SO NA LISTA DE SANEAMENTO.
       P500-CARREGA-CORRECAO.
            PERFORM P520-VERIFICA-PEND-ABERTA
            IF WS-TEM-PEND-ABERTA
               ADD 1                    TO WS-TOTAL-PEND-JA-ABERTAS
               MOVE 'CONTATO JA TEM PENDENCIA EM ABERTO NA FILA'
                                               TO WS-TEXTO-CORRECAO
            ELSE
               IF WS-FONE-FOI-NEUTRALIZADO
                  PERFORM P540-PROPOE-TROCA-TELEFONE
               ELSE
                  PERFORM P550-PROPOE-ALTERACAO
               END-IF
            END-IF
           .
      * PENDENCIA EM ABERTO (PENDENTE OU APROVADA, AINDA NAO LIBERADA
      * PARA O LOTE) PARA O MESMO TELEFONE: NAO SE EMPILHA OUTRA,
      * PARA UMA SEGUNDA VARREDURA NAO DUPLICAR A FILA. O TELEFONE
      * ESTA NA POSICAO 2 DA IMAGEM DO TRANLOTE GUARDADA NA PENDENCIA.
       P520-VERIFICA-PEND-ABERTA.
            MOVE 'N'                           TO WS-PEND-ABERTA
            MOVE 'N'                           TO WS-FIM-PENDENTES
            MOVE ZEROS                         TO PEND-NUMERO
            START PENDENTES KEY IS NOT LESS THAN PEND-NUMERO
               INVALID KEY
                  SET WS-FIM-PEND               TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-PEND
               READ PENDENTES NEXT RECORD
                  AT END
                     SET WS-FIM-PEND            TO TRUE
                  NOT AT END
                     IF (PEND-PENDENTE OR PEND-APROVADA) AND
                        PEND-TRANSACAO(2:15) = CT-TELEFONE
                        SET WS-TEM-PEND-ABERTA  TO TRUE
                        SET WS-FIM-PEND         TO TRUE
                     END-IF
               END-READ
            END-PERFORM
           .
      * O ARQUIVO FICA ABERTO DURANTE TODA A VARREDURA, ENTAO O
      * PROXIMO NUMERO E APURADO UMA VEZ E SOMADO A CADA GRAVACAO.
       P530-PROXIMO-NUMERO.
            MOVE ZEROS                         TO WS-PROXIMO-NUMERO
            MOVE 'N'                           TO WS-FIM-PENDENTES
            MOVE ZEROS                         TO PEND-NUMERO
            START PENDENTES KEY IS NOT LESS THAN PEND-NUMERO
               INVALID KEY
                  SET WS-FIM-PEND               TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-PEND
               READ PENDENTES NEXT RECORD
                  AT END
                     SET WS-FIM-PEND            TO TRUE
                  NOT AT END
                     IF PEND-NUMERO > WS-PROXIMO-NUMERO
                        MOVE PEND-NUMERO        TO WS-PROXIMO-NUMERO
                     END-IF
               END-READ
            END-PERFORM
            ADD 1                              TO WS-PROXIMO-NUMERO
           .
      * SO DIGITOS, SEM OS ZEROS DE DISCAGEM NA FRENTE E SEM O 55 DO
      * PAIS ACIMA DE 11 DIGITOS (A MESMA LIMPEZA DO LIGCNTT). COM
      * MENOS DE 10 DIGITOS FALTA O DDD E NAO HA O QUE DEDUZIR.
       P540-PROPOE-TROCA-TELEFONE.
            MOVE SPACES                        TO WS-FONE-DIGITOS
            MOVE ZEROS                         TO WS-QTD-DIGITOS
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 15
               IF CT-TELEFONE(WS-POS:1) IS NUMERIC
                  IF WS-QTD-DIGITOS > 0 OR
                     CT-TELEFONE(WS-POS:1) NOT = '0'
                     ADD 1                     TO WS-QTD-DIGITOS
                     MOVE CT-TELEFONE(WS-POS:1)
                                 TO WS-FONE-DIGITOS(WS-QTD-DIGITOS:1)
                  END-IF
               END-IF
            END-PERFORM
            IF WS-QTD-DIGITOS > 11 AND WS-FONE-DIGITOS(1:2) = '55'
               MOVE WS-FONE-DIGITOS(3:13)      TO WS-DIG-TRABALHO
               MOVE WS-DIG-TRABALHO            TO WS-FONE-DIGITOS
               SUBTRACT 2                      FROM WS-QTD-DIGITOS
            END-IF
            IF WS-QTD-DIGITOS >= 10
               MOVE SPACES                     TO LOTE-REG
               SET LOTE-OP-TROCA-TELEFONE      TO TRUE
               MOVE CT-TELEFONE                TO LOTE-TELEFONE
               MOVE WS-FONE-DIGITOS            TO LOTE-TELEFONE-NOVO
               MOVE SPACES                     TO WS-DESC-CORRECAO
               STRING 'TROCA DO TELEFONE PARA '
                      WS-FONE-DIGITOS        DELIMITED BY SIZE
                                             INTO WS-DESC-CORRECAO
               PERFORM P560-GRAVA-PENDENCIA
            END-IF
           .
      * A ALTERACAO DO LOTE SUBSTITUI NOME, E-MAIL E ENDERECO PELOS DA
      * TRANSACAO, ENTAO ELA LEVA O CONTATO INTEIRO COM AS CORRECOES;
      * A CATEGORIA VAI EM BRANCO (MANTEM A ATUAL). A IMAGEM CORRIGIDA
      * PASSA PELO VALCNTT ANTES DE ENTRAR NA FILA, COMO NO PNDCNTT.
       P550-PROPOE-ALTERACAO.
            MOVE 'N'                           TO WS-TEM-CORRECAO
            MOVE CT-EMAIL                      TO WS-EMAIL-PROPOSTO
            MOVE CT-END-CIDADE                 TO WS-CIDADE-PROPOSTA
            MOVE CT-END-UF                     TO WS-UF-PROPOSTA
            MOVE SPACES                        TO WS-DESC-CORRECAO
            IF WS-EMAIL-FORA-FORMATO
               PERFORM P555-TIRA-ESPACOS-EMAIL
               IF WS-EMAIL-PROPOSTO NOT = CT-EMAIL
                  SET WS-HA-CORRECAO           TO TRUE
                  STRING 'E-MAIL ' WS-EMAIL-PROPOSTO
                                             DELIMITED BY SIZE
                                             INTO WS-DESC-CORRECAO
               END-IF
            END-IF
            IF WS-CEP-CIDADE-BASE NOT = SPACES
               MOVE WS-CEP-CIDADE-BASE         TO WS-CIDADE-PROPOSTA
               MOVE WS-CEP-UF-BASE             TO WS-UF-PROPOSTA
               IF WS-HA-CORRECAO
                  MOVE SPACES                  TO WS-DESC-CORRECAO
                  STRING 'E-MAIL E CIDADE/UF PELO CEP'
                                             DELIMITED BY SIZE
                                             INTO WS-DESC-CORRECAO
               ELSE
                  STRING 'CIDADE/UF PELO CEP: '
                         FUNCTION TRIM(WS-CIDADE-PROPOSTA) '/'
                         WS-UF-PROPOSTA      DELIMITED BY SIZE
                                             INTO WS-DESC-CORRECAO
               END-IF
               SET WS-HA-CORRECAO              TO TRUE
            END-IF
            IF WS-HA-CORRECAO
               MOVE SPACES                     TO LOTE-REG
               SET LOTE-OP-ALTERACAO           TO TRUE
               MOVE CT-TELEFONE                TO LOTE-TELEFONE
               MOVE CT-NOME                    TO LOTE-NOME
               MOVE WS-EMAIL-PROPOSTO          TO LOTE-EMAIL
               MOVE CT-ENDERECO                TO LOTE-ENDERECO
               MOVE CT-END-LOGRADOURO          TO LOTE-END-LOGRADOURO
               MOVE CT-END-NUMERO              TO LOTE-END-NUMERO
               MOVE WS-CIDADE-PROPOSTA         TO LOTE-END-CIDADE
               MOVE WS-UF-PROPOSTA             TO LOTE-END-UF
               MOVE CT-END-CEP                 TO LOTE-END-CEP
               MOVE LOTE-TELEFONE              TO WS-VAL-TELEFONE
               MOVE LOTE-NOME                  TO WS-VAL-NOME
               MOVE LOTE-EMAIL                 TO WS-VAL-EMAIL
               MOVE LOTE-END-CEP               TO WS-VAL-CEP
               MOVE LOTE-END-UF                TO WS-VAL-UF
               MOVE SPACES                     TO WS-VAL-FUNCAO
               CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
               IF WS-VAL-OK
                  PERFORM P560-GRAVA-PENDENCIA
               ELSE
                  STRING 'CORRECAO NAO CARREGADA: ' WS-VAL-MOTIVO
                                             DELIMITED BY SIZE
                                             INTO WS-TEXTO-CORRECAO
               END-IF
            END-IF
           .
       P555-TIRA-ESPACOS-EMAIL.
            MOVE SPACES                        TO WS-EMAIL-PROPOSTO
            MOVE ZEROS                         TO WS-POS-SAIDA
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 40
               IF CT-EMAIL(WS-POS:1) NOT = SPACE
                  ADD 1                        TO WS-POS-SAIDA
                  MOVE CT-EMAIL(WS-POS:1)
                               TO WS-EMAIL-PROPOSTO(WS-POS-SAIDA:1)
               END-IF
            END-PERFORM
           .
      * GRAVADA COMO NO PNDCNTT: STATUS P, COM O SUPERVISOR QUE RODOU
      * A VARREDURA COMO OPERADOR, PARA OUTRO SUPERVISOR (OU ELE
      * MESMO) APROVAR NA REVISAO DA FILA.
       P560-GRAVA-PENDENCIA.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-PROXIMO-NUMERO             TO PEND-NUMERO
            SET PEND-PENDENTE                  TO TRUE
            MOVE WS-OPERADOR                   TO PEND-OPERADOR
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO PEND-DATA-HORA
            MOVE SPACES                        TO PEND-APROVADOR
            MOVE LOTE-REG                      TO PEND-TRANSACAO
            WRITE PEND-REG
               INVALID KEY
                  MOVE 'ERRO AO GRAVAR A PENDENCIA!'
                                               TO WS-TEXTO-CORRECAO
                  SET WS-RC-ERRO-ARQUIVO        TO TRUE
               NOT INVALID KEY
                  ADD 1                        TO WS-TOTAL-PEND-GRAVADAS
                  STRING 'PENDENCIA ' PEND-NUMERO ': '
                         WS-DESC-CORRECAO    DELIMITED BY SIZE
                                             INTO WS-TEXTO-CORRECAO
                  ADD 1                        TO WS-PROXIMO-NUMERO
            END-WRITE
           .
       P650-TOTAIS-LISTA.
            MOVE SPACES                         TO LIS-LINHA
            WRITE LIS-LINHA
            IF WS-TOTAL-COM-PROBLEMA = ZEROS
               MOVE 'NENHUM CONTATO COM PROBLEMA NO CADASTRO.'
                                                 TO LIS-LINHA
            ELSE
               STRING 'TOTAL DE CONTATOS NA LISTA DE SANEAMENTO: '
                      WS-TOTAL-COM-PROBLEMA    DELIMITED BY SIZE
                                        INTO LIS-LINHA
            END-IF
            WRITE LIS-LINHA
            IF WS-CARREGA-PENDENCIAS
               MOVE SPACES                      TO LIS-LINHA
               STRING 'CORRECOES GRAVADAS NA FILA DE PENDENCIAS.: '
                      WS-TOTAL-PEND-GRAVADAS   DELIMITED BY SIZE
                                        INTO LIS-LINHA
               WRITE LIS-LINHA
            END-IF
           .
       P700-EMITE-PLACAR.
            MOVE SPACES                         TO PLA-LINHA
            STRING 'CONTATOS LIDOS.......................: '
                   WS-TOTAL-LIDOS              DELIMITED BY SIZE
                                        INTO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE SPACES                         TO PLA-LINHA
            STRING 'ANONIMIZADOS (LGPD, NAO AVALIADOS)...: '
                   WS-TOTAL-ANONIMIZADOS       DELIMITED BY SIZE
                                        INTO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE SPACES                         TO PLA-LINHA
            STRING 'CONTATOS AVALIADOS...................: '
                   WS-TOTAL-AVALIADOS          DELIMITED BY SIZE
                   '   (INATIVOS: ' WS-TOTAL-INATIVOS ')'
                                               DELIMITED BY SIZE
                                        INTO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE SPACES                         TO PLA-LINHA
            STRING 'CONTATOS SEM PROBLEMA................: '
                   WS-TOTAL-SEM-PROBLEMA       DELIMITED BY SIZE
                                        INTO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE SPACES                         TO PLA-LINHA
            STRING 'CONTATOS COM PROBLEMA................: '
                   WS-TOTAL-COM-PROBLEMA       DELIMITED BY SIZE
                                        INTO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            IF WS-CARREGA-PENDENCIAS
               MOVE SPACES                      TO PLA-LINHA
               STRING 'CORRECOES GRAVADAS NA FILA...........: '
                      WS-TOTAL-PEND-GRAVADAS   DELIMITED BY SIZE
                                        INTO PLA-LINHA
               PERFORM P790-GRAVA-PLACAR
               MOVE SPACES                      TO PLA-LINHA
               STRING 'CONTATOS JA COM PENDENCIA ABERTA.....: '
                      WS-TOTAL-PEND-JA-ABERTAS DELIMITED BY SIZE
                                        INTO PLA-LINHA
               PERFORM P790-GRAVA-PLACAR
            END-IF
            IF NOT WS-CATEGORIAS-ABERTO
               MOVE 'CADASTRO DE CATEGORIAS INDISPONIVEL - CODIGOS NAO'
                                                 TO PLA-LINHA
               MOVE ' CONFERIDOS'                TO PLA-LINHA(51:11)
               PERFORM P790-GRAVA-PLACAR
            END-IF
            PERFORM P710-PLACAR-PROBLEMAS
            PERFORM P720-PLACAR-CATEGORIAS
            PERFORM P740-PLACAR-UFS
           .
       P710-PLACAR-PROBLEMAS.
            MOVE SPACES                         TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE 'OCORRENCIAS POR TIPO DE PROBLEMA'
                                                 TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE ALL '-'                        TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            PERFORM VARYING WS-PROB-IND FROM 1 BY 1
                    UNTIL WS-PROB-IND > WS-QTD-TIPOS
               MOVE SPACES                      TO PLA-LINHA
               STRING WS-PROB-DESCRICAO(WS-PROB-IND) '........: '
                      WS-PROB-QUANTIDADE(WS-PROB-IND)
                                        DELIMITED BY SIZE
                                        INTO PLA-LINHA
               PERFORM P790-GRAVA-PLACAR
            END-PERFORM
           .
       P720-PLACAR-CATEGORIAS.
            MOVE SPACES                         TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE 'CONTATOS POR CATEGORIA'       TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE ALL '-'                        TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE 'CAT DESCRICAO'                TO PLA-LINHA
            MOVE 'AVALIADOS'                    TO PLA-LINHA(38:9)
            MOVE 'COM PROBLEMA'                 TO PLA-LINHA(50:12)
            PERFORM P790-GRAVA-PLACAR
            PERFORM P730-PLACAR-UMA-CATEGORIA
                    VARYING WS-CAT-IND FROM 1 BY 1
                    UNTIL WS-CAT-IND > WS-CAT-USADAS
            IF WS-CAT-DEMAIS-AVALIADOS > 0
               MOVE SPACES                      TO PLA-LINHA
               STRING 'DEMAIS CATEGORIAS (ACIMA DE 50)     '
                      WS-CAT-DEMAIS-AVALIADOS '       '
                      WS-CAT-DEMAIS-PROBLEMAS
                                        DELIMITED BY SIZE
                                        INTO PLA-LINHA
               PERFORM P790-GRAVA-PLACAR
            END-IF
           .
       P730-PLACAR-UMA-CATEGORIA.
            IF WS-CAT-CODIGO(WS-CAT-IND) = SPACES
               MOVE 'SEM CLASSIFICACAO'         TO CG-DESCRICAO
            ELSE
               IF WS-CATEGORIAS-ABERTO
                  MOVE WS-CAT-CODIGO(WS-CAT-IND) TO CG-CODIGO
                  READ CATEGORIAS
                     INVALID KEY
                        MOVE 'CATEGORIA NAO CADASTRADA'
                                                TO CG-DESCRICAO
                  END-READ
               ELSE
                  MOVE SPACES                   TO CG-DESCRICAO
               END-IF
            END-IF
            MOVE SPACES                         TO PLA-LINHA
            STRING WS-CAT-CODIGO(WS-CAT-IND) ' '
                   CG-DESCRICAO '   '
                   WS-CAT-AVALIADOS(WS-CAT-IND) '       '
                   WS-CAT-PROBLEMAS(WS-CAT-IND)
                                        DELIMITED BY SIZE
                                        INTO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
           .
       P740-PLACAR-UFS.
            MOVE SPACES                         TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE 'CONTATOS POR UF DO ENDERECO'  TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE ALL '-'                        TO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
            MOVE 'UF'                           TO PLA-LINHA
            MOVE 'AVALIADOS'                    TO PLA-LINHA(38:9)
            MOVE 'COM PROBLEMA'                 TO PLA-LINHA(50:12)
            PERFORM P790-GRAVA-PLACAR
            PERFORM P750-PLACAR-UMA-UF
                    VARYING WS-UF-IND FROM 1 BY 1
                    UNTIL WS-UF-IND > WS-UF-USADAS
            IF WS-UF-DEMAIS-AVALIADOS > 0
               MOVE SPACES                      TO PLA-LINHA
               STRING 'DEMAIS CODIGOS DE UF (ACIMA DE 30)  '
                      WS-UF-DEMAIS-AVALIADOS '       '
                      WS-UF-DEMAIS-PROBLEMAS
                                        DELIMITED BY SIZE
                                        INTO PLA-LINHA
               PERFORM P790-GRAVA-PLACAR
            END-IF
           .
       P750-PLACAR-UMA-UF.
            IF WS-UF-CODIGO(WS-UF-IND) = SPACES
               MOVE 'SEM UF (SO LINHA LIVRE)'   TO WS-DESC-UF
            ELSE
               MOVE WS-UF-CODIGO(WS-UF-IND)     TO WS-DESC-UF
            END-IF
            MOVE SPACES                         TO PLA-LINHA
            STRING WS-DESC-UF '       '
                   WS-UF-AVALIADOS(WS-UF-IND) '       '
                   WS-UF-PROBLEMAS(WS-UF-IND)
                                        DELIMITED BY SIZE
                                        INTO PLA-LINHA
            PERFORM P790-GRAVA-PLACAR
           .
       P790-GRAVA-PLACAR.
            IF WS-PLA-LINHAS >= WS-MAX-LINHAS-PAGINA
               PERFORM P310-CABECALHO-PLACAR
            END-IF
            WRITE PLA-LINHA
            ADD 1                                TO WS-PLA-LINHAS
           .
       P800-REGISTRA-SAIDAS.
            MOVE WS-NOME-PLACAR                TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-AVALIADOS            TO WS-SPL-QUANTIDADE
            PERFORM P810-REGISTRA-UMA-SAIDA
            MOVE WS-NOME-LISTA                 TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-COM-PROBLEMA         TO WS-SPL-QUANTIDADE
            PERFORM P810-REGISTRA-UMA-SAIDA
           .
       P810-REGISTRA-UMA-SAIDA.
            MOVE 'QUACNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\SPLCNTT'
                                                  USING WS-SPL-AREA
            IF NOT WS-SPL-OK
               DISPLAY 'AVISO: SAIDA NAO REGISTRADA NO CATALOGO!'
            END-IF
           .
       P900-FECHA-ARQUIVOS.
            CLOSE CONTATOS
            CLOSE PLACAR
            CLOSE LISTA
            PERFORM P910-FECHA-OPCIONAIS
           .
       P910-FECHA-OPCIONAIS.
            IF WS-CATEGORIAS-ABERTO
               CLOSE CATEGORIAS
            END-IF
            IF WS-AUDITORIA-ABERTO
               CLOSE AUDITORIA
            END-IF
            IF WS-PENDENTES-ABERTO
               CLOSE PENDENTES
            END-IF
           .
       END PROGRAM QUACNTT.
