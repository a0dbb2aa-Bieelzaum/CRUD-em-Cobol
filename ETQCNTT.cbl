      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: ETIQUETAS DE MALA DIRETA DOS CORREIOS. COM A MESMA
      *          SELECAO DO EXPCNTT/RELCNTT (CATEGORIA, CIDADE E UF),
      *          CLASSIFICA POR CEP OS CONTATOS ATIVOS COM ENDERECO
      *          ESTRUTURADO E CONSENTIMENTO NO CANAL CORREIO, E
      *          IMPRIME AS ETIQUETAS ADESIVAS EM FOLHAS DE 3 COLUNAS
      *          POR 10 FILEIRAS. JUNTO SAI O MANIFESTO DA POSTAGEM,
      *          COM A QUANTIDADE DE OBJETOS POR FAIXA DE CEP (OS 5
      *          PRIMEIROS DIGITOS) E O TOTAL GERAL, E A LISTA DE
      *          EXCECOES: CONTATOS AINDA NA LINHA LIVRE CT-ENDERECO,
      *          COM CEP EM BRANCO OU INVALIDO, OU COM A CORRESPONDENCIA
      *          MARCADA COMO DEVOLVIDA (DEVCNTT), QUE NAO VIRAM
      *          ETIQUETA. OS TRES ARQUIVOS SAO DATADOS E REGISTRADOS
      *          NO CATALOGO DE SPOOL VIA SPLCNTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETQCNTT.
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
      * CADA EXECUCAO GRAVA ARQUIVOS DATADOS (COMO OS BACKUPS DO
      * BKPCNTT) E OS REGISTRA NO CATALOGO DE SPOOL VIA SPLCNTT, PARA
      * NENHUMA EXECUCAO SOBRESCREVER A ANTERIOR.
           SELECT ETIQUETAS ASSIGN TO DYNAMIC WS-NOME-ETIQUETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ETQ-FILE-STATUS.
           SELECT MANIFESTO ASSIGN TO DYNAMIC WS-NOME-MANIFESTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MAN-FILE-STATUS.
           SELECT EXCECOES ASSIGN TO DYNAMIC WS-NOME-EXCECOES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT CLASSIFICA ASSIGN TO "ETIQUETAS-SORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  ETIQUETAS.
       01  ETQ-LINHA                           PIC X(124).
       FD  MANIFESTO.
       01  MAN-LINHA                           PIC X(110).
       FD  EXCECOES.
       01  EXC-LINHA                           PIC X(140).
       SD  CLASSIFICA.
       01  CLS-REG.
           03  CLS-CEP                         PIC X(08).
           03  CLS-NOME                        PIC X(40).
           03  CLS-LOGRADOURO                  PIC X(40).
           03  CLS-NUMERO                      PIC X(08).
           03  CLS-CIDADE                      PIC X(30).
           03  CLS-UF                          PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-ETQ-FILE-STATUS                  PIC X(02).
       01  WS-MAN-FILE-STATUS                  PIC X(02).
       01  WS-EXC-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-FIM-CLASSIFICA                   PIC X(01)   VALUE 'N'.
           88  WS-FIM-CLS                                  VALUE 'S'.
       01  WS-FILTRO-CATEGORIA                 PIC X(03).
       01  WS-FILTRO-CIDADE                    PIC X(30).
       01  WS-FILTRO-UF                        PIC X(02).
       01  WS-NOME-ETIQUETAS                   PIC X(40).
       01  WS-NOME-MANIFESTO                   PIC X(40).
       01  WS-NOME-EXCECOES                    PIC X(40).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-RELATORIO.
           03  WS-DATA-ANO                     PIC 9(04).
           03  WS-DATA-MES                     PIC 9(02).
           03  WS-DATA-DIA                     PIC 9(02).
       01  WS-DATA-EDITADA                     PIC X(10).
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       01  WS-MAN-PAGINA                       PIC 9(03)   VALUE ZEROS.
       01  WS-MAN-LINHAS                       PIC 9(02)   VALUE ZEROS.
       01  WS-EXC-PAGINA                       PIC 9(03)   VALUE ZEROS.
       01  WS-EXC-LINHAS                       PIC 9(02)   VALUE ZEROS.
       01  WS-DESC-CATEGORIA                   PIC X(06).
       01  WS-DESC-CIDADE                      PIC X(30).
       01  WS-DESC-UF                          PIC X(05).
       01  WS-MOTIVO-EXCECAO                   PIC X(26).
      * UMA FILEIRA DA FOLHA DE ETIQUETAS: 3 ETIQUETAS LADO A LADO,
      * CADA UMA COM NOME, LOGRADOURO/NUMERO, CIDADE-UF E CEP.
       01  WS-FILEIRA.
           03  WS-ETQ-COLUNA OCCURS 3.
               05  WS-ETQ-TEXTO OCCURS 4       PIC X(40).
       01  WS-QTD-FILEIRA                      PIC 9(01)   VALUE ZEROS.
       01  WS-ETQ-LIN                          PIC 9(01)   VALUE ZEROS.
       01  WS-FILEIRAS-POR-FOLHA               PIC 9(02)   VALUE 10.
       01  WS-FAIXA-ATUAL                      PIC X(05)   VALUE SPACES.
       01  WS-QTD-FAIXA                        PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ETIQUETAS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-FILEIRAS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-FOLHAS                     PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-FAIXAS                     PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-EXCECOES                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-SEM-CONSENT                PIC 9(05)   VALUE ZEROS.
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
            DISPLAY 'CATEGORIA A ETIQUETAR (BRANCO=TODAS) : '
                                                 WITH NO ADVANCING
            ACCEPT WS-FILTRO-CATEGORIA
            DISPLAY 'CIDADE A ETIQUETAR (BRANCO=TODAS)... : '
                                                 WITH NO ADVANCING
            ACCEPT WS-FILTRO-CIDADE
            DISPLAY 'UF A ETIQUETAR (BRANCO=TODAS)....... : '
                                                 WITH NO ADVANCING
            ACCEPT WS-FILTRO-UF
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:4)     TO WS-DATA-ANO
            MOVE WS-DATA-HORA-SISTEMA(5:2)     TO WS-DATA-MES
            MOVE WS-DATA-HORA-SISTEMA(7:2)     TO WS-DATA-DIA
            STRING WS-DATA-DIA    '/'
                   WS-DATA-MES    '/'
                   WS-DATA-ANO         DELIMITED BY SIZE
                                        INTO WS-DATA-EDITADA
            MOVE SPACES                        TO WS-NOME-ETIQUETAS
            STRING 'ETIQUETAS-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-ETIQUETAS
            MOVE SPACES                        TO WS-NOME-MANIFESTO
            STRING 'MANIFESTO-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-MANIFESTO
            MOVE SPACES                        TO WS-NOME-EXCECOES
            STRING 'ETQ-EXCECOES-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-EXCECOES
            PERFORM P060-DESCREVE-SELECAO
            PERFORM P100-ABRE-ARQUIVOS
            IF WS-FILE-STATUS = '00' AND WS-ETQ-FILE-STATUS = '00' AND
               WS-MAN-FILE-STATUS = '00' AND WS-EXC-FILE-STATUS = '00'
               MOVE ZEROS                      TO WS-MAN-PAGINA
               MOVE ZEROS                      TO WS-EXC-PAGINA
               PERFORM P310-CABECALHO-MANIFESTO
               PERFORM P320-CABECALHO-EXCECOES
               SORT CLASSIFICA
                    ON ASCENDING KEY CLS-CEP
                                     CLS-NOME
                    INPUT PROCEDURE IS P200-SELECIONA-CONTATOS
                    OUTPUT PROCEDURE IS P400-EMITE-ETIQUETAS
               PERFORM P600-TOTAIS-MANIFESTO
               PERFORM P650-TOTAIS-EXCECOES
               PERFORM P900-FECHA-ARQUIVOS
               DISPLAY 'ETIQUETAS GERADAS EM ' WS-NOME-ETIQUETAS
               DISPLAY 'MANIFESTO GERADO EM  ' WS-NOME-MANIFESTO
               DISPLAY 'EXCECOES GERADAS EM  ' WS-NOME-EXCECOES
               DISPLAY 'TOTAL DE ETIQUETAS............: '
                        WS-TOTAL-ETIQUETAS
               DISPLAY 'FOLHAS DE ETIQUETAS (3 X 10)..: '
                        WS-TOTAL-FOLHAS
               DISPLAY 'CONTATOS NA LISTA DE EXCECOES.: '
                        WS-TOTAL-EXCECOES
               DISPLAY 'SEM CONSENTIMENTO NO CORREIO (PULADOS): '
                        WS-TOTAL-SEM-CONSENT
               PERFORM P800-REGISTRA-SAIDAS
            ELSE
               IF WS-FILE-STATUS = '00'
                  CLOSE CONTATOS
               END-IF
               IF WS-ETQ-FILE-STATUS = '00'
                  CLOSE ETIQUETAS
               END-IF
               IF WS-MAN-FILE-STATUS = '00'
                  CLOSE MANIFESTO
               END-IF
               IF WS-EXC-FILE-STATUS = '00'
                  CLOSE EXCECOES
               END-IF
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
               DISPLAY 'NAO FOI POSSIVEL GERAR AS ETIQUETAS!'
            END-IF
           .
      * TEXTO DA SELECAO USADA, IMPRESSO NO CABECALHO DO MANIFESTO E
      * DA LISTA DE EXCECOES PARA A POSTAGEM PODER SER CONFERIDA.
       P060-DESCREVE-SELECAO.
            IF WS-FILTRO-CATEGORIA = SPACES
               MOVE 'TODAS'                    TO WS-DESC-CATEGORIA
            ELSE
               MOVE WS-FILTRO-CATEGORIA        TO WS-DESC-CATEGORIA
            END-IF
            IF WS-FILTRO-CIDADE = SPACES
               MOVE 'TODAS'                    TO WS-DESC-CIDADE
            ELSE
               MOVE WS-FILTRO-CIDADE           TO WS-DESC-CIDADE
            END-IF
            IF WS-FILTRO-UF = SPACES
               MOVE 'TODAS'                    TO WS-DESC-UF
            ELSE
               MOVE WS-FILTRO-UF               TO WS-DESC-UF
            END-IF
           .
       P100-ABRE-ARQUIVOS.
            MOVE SPACES                        TO WS-ETQ-FILE-STATUS
            MOVE SPACES                        TO WS-MAN-FILE-STATUS
            MOVE SPACES                        TO WS-EXC-FILE-STATUS
            OPEN INPUT CONTATOS
            IF WS-FILE-STATUS = '00'
               OPEN OUTPUT ETIQUETAS
               IF WS-ETQ-FILE-STATUS = '00'
                  OPEN OUTPUT MANIFESTO
                  IF WS-MAN-FILE-STATUS = '00'
                     OPEN OUTPUT EXCECOES
                  END-IF
               END-IF
            END-IF
           .
       P200-SELECIONA-CONTATOS.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            MOVE ZEROS                         TO WS-TOTAL-EXCECOES
            MOVE ZEROS                         TO WS-TOTAL-SEM-CONSENT
            PERFORM P210-LE-CONTATO UNTIL WS-FIM
           .
      * COM FILTRO DE CIDADE OU UF OS CONTATOS AINDA NA LINHA LIVRE
      * NAO SAO SELECIONADOS (COMO NO RELCNTT); SEM FILTRO ELES
      * APARECEM NA LISTA DE EXCECOES PARA SEREM ESTRUTURADOS.
       P210-LE-CONTATO.
            READ CONTATOS NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  IF CT-ATIVO AND
                     (WS-FILTRO-CATEGORIA = SPACES OR
                      CT-CATEGORIA = WS-FILTRO-CATEGORIA) AND
                     (WS-FILTRO-CIDADE = SPACES OR
                      CT-END-CIDADE = WS-FILTRO-CIDADE) AND
                     (WS-FILTRO-UF = SPACES OR
                      CT-END-UF = WS-FILTRO-UF)
                     PERFORM P220-CLASSIFICA-CONTATO
                  END-IF
            END-READ
           .
      * SO O S DO CANAL CORREIO VALE COMO CONSENTIMENTO (A MESMA
      * REGRA DO EXPCNTT); QUEM NAO CONSENTIU NAO ENTRA NA POSTAGEM E
      * SO E CONTADO. OS DEMAIS SEM CONDICAO DE POSTAGEM VAO PARA A
      * LISTA DE EXCECOES COM O MOTIVO.
       P220-CLASSIFICA-CONTATO.
            EVALUATE TRUE
               WHEN NOT CT-CONS-CORR-SIM
                 ADD 1                         TO WS-TOTAL-SEM-CONSENT
               WHEN CT-ENDERECO-ESTRUT = SPACES
                 MOVE 'SO ENDERECO LIVRE'      TO WS-MOTIVO-EXCECAO
                 PERFORM P330-GRAVA-EXCECAO
               WHEN CT-END-CEP = SPACES
                 MOVE 'CEP EM BRANCO'          TO WS-MOTIVO-EXCECAO
                 PERFORM P330-GRAVA-EXCECAO
               WHEN CT-END-CEP IS NOT NUMERIC
                 MOVE 'CEP INVALIDO'           TO WS-MOTIVO-EXCECAO
                 PERFORM P330-GRAVA-EXCECAO
               WHEN CT-CORREIO-DEVOLVIDO
                 MOVE 'CORRESPONDENCIA DEVOLVIDA'
                                               TO WS-MOTIVO-EXCECAO
                 PERFORM P330-GRAVA-EXCECAO
               WHEN OTHER
                 MOVE CT-END-CEP               TO CLS-CEP
                 MOVE CT-NOME                  TO CLS-NOME
                 MOVE CT-END-LOGRADOURO        TO CLS-LOGRADOURO
                 MOVE CT-END-NUMERO            TO CLS-NUMERO
                 MOVE CT-END-CIDADE            TO CLS-CIDADE
                 MOVE CT-END-UF                TO CLS-UF
                 RELEASE CLS-REG
            END-EVALUATE
           .
       P310-CABECALHO-MANIFESTO.
            ADD 1                               TO WS-MAN-PAGINA
            MOVE ZEROS                          TO WS-MAN-LINHAS
            MOVE SPACES                         TO MAN-LINHA
            STRING 'MANIFESTO DE POSTAGEM - MALA DIRETA'
                                                    DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA   DELIMITED BY SIZE
                   '     PAGINA: '  WS-MAN-PAGINA  DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            MOVE SPACES                         TO MAN-LINHA
            STRING 'ETIQUETAS: ' WS-NOME-ETIQUETAS DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            MOVE SPACES                         TO MAN-LINHA
            STRING 'SELECAO - CATEGORIA: ' WS-DESC-CATEGORIA
                   ' CIDADE: ' WS-DESC-CIDADE
                   ' UF: ' WS-DESC-UF          DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            MOVE ALL '-'                        TO MAN-LINHA
            WRITE MAN-LINHA
            MOVE 'FAIXA DE CEP                QUANTIDADE DE OBJETOS'
                                                 TO MAN-LINHA
            WRITE MAN-LINHA
            MOVE ALL '-'                        TO MAN-LINHA
            WRITE MAN-LINHA
           .
       P320-CABECALHO-EXCECOES.
            ADD 1                               TO WS-EXC-PAGINA
            MOVE ZEROS                          TO WS-EXC-LINHAS
            MOVE SPACES                         TO EXC-LINHA
            STRING 'CONTATOS FORA DAS ETIQUETAS - EXCECOES'
                                                    DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA   DELIMITED BY SIZE
                   '     PAGINA: '  WS-EXC-PAGINA  DELIMITED BY SIZE
                                        INTO EXC-LINHA
            WRITE EXC-LINHA
            MOVE SPACES                         TO EXC-LINHA
            STRING 'SELECAO - CATEGORIA: ' WS-DESC-CATEGORIA
                   ' CIDADE: ' WS-DESC-CIDADE
                   ' UF: ' WS-DESC-UF          DELIMITED BY SIZE
                                        INTO EXC-LINHA
            WRITE EXC-LINHA
            MOVE ALL '-'                        TO EXC-LINHA
            WRITE EXC-LINHA
            MOVE 'TELEFONE        NOME'         TO EXC-LINHA
            MOVE 'MOTIVO'                       TO EXC-LINHA(58:6)
            MOVE 'ENDERECO (LINHA LIVRE)'       TO EXC-LINHA(85:22)
            WRITE EXC-LINHA
            MOVE ALL '-'                        TO EXC-LINHA
            WRITE EXC-LINHA
           .
       P330-GRAVA-EXCECAO.
            IF WS-EXC-LINHAS >= WS-MAX-LINHAS-PAGINA
               PERFORM P320-CABECALHO-EXCECOES
            END-IF
            MOVE SPACES                         TO EXC-LINHA
            STRING CT-TELEFONE  ' '
                   CT-NOME      ' '
                   WS-MOTIVO-EXCECAO ' '
                   CT-ENDERECO                      DELIMITED BY SIZE
                                        INTO EXC-LINHA
            WRITE EXC-LINHA
            ADD 1                                TO WS-EXC-LINHAS
            ADD 1                                TO WS-TOTAL-EXCECOES
           .
      * AS ETIQUETAS VOLTAM DA CLASSIFICACAO EM ORDEM DE CEP, O QUE
      * PERMITE FECHAR A QUANTIDADE DE CADA FAIXA NO MANIFESTO POR
      * QUEBRA DE CONTROLE, NA MESMA PASSADA DA IMPRESSAO.
       P400-EMITE-ETIQUETAS.
            MOVE 'N'                           TO WS-FIM-CLASSIFICA
            MOVE SPACES                        TO WS-FAIXA-ATUAL
            MOVE SPACES                        TO WS-FILEIRA
            MOVE ZEROS                         TO WS-QTD-FILEIRA
            MOVE ZEROS                         TO WS-QTD-FAIXA
            MOVE ZEROS                         TO WS-TOTAL-ETIQUETAS
            MOVE ZEROS                         TO WS-TOTAL-FILEIRAS
            MOVE ZEROS                         TO WS-TOTAL-FAIXAS
            PERFORM P410-RETORNA-CONTATO UNTIL WS-FIM-CLS
            IF WS-QTD-FILEIRA > 0
               PERFORM P450-IMPRIME-FILEIRA
            END-IF
            IF WS-FAIXA-ATUAL NOT = SPACES
               PERFORM P500-GRAVA-FAIXA
            END-IF
           .
       P410-RETORNA-CONTATO.
            RETURN CLASSIFICA
               AT END
                  SET WS-FIM-CLS                TO TRUE
               NOT AT END
                  PERFORM P420-TRATA-CONTATO
            END-RETURN
           .
       P420-TRATA-CONTATO.
            IF CLS-CEP(1:5) NOT = WS-FAIXA-ATUAL
               IF WS-FAIXA-ATUAL NOT = SPACES
                  PERFORM P500-GRAVA-FAIXA
               END-IF
               MOVE CLS-CEP(1:5)                TO WS-FAIXA-ATUAL
               MOVE ZEROS                       TO WS-QTD-FAIXA
            END-IF
            ADD 1                               TO WS-QTD-FAIXA
            ADD 1                               TO WS-TOTAL-ETIQUETAS
            PERFORM P430-MONTA-ETIQUETA
            IF WS-QTD-FILEIRA = 3
               PERFORM P450-IMPRIME-FILEIRA
            END-IF
           .
      * SEM NUMERO O ENDERECO SAI COM S/N, COMO PEDEM OS CORREIOS.
       P430-MONTA-ETIQUETA.
            ADD 1                               TO WS-QTD-FILEIRA
            MOVE CLS-NOME      TO WS-ETQ-TEXTO(WS-QTD-FILEIRA, 1)
            IF CLS-NUMERO = SPACES
               STRING FUNCTION TRIM(CLS-LOGRADOURO) ', S/N'
                                       DELIMITED BY SIZE
                      INTO WS-ETQ-TEXTO(WS-QTD-FILEIRA, 2)
            ELSE
               STRING FUNCTION TRIM(CLS-LOGRADOURO) ', '
                      FUNCTION TRIM(CLS-NUMERO)
                                       DELIMITED BY SIZE
                      INTO WS-ETQ-TEXTO(WS-QTD-FILEIRA, 2)
            END-IF
            STRING FUNCTION TRIM(CLS-CIDADE) ' - ' CLS-UF
                                       DELIMITED BY SIZE
                   INTO WS-ETQ-TEXTO(WS-QTD-FILEIRA, 3)
            STRING CLS-CEP(1:5) '-' CLS-CEP(6:3)
                                       DELIMITED BY SIZE
                   INTO WS-ETQ-TEXTO(WS-QTD-FILEIRA, 4)
           .
      * CADA FILEIRA OCUPA 6 LINHAS (4 DE TEXTO E 2 DE ESPACO), E A
      * FOLHA TEM 10 FILEIRAS: COM O FORMULARIO AJUSTADO PARA 60
      * LINHAS AS ETIQUETAS CAEM SEMPRE NO MESMO LUGAR DE CADA FOLHA.
       P450-IMPRIME-FILEIRA.
            PERFORM VARYING WS-ETQ-LIN FROM 1 BY 1
                    UNTIL WS-ETQ-LIN > 4
               MOVE SPACES                      TO ETQ-LINHA
               MOVE WS-ETQ-TEXTO(1, WS-ETQ-LIN) TO ETQ-LINHA(1:40)
               MOVE WS-ETQ-TEXTO(2, WS-ETQ-LIN) TO ETQ-LINHA(43:40)
               MOVE WS-ETQ-TEXTO(3, WS-ETQ-LIN) TO ETQ-LINHA(85:40)
               WRITE ETQ-LINHA
            END-PERFORM
            MOVE SPACES                         TO ETQ-LINHA
            WRITE ETQ-LINHA
            WRITE ETQ-LINHA
            ADD 1                               TO WS-TOTAL-FILEIRAS
            MOVE SPACES                         TO WS-FILEIRA
            MOVE ZEROS                          TO WS-QTD-FILEIRA
           .
       P500-GRAVA-FAIXA.
            IF WS-MAN-LINHAS >= WS-MAX-LINHAS-PAGINA
               PERFORM P310-CABECALHO-MANIFESTO
            END-IF
            MOVE SPACES                         TO MAN-LINHA
            STRING WS-FAIXA-ATUAL '-000 A '
                   WS-FAIXA-ATUAL '-999        '
                   WS-QTD-FAIXA                     DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            ADD 1                                TO WS-MAN-LINHAS
            ADD 1                                TO WS-TOTAL-FAIXAS
           .
       P600-TOTAIS-MANIFESTO.
            DIVIDE WS-FILEIRAS-POR-FOLHA INTO WS-TOTAL-FILEIRAS
                   GIVING WS-TOTAL-FOLHAS
            IF WS-TOTAL-FOLHAS * WS-FILEIRAS-POR-FOLHA
                                          < WS-TOTAL-FILEIRAS
               ADD 1                            TO WS-TOTAL-FOLHAS
            END-IF
            MOVE SPACES                         TO MAN-LINHA
            WRITE MAN-LINHA
            IF WS-TOTAL-ETIQUETAS = ZEROS
               MOVE 'NENHUM CONTATO EM CONDICAO DE POSTAGEM.'
                                                 TO MAN-LINHA
               WRITE MAN-LINHA
               MOVE SPACES                      TO MAN-LINHA
               WRITE MAN-LINHA
            END-IF
            MOVE SPACES                         TO MAN-LINHA
            STRING 'TOTAL DE FAIXAS DE CEP.................: '
                   WS-TOTAL-FAIXAS             DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            MOVE SPACES                         TO MAN-LINHA
            STRING 'TOTAL GERAL DE OBJETOS (ETIQUETAS).....: '
                   WS-TOTAL-ETIQUETAS          DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            MOVE SPACES                         TO MAN-LINHA
            STRING 'FOLHAS DE ETIQUETAS (3 X 10)...........: '
                   WS-TOTAL-FOLHAS             DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            MOVE SPACES                         TO MAN-LINHA
            STRING 'CONTATOS NA LISTA DE EXCECOES..........: '
                   WS-TOTAL-EXCECOES           DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
            MOVE SPACES                         TO MAN-LINHA
            STRING 'SEM CONSENTIMENTO NO CORREIO (PULADOS).: '
                   WS-TOTAL-SEM-CONSENT        DELIMITED BY SIZE
                                        INTO MAN-LINHA
            WRITE MAN-LINHA
           .
       P650-TOTAIS-EXCECOES.
            MOVE SPACES                         TO EXC-LINHA
            WRITE EXC-LINHA
            IF WS-TOTAL-EXCECOES = ZEROS
               MOVE 'NENHUM CONTATO NA LISTA DE EXCECOES.'
                                                 TO EXC-LINHA
            ELSE
               STRING 'TOTAL DE CONTATOS NA LISTA DE EXCECOES: '
                      WS-TOTAL-EXCECOES        DELIMITED BY SIZE
                                        INTO EXC-LINHA
            END-IF
            WRITE EXC-LINHA
           .
       P800-REGISTRA-SAIDAS.
            MOVE WS-NOME-ETIQUETAS             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-ETIQUETAS            TO WS-SPL-QUANTIDADE
            PERFORM P810-REGISTRA-UMA-SAIDA
            MOVE WS-NOME-MANIFESTO             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-ETIQUETAS            TO WS-SPL-QUANTIDADE
            PERFORM P810-REGISTRA-UMA-SAIDA
            MOVE WS-NOME-EXCECOES              TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-EXCECOES             TO WS-SPL-QUANTIDADE
            PERFORM P810-REGISTRA-UMA-SAIDA
           .
       P810-REGISTRA-UMA-SAIDA.
            MOVE 'ETQCNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\SPLCNTT'
                                                  USING WS-SPL-AREA
            IF NOT WS-SPL-OK
               DISPLAY 'AVISO: SAIDA NAO REGISTRADA NO CATALOGO!'
            END-IF
           .
       P900-FECHA-ARQUIVOS.
            CLOSE CONTATOS
            CLOSE ETIQUETAS
            CLOSE MANIFESTO
            CLOSE EXCECOES
           .
       END PROGRAM ETQCNTT.
