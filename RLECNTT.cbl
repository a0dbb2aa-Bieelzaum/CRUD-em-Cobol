      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: RELATORIO IMPRESSO DOS CONTATOS ATIVOS AGRUPADOS POR
      *          EMPRESA (CT-EMPRESA): PARA CADA EMPRESA, O CABECALHO
      *          COM CODIGO, RAZAO SOCIAL E CNPJ, OS CONTATOS EM ORDEM
      *          DE NOME E A QUANTIDADE DE CONTATOS DA EMPRESA. OS
      *          CONTATOS SEM EMPRESA SAEM NO ULTIMO GRUPO E OS LIGADOS
      *          A CODIGO QUE NAO ESTA MAIS NO CADASTRO (EMPRESA
      *          EXCLUIDA COM CONTATOS INATIVOS, DEPOIS REATIVADOS) SAEM
      *          COMO EMPRESA NAO CADASTRADA. PERMITE LISTAR UMA UNICA
      *          EMPRESA. O ARQUIVO E DATADO E REGISTRADO NO CATALOGO
      *          DE SPOOL VIA SPLCNTT, COMO O DO RELCNTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLECNTT.
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
           SELECT EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  ALTERNATE RECORD KEY IS EMP-CNPJ
                  FILE STATUS IS WS-EMP-FILE-STATUS.
      * CADA EXECUCAO GRAVA UM ARQUIVO DATADO (COMO OS BACKUPS DO
      * BKPCNTT) E O REGISTRA NO CATALOGO DE SPOOL VIA SPLCNTT, PARA
      * NENHUMA EXECUCAO SOBRESCREVER A ANTERIOR.
           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT CLASSIFICA ASSIGN TO "EMPRESAS-SORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  EMPRESAS.
       COPY EMPRESA.CPY.
       FD  RELATORIO.
       01  REL-LINHA                           PIC X(110).
      * CLS-GRUPO SEPARA OS CONTATOS COM EMPRESA (1) DOS SEM EMPRESA
      * (2), PARA ESTES SAIREM NO FIM E NAO NA FRENTE, ONDE OS
      * ESPACOS DE CLS-EMPRESA OS COLOCARIAM.
       SD  CLASSIFICA.
       01  CLS-REG.
           03  CLS-GRUPO                       PIC X(01).
           03  CLS-EMPRESA                     PIC X(05).
           03  CLS-NOME                        PIC X(40).
           03  CLS-TELEFONE                    PIC X(15).
           03  CLS-EMAIL                       PIC X(40).
           03  CLS-CATEGORIA                   PIC X(03).
           03  CLS-UF                          PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-EMP-FILE-STATUS                  PIC X(02).
       01  WS-EMPRESAS-ABERTO                  PIC X(01)   VALUE 'N'.
           88  WS-COM-CADASTRO-EMPRESAS                    VALUE 'S'.
       01  WS-REL-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-FIM-CLASSIFICA                   PIC X(01)   VALUE 'N'.
           88  WS-FIM-CLS                                  VALUE 'S'.
       01  WS-FILTRO-EMPRESA                   PIC X(05).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-RELATORIO.
           03  WS-DATA-ANO                     PIC 9(04).
           03  WS-DATA-MES                     PIC 9(02).
           03  WS-DATA-DIA                     PIC 9(02).
       01  WS-DATA-EDITADA                     PIC X(10).
       01  WS-NUMERO-PAGINA                    PIC 9(03)   VALUE ZEROS.
       01  WS-LINHAS-NA-PAGINA                 PIC 9(02)   VALUE ZEROS.
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       01  WS-PRIMEIRO-GRUPO                   PIC X(01)   VALUE 'S'.
           88  WS-SEM-GRUPO-ABERTO                         VALUE 'S'.
       01  WS-GRUPO-ATUAL                      PIC X(01).
       01  WS-EMPRESA-ATUAL                    PIC X(05).
       01  WS-DESC-EMPRESA                     PIC X(40).
       01  WS-CNPJ-EDITADO                     PIC X(18).
       01  WS-QTD-EMPRESA                      PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-CONTATOS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-EMPRESAS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-SEM-EMPRESA                PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-SEM-CADASTRO               PIC 9(05)   VALUE ZEROS.
       01  WS-NOME-RELATORIO                   PIC X(40).
       COPY SPOOLCT.CPY.
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY SPACES
            DISPLAY WS-MENSAGEM
            SET WS-RC-OK                       TO TRUE
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:4)     TO WS-DATA-ANO
            MOVE WS-DATA-HORA-SISTEMA(5:2)     TO WS-DATA-MES
            MOVE WS-DATA-HORA-SISTEMA(7:2)     TO WS-DATA-DIA
            STRING WS-DATA-DIA    '/'
                   WS-DATA-MES    '/'
                   WS-DATA-ANO         DELIMITED BY SIZE
                                        INTO WS-DATA-EDITADA
            DISPLAY 'EMPRESA A LISTAR (BRANCO=TODAS) : '
                                                 WITH NO ADVANCING
            ACCEPT WS-FILTRO-EMPRESA
            MOVE SPACES                        TO WS-NOME-RELATORIO
            STRING 'REL-EMPRESAS-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-RELATORIO
            PERFORM P100-ABRE-ARQUIVOS
            IF WS-FILE-STATUS = '00' AND WS-REL-FILE-STATUS = '00'
               SORT CLASSIFICA
                    ON ASCENDING KEY CLS-GRUPO
                                     CLS-EMPRESA
                                     CLS-NOME
                    INPUT PROCEDURE IS P200-SELECIONA-CONTATOS
                    OUTPUT PROCEDURE IS P400-IMPRIME-GRUPOS
               PERFORM P600-IMPRIME-RODAPE
               PERFORM P900-FECHA-ARQUIVOS
               DISPLAY 'RELATORIO GERADO EM ' WS-NOME-RELATORIO
               DISPLAY 'EMPRESAS LISTADAS........ : ' WS-TOTAL-EMPRESAS
               DISPLAY 'CONTATOS LISTADOS........ : ' WS-TOTAL-CONTATOS
               PERFORM P800-REGISTRA-SAIDA
            ELSE
               IF WS-FILE-STATUS = '00'
                  CLOSE CONTATOS
               END-IF
               IF WS-REL-FILE-STATUS = '00'
                  CLOSE RELATORIO
               END-IF
               IF WS-COM-CADASTRO-EMPRESAS
                  CLOSE EMPRESAS
               END-IF
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
               DISPLAY 'NAO FOI POSSIVEL GERAR O RELATORIO!'
            END-IF
            GOBACK
           .
      * SEM O CADASTRO DE EMPRESAS O RELATORIO SAI ASSIM MESMO, COM
      * OS GRUPOS SO PELO CODIGO.
       P100-ABRE-ARQUIVOS.
            MOVE 'N'                           TO WS-EMPRESAS-ABERTO
            MOVE SPACES                        TO WS-REL-FILE-STATUS
            OPEN INPUT CONTATOS
            IF WS-FILE-STATUS = '00'
               OPEN OUTPUT RELATORIO
               OPEN INPUT EMPRESAS
               IF WS-EMP-FILE-STATUS = '00'
                  SET WS-COM-CADASTRO-EMPRESAS TO TRUE
               END-IF
            END-IF
           .
       P200-SELECIONA-CONTATOS.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            PERFORM P210-LE-CONTATO UNTIL WS-FIM
           .
       P210-LE-CONTATO.
            READ CONTATOS NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  IF CT-ATIVO AND
                     (WS-FILTRO-EMPRESA = SPACES OR
                      CT-EMPRESA = WS-FILTRO-EMPRESA)
                     PERFORM P220-CLASSIFICA-CONTATO
                  END-IF
            END-READ
           .
       P220-CLASSIFICA-CONTATO.
            IF CT-EMPRESA = SPACES
               MOVE '2'                        TO CLS-GRUPO
            ELSE
               MOVE '1'                        TO CLS-GRUPO
            END-IF
            MOVE CT-EMPRESA                    TO CLS-EMPRESA
            MOVE CT-NOME                       TO CLS-NOME
            MOVE CT-TELEFONE                   TO CLS-TELEFONE
            MOVE CT-EMAIL                      TO CLS-EMAIL
            MOVE CT-CATEGORIA                  TO CLS-CATEGORIA
            MOVE CT-END-UF                     TO CLS-UF
            RELEASE CLS-REG
           .
       P300-IMPRIME-CABECALHO.
            ADD 1                               TO WS-NUMERO-PAGINA
            MOVE ZEROS                          TO WS-LINHAS-NA-PAGINA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CONTATOS POR EMPRESA'           DELIMITED BY SIZE
                   '           DATA: ' WS-DATA-EDITADA DELIMITED BY SIZE
                   '     PAGINA: '  WS-NUMERO-PAGINA DELIMITED BY SIZE
                                        INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            WRITE REL-LINHA
           .
      * CABECALHO DO GRUPO, REPETIDO COM (CONTINUACAO) QUANDO A
      * EMPRESA PASSA PARA A PAGINA SEGUINTE.
       P310-CABECALHO-GRUPO.
            MOVE SPACES                         TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            IF WS-GRUPO-ATUAL = '2'
               MOVE 'CONTATOS SEM EMPRESA'      TO REL-LINHA
            ELSE
               STRING 'EMPRESA: ' WS-EMPRESA-ATUAL ' - '
                      WS-DESC-EMPRESA ' CNPJ: '
                      WS-CNPJ-EDITADO      DELIMITED BY SIZE
                                        INTO REL-LINHA
            END-IF
            IF WS-QTD-EMPRESA > 0
               MOVE '(CONTINUACAO)'             TO REL-LINHA(97:13)
            END-IF
            WRITE REL-LINHA
            MOVE '   TELEFONE        NOME'      TO REL-LINHA
            MOVE 'EMAIL'                        TO REL-LINHA(61:5)
            MOVE 'CAT'                          TO REL-LINHA(102:3)
            MOVE 'UF'                           TO REL-LINHA(106:2)
            WRITE REL-LINHA
            ADD 3                               TO WS-LINHAS-NA-PAGINA
           .
      * OS CONTATOS VOLTAM DA CLASSIFICACAO EM ORDEM DE EMPRESA, O QUE
      * PERMITE FECHAR A QUANTIDADE DE CADA EMPRESA POR QUEBRA DE
      * CONTROLE, NA MESMA PASSADA DA IMPRESSAO.
       P400-IMPRIME-GRUPOS.
            MOVE 'N'                           TO WS-FIM-CLASSIFICA
            MOVE 'S'                           TO WS-PRIMEIRO-GRUPO
            MOVE ZEROS                         TO WS-TOTAL-CONTATOS
            MOVE ZEROS                         TO WS-TOTAL-EMPRESAS
            MOVE ZEROS                         TO WS-TOTAL-SEM-EMPRESA
            MOVE ZEROS                         TO WS-TOTAL-SEM-CADASTRO
            MOVE ZEROS                         TO WS-NUMERO-PAGINA
            PERFORM P300-IMPRIME-CABECALHO
            PERFORM P410-RETORNA-CONTATO UNTIL WS-FIM-CLS
            IF NOT WS-SEM-GRUPO-ABERTO
               PERFORM P500-FECHA-GRUPO
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
            IF WS-SEM-GRUPO-ABERTO OR
               CLS-GRUPO NOT = WS-GRUPO-ATUAL OR
               CLS-EMPRESA NOT = WS-EMPRESA-ATUAL
               IF NOT WS-SEM-GRUPO-ABERTO
                  PERFORM P500-FECHA-GRUPO
               END-IF
               PERFORM P430-ABRE-GRUPO
            END-IF
            IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM P300-IMPRIME-CABECALHO
               PERFORM P310-CABECALHO-GRUPO
            END-IF
            MOVE SPACES                         TO REL-LINHA
            STRING '   '
                   CLS-TELEFONE  ' '
                   CLS-NOME      ' '
                   CLS-EMAIL     ' '
                   CLS-CATEGORIA ' '
                   CLS-UF                           DELIMITED BY SIZE
                                        INTO REL-LINHA
            WRITE REL-LINHA
            ADD 1                               TO WS-LINHAS-NA-PAGINA
            ADD 1                               TO WS-QTD-EMPRESA
            ADD 1                               TO WS-TOTAL-CONTATOS
           .
      * O GRUPO NOVO SO COMECA NA PAGINA CORRENTE SE COUBER O
      * CABECALHO DO GRUPO E AO MENOS UM CONTATO.
       P430-ABRE-GRUPO.
            MOVE 'N'                           TO WS-PRIMEIRO-GRUPO
            MOVE CLS-GRUPO                     TO WS-GRUPO-ATUAL
            MOVE CLS-EMPRESA                   TO WS-EMPRESA-ATUAL
            MOVE ZEROS                         TO WS-QTD-EMPRESA
            MOVE SPACES                        TO WS-DESC-EMPRESA
            MOVE SPACES                        TO WS-CNPJ-EDITADO
            IF CLS-GRUPO = '1'
               ADD 1                           TO WS-TOTAL-EMPRESAS
               PERFORM P440-BUSCA-EMPRESA
            END-IF
            IF WS-LINHAS-NA-PAGINA + 4 > WS-MAX-LINHAS-PAGINA
               PERFORM P300-IMPRIME-CABECALHO
            END-IF
            PERFORM P310-CABECALHO-GRUPO
           .
       P440-BUSCA-EMPRESA.
            IF WS-COM-CADASTRO-EMPRESAS
               MOVE CLS-EMPRESA                TO EMP-CODIGO
               READ EMPRESAS
                  INVALID KEY
                     MOVE 'EMPRESA NAO CADASTRADA' TO WS-DESC-EMPRESA
                     ADD 1                  TO WS-TOTAL-SEM-CADASTRO
                  NOT INVALID KEY
                     MOVE EMP-RAZAO-SOCIAL     TO WS-DESC-EMPRESA
                     STRING EMP-CNPJ(1:2)  '.'
                            EMP-CNPJ(3:3)  '.'
                            EMP-CNPJ(6:3)  '/'
                            EMP-CNPJ(9:4)  '-'
                            EMP-CNPJ(13:2)  DELIMITED BY SIZE
                                            INTO WS-CNPJ-EDITADO
               END-READ
            ELSE
               MOVE 'CADASTRO DE EMPRESAS INDISPONIVEL'
                                               TO WS-DESC-EMPRESA
            END-IF
           .
       P500-FECHA-GRUPO.
            MOVE SPACES                         TO REL-LINHA
            IF WS-GRUPO-ATUAL = '2'
               MOVE WS-QTD-EMPRESA              TO WS-TOTAL-SEM-EMPRESA
               STRING '   TOTAL SEM EMPRESA: ' WS-QTD-EMPRESA
                      ' CONTATO(S)'         DELIMITED BY SIZE
                                        INTO REL-LINHA
            ELSE
               STRING '   TOTAL DA EMPRESA ' WS-EMPRESA-ATUAL ': '
                      WS-QTD-EMPRESA ' CONTATO(S)'
                                            DELIMITED BY SIZE
                                        INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            ADD 1                               TO WS-LINHAS-NA-PAGINA
           .
       P600-IMPRIME-RODAPE.
            MOVE SPACES                         TO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'EMPRESAS LISTADAS.............: ' WS-TOTAL-EMPRESAS
                                        DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CODIGOS SEM EMPRESA CADASTRADA: '
                   WS-TOTAL-SEM-CADASTRO
                                        DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CONTATOS SEM EMPRESA..........: '
                   WS-TOTAL-SEM-EMPRESA
                                        DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'TOTAL DE CONTATOS LISTADOS....: ' WS-TOTAL-CONTATOS
                                        DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
           .
       P800-REGISTRA-SAIDA.
            MOVE 'RLECNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            MOVE WS-NOME-RELATORIO             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-CONTATOS             TO WS-SPL-QUANTIDADE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\SPLCNTT'
                                                  USING WS-SPL-AREA
            IF NOT WS-SPL-OK
               DISPLAY 'AVISO: SAIDA NAO REGISTRADA NO CATALOGO!'
            END-IF
           .
       P900-FECHA-ARQUIVOS.
            CLOSE CONTATOS
            CLOSE RELATORIO
            IF WS-COM-CADASTRO-EMPRESAS
               CLOSE EMPRESAS
               MOVE 'N'                        TO WS-EMPRESAS-ABERTO
            END-IF
           .
       END PROGRAM RLECNTT.
