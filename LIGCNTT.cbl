      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: IMPORTACAO NOTURNA DO BILHETE DE LIGACOES DA CENTRAL
      *          TELEFONICA (PABX). LE O ARQUIVO LIGACOES-PABX.TXT,
      *          UMA LIGACAO RECEBIDA POR LINHA NO FORMATO
      *          NUMERO;DATA-HORA;DURACAO;RAMAL (DATA-HORA EM
      *          AAAAMMDDHHMMSS, DURACAO EM SEGUNDOS), E PROCURA O
      *          NUMERO QUE LIGOU EM CONTATOS.DAT: PRIMEIRO COMO
      *          TELEFONE PRINCIPAL, DEPOIS COMO TELEFONE ADICIONAL E
      *          POR FIM NO HISTORICO DE TROCAS DO TELCNTT (LANCAMENTOS
      *          T DA TRILHA, PELA CHAVE AUD-ANT-TELEFONE). PARA CADA
      *          LIGACAO DE CONTATO CONHECIDO GRAVA UMA ANOTACAO
      *          AUTOMATICA EM ANOTACOES.DAT, NA DATA/HORA DA LIGACAO,
      *          COM O RAMAL QUE ATENDEU E A DURACAO. AS LIGACOES DE
      *          NUMEROS DESCONHECIDOS SAEM NO RELATORIO DATADO DE
      *          PROSPECTS (PROSPECTS-AAAAMMDD-HHMMSS.TXT), AGRUPADAS
      *          POR NUMERO COM A QUANTIDADE DE LIGACOES, REGISTRADO
      *          NO CATALOGO DE SPOOL (SPLCNTT).
      *          CADA LIGACAO TRATADA FICA NO PONTO DE CONTROLE
      *          LIGACOES-CONTROLE.DAT (NUMERO + DATA/HORA + RAMAL):
      *          REPROCESSAR O MESMO ARQUIVO, INTEIRO OU DEPOIS DE UMA
      *          QUEDA NO MEIO, NAO DUPLICA ANOTACOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIGCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIGACOES ASSIGN TO "LIGACOES-PABX.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIG-FILE-STATUS.
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
           SELECT ANOTACOES ASSIGN TO "ANOTACOES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NT-CHAVE
                  FILE STATUS IS WS-NOTA-FILE-STATUS.
           SELECT CONTROLE ASSIGN TO "LIGACOES-CONTROLE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LC-CHAVE
                  FILE STATUS IS WS-CTL-FILE-STATUS.
      * CADA EXECUCAO GRAVA UM RELATORIO DATADO E O REGISTRA NO
      * CATALOGO DE SPOOL VIA SPLCNTT, COMO OS DEMAIS RELATORIOS.
           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RESULTADO ASSIGN TO "LIGACOES-RESULTADO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT CLASSIFICA ASSIGN TO "PROSPECTS-SORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  LIGACOES.
       01  LIG-LINHA                           PIC X(100).
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       FD  AUDITORIA.
       COPY AUDITORIA.CPY.
       FD  ANOTACOES.
       COPY ANOTACAO.CPY.
      * PONTO DE CONTROLE: UMA LIGACAO POR REGISTRO, COM O DESTINO
      * DADO A ELA (ANOTADA NO CONTATO OU LISTADA COMO PROSPECT).
       FD  CONTROLE.
       01  LC-REG.
           03  LC-CHAVE.
               05  LC-NUMERO                   PIC X(15).
               05  LC-DATA-HORA                PIC X(14).
               05  LC-RAMAL                    PIC X(06).
           03  LC-SITUACAO                     PIC X(01).
               88  LC-ANOTADA                       VALUE 'A'.
               88  LC-PROSPECT                      VALUE 'P'.
           03  LC-TELEFONE-CONTATO             PIC X(15).
           03  LC-IMPORTADA-EM                 PIC X(14).
       FD  RELATORIO.
       01  REL-LINHA                           PIC X(120).
       FD  RESULTADO.
       COPY RESULNOT.CPY.
       SD  CLASSIFICA.
       01  CLS-REG.
           03  CLS-NUMERO                      PIC X(15).
           03  CLS-DATA-HORA                   PIC X(14).
           03  CLS-RAMAL                       PIC X(06).
           03  CLS-DURACAO                     PIC 9(06).
       WORKING-STORAGE SECTION.
       01  WS-LIG-FILE-STATUS                  PIC X(02).
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-NOTA-FILE-STATUS                 PIC X(02).
       01  WS-CTL-FILE-STATUS                  PIC X(02).
       01  WS-REL-FILE-STATUS                  PIC X(02).
       01  WS-RES-FILE-STATUS                  PIC X(02).
       01  WS-RESULTADO-FINAL                  PIC X(05)   VALUE 'ERRO'.
      * OPERADOR GRAVADO NAS ANOTACOES E NO CATALOGO DE SPOOL.
       01  WS-OPERADOR                         PIC X(08)   VALUE 'PABX'.
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-FIM-CLASSIFICA                   PIC X(01)   VALUE 'N'.
           88  WS-FIM-CLS                                  VALUE 'S'.
       01  WS-FIM-TRILHA                       PIC X(01)   VALUE 'N'.
           88  WS-FIM-TRL                                  VALUE 'S'.
       01  WS-FIM-HISTORICO                    PIC X(01)   VALUE 'N'.
           88  WS-FIM-HST                                  VALUE 'S'.
       01  WS-ABRIU-CONTATOS                   PIC X(01)   VALUE 'N'.
           88  WS-TEM-CONTATOS                             VALUE 'S'.
       01  WS-ABRIU-ADICIONAIS                 PIC X(01)   VALUE 'N'.
           88  WS-TEM-ADICIONAIS                           VALUE 'S'.
       01  WS-ABRIU-AUDITORIA                  PIC X(01)   VALUE 'N'.
           88  WS-TEM-AUDITORIA                            VALUE 'S'.
       01  WS-ABRIU-ANOTACOES                  PIC X(01)   VALUE 'N'.
           88  WS-TEM-ANOTACOES                            VALUE 'S'.
       01  WS-ABRIU-CONTROLE                   PIC X(01)   VALUE 'N'.
           88  WS-TEM-CONTROLE                             VALUE 'S'.
       01  WS-ABRIU-RELATORIO                  PIC X(01)   VALUE 'N'.
           88  WS-TEM-RELATORIO                            VALUE 'S'.
       01  WS-ACHOU-CONTATO                    PIC X(01)   VALUE 'N'.
           88  WS-CONTATO-ACHADO                           VALUE 'S'.
       01  WS-ACHOU-INVALIDA                   PIC X(01)   VALUE 'N'.
           88  WS-TEVE-INVALIDA                            VALUE 'S'.
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-IMPORTACAO                  PIC X(14).
       01  WS-DATA-EDITADA                     PIC X(10).
       01  WS-NOME-RELATORIO                   PIC X(40).
       01  WS-NUMERO-LINHA                     PIC 9(05)   VALUE ZEROS.
       01  WS-ENT-NUMERO                       PIC X(30).
       01  WS-ENT-DATA-HORA                    PIC X(30).
       01  WS-ENT-DURACAO                      PIC X(30).
       01  WS-ENT-RAMAL                        PIC X(30).
       01  WS-MOTIVO-INVALIDA                  PIC X(30).
      * EXTRACAO DOS DIGITOS DE UM CAMPO DO BILHETE: A CENTRAL PODE
      * MANDAR O NUMERO E A DATA/HORA COM PONTUACAO.
       01  WS-DIG-ENTRADA                      PIC X(30).
       01  WS-DIG-SAIDA                        PIC X(30).
       01  WS-DIG-TAM                          PIC 9(02)   VALUE ZEROS.
       01  WS-DIG-POS                          PIC 9(02)   VALUE ZEROS.
       01  WS-DIG-TRABALHO                     PIC X(30).
       01  WS-NUMERO                           PIC X(15).
       01  WS-DATA-HORA-LIGACAO                PIC X(14).
       01  WS-RAMAL                            PIC X(06).
       01  WS-DURACAO                          PIC 9(06)   VALUE ZEROS.
       01  WS-DUR-HORAS                        PIC 9(02)   VALUE ZEROS.
       01  WS-DUR-MINUTOS                      PIC 9(02)   VALUE ZEROS.
       01  WS-DUR-SEGUNDOS                     PIC 9(02)   VALUE ZEROS.
       01  WS-DUR-RESTO                        PIC 9(06)   VALUE ZEROS.
       01  WS-DURACAO-EDITADA                  PIC X(08).
      * TELEFONE ATUAL DO CONTATO LOCALIZADO E POR ONDE ELE FOI ACHADO.
       01  WS-TELEFONE-CONTATO                 PIC X(15).
       01  WS-FORMA-LOCALIZACAO                PIC X(01)   VALUE SPACES.
           88  WS-PELO-PRINCIPAL                           VALUE 'P'.
           88  WS-PELO-ADICIONAL                           VALUE 'A'.
           88  WS-PELO-HISTORICO                           VALUE 'H'.
      * SEGUIMENTO DAS TROCAS DE TELEFONE: O NUMERO PODE TER MUDADO
      * MAIS DE UMA VEZ; O LIMITE DE SALTOS EVITA CICLO (A->B->A).
       01  WS-NUMERO-HISTORICO                 PIC X(15).
       01  WS-NUMERO-TROCA                     PIC X(15).
       01  WS-DATA-TROCA                       PIC X(14).
       01  WS-QTD-SALTOS                       PIC 9(02)   VALUE ZEROS.
       01  WS-MAX-SALTOS                       PIC 9(02)   VALUE 10.
       01  WS-TEXTO-NOTA                       PIC X(70).
       01  WS-POS-NOTA                         PIC 9(02)   VALUE ZEROS.
      * ACUMULADORES DO NUMERO DESCONHECIDO NA QUEBRA DO RELATORIO.
       01  WS-PRP-NUMERO                       PIC X(15)   VALUE SPACES.
       01  WS-PRP-QUANTIDADE                   PIC 9(05)   VALUE ZEROS.
       01  WS-PRP-PRIMEIRA                     PIC X(14).
       01  WS-PRP-ULTIMA                       PIC X(14).
       01  WS-PRP-RAMAL                        PIC X(06).
       01  WS-PRP-DURACAO                      PIC 9(06)   VALUE ZEROS.
       01  WS-PRP-DATA-EDITADA                 PIC X(16).
       01  WS-MIN-FREQUENTE                    PIC 9(02)   VALUE 3.
       01  WS-TOTAL-LIDAS                      PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ANOTADAS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-HISTORICO                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-PROSPECTS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-NUMEROS-PRP                PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-FREQUENTES                 PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-JA-IMPORTADAS              PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-INVALIDAS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ERROS                      PIC 9(05)   VALUE ZEROS.
       01  WS-NUMERO-PAGINA                    PIC 9(03)   VALUE ZEROS.
       01  WS-LINHAS-NA-PAGINA                 PIC 9(02)   VALUE ZEROS.
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       COPY SPOOLCT.CPY.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*************************************************'
            DISPLAY '*      IMPORTACAO DAS LIGACOES DA CENTRAL       *'
            DISPLAY '*************************************************'
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO WS-DATA-IMPORTACAO
            STRING WS-DATA-HORA-SISTEMA(7:2) '/'
                   WS-DATA-HORA-SISTEMA(5:2) '/'
                   WS-DATA-HORA-SISTEMA(1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DATA-EDITADA
            MOVE SPACES                        TO WS-NOME-RELATORIO
            STRING 'PROSPECTS-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-RELATORIO
            OPEN INPUT LIGACOES
            IF WS-LIG-FILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DA CENTRAL NAO ENCONTRADO: '
                       'LIGACOES-PABX.TXT'
            ELSE
               PERFORM P100-ABRE-ARQUIVOS
               IF NOT WS-TEM-CONTATOS OR NOT WS-TEM-ANOTACOES OR
                  NOT WS-TEM-CONTROLE OR NOT WS-TEM-RELATORIO
                  DISPLAY 'ERRO AO ABRIR CONTATOS, ANOTACOES, PONTO DE '
                          'CONTROLE OU RELATORIO!'
                  PERFORM P900-FECHA-ARQUIVOS
               ELSE
                  PERFORM P310-IMPRIME-CABECALHO
                  SORT CLASSIFICA
                       ON ASCENDING KEY CLS-NUMERO
                                        CLS-DATA-HORA
                       INPUT PROCEDURE IS P200-PROCESSA-LIGACOES
                       OUTPUT PROCEDURE IS P500-RELATA-PROSPECTS
                  PERFORM P600-IMPRIME-TOTAIS
                  PERFORM P900-FECHA-ARQUIVOS
                  DISPLAY 'RELATORIO GERADO EM ' WS-NOME-RELATORIO
                  PERFORM P800-REGISTRA-SAIDA
                  MOVE 'OK'                    TO WS-RESULTADO-FINAL
               END-IF
            END-IF
            PERFORM P950-EXIBE-RESUMO
            PERFORM P960-GRAVA-RESULTADO
            GOBACK
           .
      * OS TELEFONES ADICIONAIS E A TRILHA SAO OPCIONAIS: SEM ELES A
      * BUSCA OLHA SO O NUMERO PRINCIPAL. AS ANOTACOES E O PONTO DE
      * CONTROLE SAO CRIADOS NA PRIMEIRA EXECUCAO.
       P100-ABRE-ARQUIVOS.
            OPEN INPUT CONTATOS
            IF WS-FILE-STATUS = '00'
               SET WS-TEM-CONTATOS             TO TRUE
            END-IF
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               SET WS-TEM-ADICIONAIS           TO TRUE
            END-IF
            OPEN INPUT AUDITORIA
            IF WS-AUD-FILE-STATUS = '00'
               SET WS-TEM-AUDITORIA            TO TRUE
            END-IF
            OPEN I-O ANOTACOES
            IF WS-NOTA-FILE-STATUS = '35'
               OPEN OUTPUT ANOTACOES
               CLOSE ANOTACOES
               OPEN I-O ANOTACOES
            END-IF
            IF WS-NOTA-FILE-STATUS = '00'
               SET WS-TEM-ANOTACOES            TO TRUE
            END-IF
            OPEN I-O CONTROLE
            IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROLE
               CLOSE CONTROLE
               OPEN I-O CONTROLE
            END-IF
            IF WS-CTL-FILE-STATUS = '00'
               SET WS-TEM-CONTROLE             TO TRUE
            END-IF
            OPEN OUTPUT RELATORIO
            IF WS-REL-FILE-STATUS = '00'
               SET WS-TEM-RELATORIO            TO TRUE
            END-IF
           .
       P200-PROCESSA-LIGACOES.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            PERFORM UNTIL WS-FIM
               READ LIGACOES NEXT RECORD
                  AT END
                     SET WS-FIM                 TO TRUE
                  NOT AT END
                     ADD 1                      TO WS-NUMERO-LINHA
                     PERFORM P210-PROCESSA-LINHA
               END-READ
            END-PERFORM
           .
      * UMA LINHA DE CABECALHO (PRIMEIRO CAMPO 'NUMERO') E AS LINHAS
      * EM BRANCO SAO IGNORADAS. LIGACAO COM NUMERO OCULTO NAO TEM A
      * QUEM SER ATRIBUIDA E ENTRA NAS INVALIDAS.
       P210-PROCESSA-LINHA.
            MOVE SPACES                        TO WS-ENT-NUMERO
            MOVE SPACES                        TO WS-ENT-DATA-HORA
            MOVE SPACES                        TO WS-ENT-DURACAO
            MOVE SPACES                        TO WS-ENT-RAMAL
            UNSTRING LIG-LINHA DELIMITED BY ';'
                     INTO WS-ENT-NUMERO
                          WS-ENT-DATA-HORA
                          WS-ENT-DURACAO
                          WS-ENT-RAMAL
            END-UNSTRING
            INSPECT WS-ENT-NUMERO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF LIG-LINHA = SPACES OR
               (WS-NUMERO-LINHA = 1 AND
                FUNCTION TRIM(WS-ENT-NUMERO) = 'NUMERO')
               CONTINUE
            ELSE
               ADD 1                           TO WS-TOTAL-LIDAS
               PERFORM P220-CRITICA-LINHA
               IF WS-MOTIVO-INVALIDA NOT = SPACES
                  ADD 1                        TO WS-TOTAL-INVALIDAS
                  PERFORM P520-IMPRIME-INVALIDA
               ELSE
                  PERFORM P230-VERIFICA-CONTROLE
               END-IF
            END-IF
           .
      * O NUMERO FICA SO COM OS DIGITOS, SEM ZEROS A ESQUERDA (PREFIXO
      * DE LONGA DISTANCIA) E SEM O 55 DO PAIS QUANDO PASSA DE 11
      * DIGITOS, QUE E COMO OS TELEFONES ESTAO GRAVADOS EM CONTATOS.
       P220-CRITICA-LINHA.
            MOVE SPACES                        TO WS-MOTIVO-INVALIDA
            MOVE WS-ENT-NUMERO                 TO WS-DIG-ENTRADA
            PERFORM P250-EXTRAI-DIGITOS
            PERFORM UNTIL WS-DIG-TAM = 0
                    OR WS-DIG-SAIDA(1:1) NOT = '0'
               MOVE WS-DIG-SAIDA(2:29)         TO WS-DIG-TRABALHO
               MOVE WS-DIG-TRABALHO            TO WS-DIG-SAIDA
               SUBTRACT 1                      FROM WS-DIG-TAM
            END-PERFORM
            IF WS-DIG-TAM > 11 AND WS-DIG-SAIDA(1:2) = '55'
               MOVE WS-DIG-SAIDA(3:28)         TO WS-DIG-TRABALHO
               MOVE WS-DIG-TRABALHO            TO WS-DIG-SAIDA
               SUBTRACT 2                      FROM WS-DIG-TAM
            END-IF
            EVALUATE TRUE
               WHEN WS-DIG-TAM = 0
                 MOVE 'NUMERO NAO IDENTIFICADO' TO WS-MOTIVO-INVALIDA
               WHEN WS-DIG-TAM > 15
                 MOVE 'NUMERO COM DIGITOS DEMAIS'
                                               TO WS-MOTIVO-INVALIDA
               WHEN OTHER
                 MOVE WS-DIG-SAIDA             TO WS-NUMERO
            END-EVALUATE
            IF WS-MOTIVO-INVALIDA = SPACES
               MOVE WS-ENT-DATA-HORA           TO WS-DIG-ENTRADA
               PERFORM P250-EXTRAI-DIGITOS
               IF WS-DIG-TAM = 12
                  MOVE '00'                    TO WS-DIG-SAIDA(13:2)
                  MOVE 14                      TO WS-DIG-TAM
               END-IF
               IF WS-DIG-TAM NOT = 14
                  MOVE 'DATA/HORA INVALIDA'    TO WS-MOTIVO-INVALIDA
               ELSE
                  MOVE WS-DIG-SAIDA            TO WS-DATA-HORA-LIGACAO
               END-IF
            END-IF
            IF WS-MOTIVO-INVALIDA = SPACES
               MOVE ZEROS                      TO WS-DURACAO
               IF WS-ENT-DURACAO NOT = SPACES
                  IF FUNCTION TRIM(WS-ENT-DURACAO) IS NUMERIC AND
                     FUNCTION LENGTH(FUNCTION TRIM(WS-ENT-DURACAO))
                                                        <= 6
                     MOVE FUNCTION NUMVAL(WS-ENT-DURACAO)
                                               TO WS-DURACAO
                  ELSE
                     MOVE 'DURACAO INVALIDA'   TO WS-MOTIVO-INVALIDA
                  END-IF
               END-IF
            END-IF
            MOVE FUNCTION TRIM(WS-ENT-RAMAL)   TO WS-RAMAL
           .
      * A MESMA LIGACAO (NUMERO + DATA/HORA + RAMAL) SO E TRATADA UMA
      * VEZ, NESTA OU EM QUALQUER EXECUCAO ANTERIOR.
       P230-VERIFICA-CONTROLE.
            MOVE WS-NUMERO                     TO LC-NUMERO
            MOVE WS-DATA-HORA-LIGACAO          TO LC-DATA-HORA
            MOVE WS-RAMAL                      TO LC-RAMAL
            READ CONTROLE
               INVALID KEY
                  PERFORM P240-LOCALIZA-CONTATO
                  IF WS-CONTATO-ACHADO
                     PERFORM P400-ANOTA-LIGACAO
                  ELSE
                     PERFORM P450-GUARDA-PROSPECT
                  END-IF
               NOT INVALID KEY
                  ADD 1                        TO WS-TOTAL-JA-IMPORTADAS
            END-READ
           .
       P240-LOCALIZA-CONTATO.
            MOVE 'N'                           TO WS-ACHOU-CONTATO
            MOVE SPACES                        TO WS-FORMA-LOCALIZACAO
            MOVE WS-NUMERO                     TO CT-TELEFONE
            READ CONTATOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-CONTATO-ACHADO         TO TRUE
                  SET WS-PELO-PRINCIPAL         TO TRUE
            END-READ
            IF NOT WS-CONTATO-ACHADO AND WS-TEM-ADICIONAIS
               MOVE WS-NUMERO                  TO TA-TELEFONE
               READ TELEFONES-ADIC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE TA-TELEFONE-CONTATO  TO CT-TELEFONE
                     READ CONTATOS
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           SET WS-CONTATO-ACHADO
                                               TO TRUE
                           SET WS-PELO-ADICIONAL
                                               TO TRUE
                     END-READ
               END-READ
            END-IF
            IF NOT WS-CONTATO-ACHADO AND WS-TEM-AUDITORIA
               PERFORM P260-BUSCA-HISTORICO
            END-IF
            IF WS-CONTATO-ACHADO
               MOVE CT-TELEFONE                TO WS-TELEFONE-CONTATO
            END-IF
           .
       P250-EXTRAI-DIGITOS.
            MOVE SPACES                        TO WS-DIG-SAIDA
            MOVE ZEROS                         TO WS-DIG-TAM
            PERFORM VARYING WS-DIG-POS FROM 1 BY 1
                    UNTIL WS-DIG-POS > 30
               IF WS-DIG-ENTRADA(WS-DIG-POS:1) IS NUMERIC
                  ADD 1                        TO WS-DIG-TAM
                  MOVE WS-DIG-ENTRADA(WS-DIG-POS:1)
                                     TO WS-DIG-SAIDA(WS-DIG-TAM:1)
               END-IF
            END-PERFORM
           .
      * NUMERO TROCADO PELO TELCNTT: O LANCAMENTO T QUE SAIU DELE (O
      * MAIS RECENTE, SE O NUMERO JA FOI DE MAIS DE UM CONTATO) DA O
      * NUMERO NOVO, QUE PODE TER SIDO TROCADO DE NOVO DEPOIS.
       P260-BUSCA-HISTORICO.
            MOVE WS-NUMERO                     TO WS-NUMERO-HISTORICO
            MOVE ZEROS                         TO WS-QTD-SALTOS
            MOVE 'N'                           TO WS-FIM-HISTORICO
            PERFORM UNTIL WS-FIM-HST OR WS-CONTATO-ACHADO
                    OR WS-QTD-SALTOS >= WS-MAX-SALTOS
               PERFORM P270-PROCURA-TROCA
               IF WS-NUMERO-TROCA = SPACES
                  SET WS-FIM-HST                TO TRUE
               ELSE
                  ADD 1                         TO WS-QTD-SALTOS
                  MOVE WS-NUMERO-TROCA          TO CT-TELEFONE
                  READ CONTATOS
                     INVALID KEY
                        MOVE WS-NUMERO-TROCA    TO WS-NUMERO-HISTORICO
                     NOT INVALID KEY
                        SET WS-CONTATO-ACHADO   TO TRUE
                        SET WS-PELO-HISTORICO   TO TRUE
                  END-READ
               END-IF
            END-PERFORM
           .
       P270-PROCURA-TROCA.
            MOVE SPACES                        TO WS-NUMERO-TROCA
            MOVE SPACES                        TO WS-DATA-TROCA
            MOVE 'N'                           TO WS-FIM-TRILHA
            MOVE WS-NUMERO-HISTORICO           TO AUD-ANT-TELEFONE
            START AUDITORIA KEY IS EQUAL TO AUD-ANT-TELEFONE
               INVALID KEY
                  SET WS-FIM-TRL                TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-TRL
               READ AUDITORIA NEXT RECORD
                  AT END
                     SET WS-FIM-TRL             TO TRUE
                  NOT AT END
                     IF AUD-ANT-TELEFONE NOT = WS-NUMERO-HISTORICO
                        SET WS-FIM-TRL          TO TRUE
                     ELSE
                        IF AUD-OP-TROCA-TELEFONE AND
                           AUD-DEP-TELEFONE NOT = WS-NUMERO-HISTORICO
                           AND AUD-DATA-HORA > WS-DATA-TROCA
                           MOVE AUD-DEP-TELEFONE
                                               TO WS-NUMERO-TROCA
                           MOVE AUD-DATA-HORA  TO WS-DATA-TROCA
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
           .
      * A ANOTACAO ENTRA NA DATA/HORA DA LIGACAO, PARA APARECER NO
      * CONSCTT/ANOCNTT NA ORDEM EM QUE O ATENDIMENTO ACONTECEU. QUANDO
      * O CONTATO FOI ACHADO POR OUTRO NUMERO, O NUMERO QUE LIGOU VAI
      * NO TEXTO.
       P400-ANOTA-LIGACAO.
            PERFORM P410-EDITA-DURACAO
            MOVE SPACES                        TO WS-TEXTO-NOTA
            IF WS-RAMAL = SPACES OR WS-DURACAO = ZEROS
               STRING 'LIGACAO RECEBIDA NAO ATENDIDA'
                                       DELIMITED BY SIZE
                                       INTO WS-TEXTO-NOTA
            ELSE
               STRING 'LIGACAO RECEBIDA - RAMAL '
                      FUNCTION TRIM(WS-RAMAL)
                      ' - DURACAO ' WS-DURACAO-EDITADA
                                       DELIMITED BY SIZE
                                       INTO WS-TEXTO-NOTA
            END-IF
            IF NOT WS-PELO-PRINCIPAL
               COMPUTE WS-POS-NOTA =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-TEXTO-NOTA)) + 1
               STRING ' - DE '         DELIMITED BY SIZE
                      WS-NUMERO        DELIMITED BY SPACE
                                       INTO WS-TEXTO-NOTA
                                       WITH POINTER WS-POS-NOTA
            END-IF
            MOVE WS-TELEFONE-CONTATO           TO NT-TELEFONE
            MOVE WS-DATA-HORA-LIGACAO          TO NT-DATA-HORA
            MOVE WS-OPERADOR                   TO NT-OPERADOR
            MOVE WS-TEXTO-NOTA                 TO NT-TEXTO
            MOVE ZEROS                         TO NT-SEQUENCIA
            WRITE NOTA-REG
               INVALID KEY
                  CONTINUE
            END-WRITE
            PERFORM UNTIL WS-NOTA-FILE-STATUS NOT = '22'
                    OR NT-SEQUENCIA >= 999
               ADD 1                           TO NT-SEQUENCIA
               WRITE NOTA-REG
                  INVALID KEY
                     CONTINUE
               END-WRITE
            END-PERFORM
            IF WS-NOTA-FILE-STATUS = '00'
               ADD 1                           TO WS-TOTAL-ANOTADAS
               IF WS-PELO-HISTORICO
                  ADD 1                        TO WS-TOTAL-HISTORICO
               END-IF
               SET LC-ANOTADA                  TO TRUE
               MOVE WS-TELEFONE-CONTATO        TO LC-TELEFONE-CONTATO
               PERFORM P460-GRAVA-CONTROLE
            ELSE
               ADD 1                           TO WS-TOTAL-ERROS
               DISPLAY 'ERRO AO GRAVAR A ANOTACAO DA LINHA '
                       WS-NUMERO-LINHA ' (STATUS '
                       WS-NOTA-FILE-STATUS ')!'
            END-IF
           .
       P410-EDITA-DURACAO.
            DIVIDE WS-DURACAO BY 3600 GIVING WS-DUR-HORAS
                   REMAINDER WS-DUR-RESTO
            DIVIDE WS-DUR-RESTO BY 60 GIVING WS-DUR-MINUTOS
                   REMAINDER WS-DUR-SEGUNDOS
            MOVE SPACES                        TO WS-DURACAO-EDITADA
            STRING WS-DUR-HORAS   ':'
                   WS-DUR-MINUTOS ':'
                   WS-DUR-SEGUNDOS     DELIMITED BY SIZE
                                       INTO WS-DURACAO-EDITADA
           .
       P450-GUARDA-PROSPECT.
            MOVE WS-NUMERO                     TO CLS-NUMERO
            MOVE WS-DATA-HORA-LIGACAO          TO CLS-DATA-HORA
            MOVE WS-RAMAL                      TO CLS-RAMAL
            MOVE WS-DURACAO                    TO CLS-DURACAO
            RELEASE CLS-REG
            ADD 1                              TO WS-TOTAL-PROSPECTS
            SET LC-PROSPECT                    TO TRUE
            MOVE SPACES                        TO LC-TELEFONE-CONTATO
            PERFORM P460-GRAVA-CONTROLE
           .
      * A CHAVE E REMONTADA: DEPOIS DA LEITURA SEM SUCESSO EM P230 A
      * AREA DO REGISTRO NAO E CONFIAVEL.
       P460-GRAVA-CONTROLE.
            MOVE WS-NUMERO                     TO LC-NUMERO
            MOVE WS-DATA-HORA-LIGACAO          TO LC-DATA-HORA
            MOVE WS-RAMAL                      TO LC-RAMAL
            MOVE WS-DATA-IMPORTACAO            TO LC-IMPORTADA-EM
            WRITE LC-REG
               INVALID KEY
                  ADD 1                        TO WS-TOTAL-ERROS
                  DISPLAY 'ERRO AO GRAVAR O PONTO DE CONTROLE DA LINHA '
                          WS-NUMERO-LINHA '!'
            END-WRITE
           .
       P310-IMPRIME-CABECALHO.
            ADD 1                               TO WS-NUMERO-PAGINA
            MOVE ZEROS                          TO WS-LINHAS-NA-PAGINA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LIGACOES DA CENTRAL - PROSPECTS'
                                                    DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA    DELIMITED BY SIZE
                   '     PAGINA: ' WS-NUMERO-PAGINA DELIMITED BY SIZE
                                        INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            WRITE REL-LINHA
           .
      * AS LIGACOES DE NUMEROS DESCONHECIDOS VOLTAM DA CLASSIFICACAO
      * EM ORDEM DE NUMERO E DATA/HORA; CADA NUMERO SAI EM UMA LINHA,
      * COM A QUANTIDADE, A PRIMEIRA E A ULTIMA LIGACAO E A DURACAO
      * SOMADA. OS QUE LIGARAM WS-MIN-FREQUENTE VEZES OU MAIS SAEM
      * MARCADOS, PARA O ATENDIMENTO CADASTRAR PRIMEIRO.
       P500-RELATA-PROSPECTS.
            MOVE SPACES                         TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE 'NUMEROS NAO CADASTRADOS (PROSPECTS)'
                                                 TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'NUMERO          LIGACOES  PRIMEIRA LIGACAO  '
                   'ULTIMA LIGACAO    DURACAO   RAMAL'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE 'N'                           TO WS-FIM-CLASSIFICA
            MOVE SPACES                        TO WS-PRP-NUMERO
            PERFORM P510-RETORNA-PROSPECT UNTIL WS-FIM-CLS
            IF WS-PRP-NUMERO NOT = SPACES
               PERFORM P530-IMPRIME-PROSPECT
            ELSE
               MOVE 'NENHUMA LIGACAO DE NUMERO NAO CADASTRADO.'
                                                 TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-IF
           .
       P510-RETORNA-PROSPECT.
            RETURN CLASSIFICA
               AT END
                  SET WS-FIM-CLS                TO TRUE
               NOT AT END
                  IF CLS-NUMERO NOT = WS-PRP-NUMERO
                     IF WS-PRP-NUMERO NOT = SPACES
                        PERFORM P530-IMPRIME-PROSPECT
                     END-IF
                     MOVE CLS-NUMERO            TO WS-PRP-NUMERO
                     MOVE CLS-DATA-HORA         TO WS-PRP-PRIMEIRA
                     MOVE ZEROS                 TO WS-PRP-QUANTIDADE
                     MOVE ZEROS                 TO WS-PRP-DURACAO
                  END-IF
                  ADD 1                         TO WS-PRP-QUANTIDADE
                  ADD CLS-DURACAO               TO WS-PRP-DURACAO
                  MOVE CLS-DATA-HORA            TO WS-PRP-ULTIMA
                  MOVE CLS-RAMAL                TO WS-PRP-RAMAL
            END-RETURN
           .
      * AS LINHAS DO ARQUIVO QUE NAO PUDERAM SER INTERPRETADAS SAEM
      * ANTES DOS PROSPECTS, COM O NUMERO DA LINHA E O MOTIVO.
       P520-IMPRIME-INVALIDA.
            IF NOT WS-TEVE-INVALIDA
               SET WS-TEVE-INVALIDA             TO TRUE
               MOVE 'LINHAS IGNORADAS DO ARQUIVO DA CENTRAL'
                                                 TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               MOVE 'LINHA  MOTIVO                         CONTEUDO'
                                                 TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               MOVE ALL '-'                     TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-IF
            MOVE SPACES                         TO REL-LINHA
            MOVE WS-NUMERO-LINHA                TO REL-LINHA(1:5)
            MOVE WS-MOTIVO-INVALIDA             TO REL-LINHA(8:30)
            MOVE LIG-LINHA                      TO REL-LINHA(39:82)
            PERFORM P390-GRAVA-LINHA
           .
       P530-IMPRIME-PROSPECT.
            ADD 1                               TO WS-TOTAL-NUMEROS-PRP
            MOVE SPACES                         TO REL-LINHA
            MOVE WS-PRP-NUMERO                  TO REL-LINHA(1:15)
            MOVE WS-PRP-QUANTIDADE              TO REL-LINHA(17:5)
            MOVE WS-PRP-PRIMEIRA                TO WS-PRP-DATA-EDITADA
            PERFORM P540-EDITA-DATA-HORA
            MOVE WS-PRP-DATA-EDITADA            TO REL-LINHA(27:16)
            MOVE WS-PRP-ULTIMA                  TO WS-PRP-DATA-EDITADA
            PERFORM P540-EDITA-DATA-HORA
            MOVE WS-PRP-DATA-EDITADA            TO REL-LINHA(45:16)
            MOVE WS-PRP-DURACAO                 TO WS-DURACAO
            PERFORM P410-EDITA-DURACAO
            MOVE WS-DURACAO-EDITADA             TO REL-LINHA(63:8)
            MOVE WS-PRP-RAMAL                   TO REL-LINHA(73:6)
            IF WS-PRP-QUANTIDADE >= WS-MIN-FREQUENTE
               MOVE '*** FREQUENTE'             TO REL-LINHA(81:13)
               ADD 1                            TO WS-TOTAL-FREQUENTES
            END-IF
            PERFORM P390-GRAVA-LINHA
           .
      * AAAAMMDDHHMMSS CHEGA EM WS-PRP-DATA-EDITADA E SAI COMO
      * DD/MM/AAAA HH:MM.
       P540-EDITA-DATA-HORA.
            MOVE SPACES                         TO WS-DIG-SAIDA
            STRING WS-PRP-DATA-EDITADA(7:2)  '/'
                   WS-PRP-DATA-EDITADA(5:2)  '/'
                   WS-PRP-DATA-EDITADA(1:4)  ' '
                   WS-PRP-DATA-EDITADA(9:2)  ':'
                   WS-PRP-DATA-EDITADA(11:2)
                                       DELIMITED BY SIZE
                                       INTO WS-DIG-SAIDA
            MOVE WS-DIG-SAIDA                   TO WS-PRP-DATA-EDITADA
           .
       P600-IMPRIME-TOTAIS.
            MOVE ALL '-'                        TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LIGACOES LIDAS............. : ' WS-TOTAL-LIDAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'ANOTADAS EM CONTATOS....... : ' WS-TOTAL-ANOTADAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING '  PELO HISTORICO DE TROCAS. : '
                   WS-TOTAL-HISTORICO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'DE NUMEROS NAO CADASTRADOS. : ' WS-TOTAL-PROSPECTS
                   ' EM ' WS-TOTAL-NUMEROS-PRP ' NUMEROS ('
                   WS-TOTAL-FREQUENTES ' FREQUENTES)'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'JA IMPORTADAS ANTES........ : '
                   WS-TOTAL-JA-IMPORTADAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LINHAS INVALIDAS........... : ' WS-TOTAL-INVALIDAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'ERROS DE GRAVACAO.......... : ' WS-TOTAL-ERROS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P800-REGISTRA-SAIDA.
            MOVE 'LIGCNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            MOVE WS-NOME-RELATORIO             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-NUMEROS-PRP          TO WS-SPL-QUANTIDADE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\SPLCNTT'
                                                  USING WS-SPL-AREA
            IF NOT WS-SPL-OK
               DISPLAY 'AVISO: SAIDA NAO REGISTRADA NO CATALOGO!'
            END-IF
           .
       P390-GRAVA-LINHA.
            IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM P310-IMPRIME-CABECALHO
            END-IF
            WRITE REL-LINHA
            ADD 1                               TO WS-LINHAS-NA-PAGINA
           .
       P900-FECHA-ARQUIVOS.
            CLOSE LIGACOES
            IF WS-TEM-CONTATOS
               CLOSE CONTATOS
            END-IF
            IF WS-TEM-ADICIONAIS
               CLOSE TELEFONES-ADIC
            END-IF
            IF WS-TEM-AUDITORIA
               CLOSE AUDITORIA
            END-IF
            IF WS-TEM-ANOTACOES
               CLOSE ANOTACOES
            END-IF
            IF WS-TEM-CONTROLE
               CLOSE CONTROLE
            END-IF
            IF WS-TEM-RELATORIO
               CLOSE RELATORIO
            END-IF
           .
       P950-EXIBE-RESUMO.
            DISPLAY '-------------------------------------------------'
            DISPLAY 'RESUMO DA IMPORTACAO DAS LIGACOES'
            DISPLAY 'LIGACOES LIDAS....... : ' WS-TOTAL-LIDAS
            DISPLAY 'ANOTADAS EM CONTATOS. : ' WS-TOTAL-ANOTADAS
            DISPLAY 'NAO CADASTRADOS...... : ' WS-TOTAL-PROSPECTS
            DISPLAY 'JA IMPORTADAS ANTES.. : ' WS-TOTAL-JA-IMPORTADAS
            DISPLAY 'LINHAS INVALIDAS..... : ' WS-TOTAL-INVALIDAS
            DISPLAY '-------------------------------------------------'
           .
      * O RESULTADO DO PASSO SAI EM ARQUIVO PARA O ORQUESTRADOR
      * NOTCNTT MONTAR O DIARIO DA NOITE SEM DEPENDER DO CONSOLE.
       P960-GRAVA-RESULTADO.
            OPEN OUTPUT RESULTADO
            IF WS-RES-FILE-STATUS = '00'
               MOVE SPACES                     TO RES-REG
               MOVE 'LIGCNTT'                  TO RES-PROGRAMA
               MOVE WS-RESULTADO-FINAL         TO RES-RESULTADO
               IF WS-RESULTADO-FINAL = 'OK'
                  STRING 'LIDAS '      WS-TOTAL-LIDAS
                         ' ANOTADAS '  WS-TOTAL-ANOTADAS
                         ' PROSPECTS ' WS-TOTAL-PROSPECTS
                         ' JA IMPORTADAS ' WS-TOTAL-JA-IMPORTADAS
                         ' INVALIDAS ' WS-TOTAL-INVALIDAS
                                       DELIMITED BY SIZE
                                       INTO RES-RESUMO
               ELSE
                  MOVE 'ARQUIVO DA CENTRAL OU CONTATOS INDISPONIVEL'
                                               TO RES-RESUMO
               END-IF
               WRITE RES-REG
               CLOSE RESULTADO
            ELSE
               DISPLAY 'ERRO AO GRAVAR LIGACOES-RESULTADO.DAT!'
            END-IF
           .
       END PROGRAM LIGCNTT.
