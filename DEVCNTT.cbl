      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO NOTURNO DAS DEVOLUCOES: LE O ARQUIVO
      *          DEVOLUCOES.TXT (BOUNCES DEFINITIVOS DEVOLVIDOS PELO
      *          PROVEDOR DE E-MAIL DEPOIS DAS CAMPANHAS DO EXPCNTT E
      *          CARTAS DEVOLVIDAS PELOS CORREIOS), UMA LINHA POR
      *          DEVOLUCAO NO FORMATO CANAL;CHAVE;MOTIVO, ONDE O CANAL
      *          E E (E-MAIL) OU C (CORREIO) E A CHAVE E O E-MAIL OU O
      *          TELEFONE DO CONTATO. CADA CONTATO LOCALIZADO TEM O
      *          CANAL MARCADO COMO DEVOLVIDO (CT-DEVOLUCAO), COM DATA
      *          E MOTIVO, E GANHA UM LANCAMENTO D NA TRILHA DE
      *          AUDITORIA. AS LINHAS QUE NAO LOCALIZARAM NENHUM
      *          CONTATO OU NAO PUDERAM SER INTERPRETADAS VAO PARA O
      *          RELATORIO DATADO DEVOLUCOES-AAAAMMDD-HHMMSS.TXT,
      *          REGISTRADO NO CATALOGO DE SPOOL (SPLCNTT). UM CANAL JA
      *          MARCADO NAO E MARCADO DE NOVO, ENTAO REPROCESSAR O
      *          MESMO ARQUIVO NAO DUPLICA LANCAMENTOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCOES ASSIGN TO "DEVOLUCOES.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DEV-FILE-STATUS.
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
      * CADA EXECUCAO GRAVA UM RELATORIO DATADO E O REGISTRA NO
      * CATALOGO DE SPOOL VIA SPLCNTT, COMO OS DEMAIS RELATORIOS.
           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RESULTADO ASSIGN TO "DEVOLUCOES-RESULTADO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVOLUCOES.
       01  DEV-LINHA                           PIC X(200).
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       FD  AUDITORIA.
       COPY AUDITORIA.CPY.
       FD  RELATORIO.
       01  REL-LINHA                           PIC X(120).
       FD  RESULTADO.
       COPY RESULNOT.CPY.
       WORKING-STORAGE SECTION.
       01  WS-DEV-FILE-STATUS                  PIC X(02).
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-REL-FILE-STATUS                  PIC X(02).
       01  WS-RES-FILE-STATUS                  PIC X(02).
       01  WS-RESULTADO-FINAL                  PIC X(05)   VALUE 'ERRO'.
      * OPERADOR GRAVADO NA AUDITORIA E NO CATALOGO DE SPOOL.
       01  WS-OPERADOR                         PIC X(08)   VALUE
                                                           'DEVOLUC'.
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-FIM-CONTATOS                     PIC X(01)   VALUE 'N'.
           88  WS-FIM-CT                                   VALUE 'S'.
       01  WS-ABRIU-CONTATOS                   PIC X(01)   VALUE 'N'.
           88  WS-TEM-CONTATOS                             VALUE 'S'.
       01  WS-ABRIU-ADICIONAIS                 PIC X(01)   VALUE 'N'.
           88  WS-TEM-ADICIONAIS                           VALUE 'S'.
       01  WS-ABRIU-AUDITORIA                  PIC X(01)   VALUE 'N'.
           88  WS-TEM-AUDITORIA                            VALUE 'S'.
       01  WS-ABRIU-RELATORIO                  PIC X(01)   VALUE 'N'.
           88  WS-TEM-RELATORIO                            VALUE 'S'.
       01  WS-ACHOU-CONTATO                    PIC X(01)   VALUE 'N'.
           88  WS-CONTATO-ACHADO                           VALUE 'S'.
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-EDITADA                     PIC X(10).
       01  WS-NOME-RELATORIO                   PIC X(40).
       01  WS-NUMERO-LINHA                     PIC 9(05)   VALUE ZEROS.
       01  WS-ENT-CANAL                        PIC X(10).
       01  WS-ENT-CHAVE                        PIC X(60).
       01  WS-ENT-MOTIVO                       PIC X(60).
       01  WS-CANAL                            PIC X(01).
           88  WS-CANAL-EMAIL                              VALUE 'E'.
           88  WS-CANAL-CORREIO                            VALUE 'C'.
       01  WS-CHAVE-BUSCA                      PIC X(40).
       01  WS-MOTIVO                           PIC X(30).
       01  WS-EMAIL-CONTATO                    PIC X(40).
       01  WS-QTD-ARROBA                       PIC 9(02)   VALUE ZEROS.
       01  WS-SITUACAO-LINHA                   PIC X(20).
       01  WS-TOTAL-LIDAS                      PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-MARCADOS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-JA-MARCADOS                PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-NAO-LOCALIZ                PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-INVALIDAS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ERROS                      PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-RELATADAS                  PIC 9(05)   VALUE ZEROS.
       01  WS-NUMERO-PAGINA                    PIC 9(03)   VALUE ZEROS.
       01  WS-LINHAS-NA-PAGINA                 PIC 9(02)   VALUE ZEROS.
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       COPY SPOOLCT.CPY.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*************************************************'
            DISPLAY '*      PROCESSAMENTO DAS DEVOLUCOES             *'
            DISPLAY '*************************************************'
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            STRING WS-DATA-HORA-SISTEMA(7:2) '/'
                   WS-DATA-HORA-SISTEMA(5:2) '/'
                   WS-DATA-HORA-SISTEMA(1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DATA-EDITADA
            MOVE SPACES                        TO WS-NOME-RELATORIO
            STRING 'DEVOLUCOES-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-RELATORIO
            OPEN INPUT DEVOLUCOES
            IF WS-DEV-FILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE DEVOLUCOES NAO ENCONTRADO: '
                       'DEVOLUCOES.TXT'
            ELSE
               PERFORM P100-ABRE-ARQUIVOS
               IF NOT WS-TEM-CONTATOS OR NOT WS-TEM-AUDITORIA OR
                  NOT WS-TEM-RELATORIO
                  DISPLAY 'ERRO AO ABRIR CONTATOS, AUDITORIA OU '
                          'RELATORIO!'
                  PERFORM P900-FECHA-ARQUIVOS
               ELSE
                  PERFORM P310-IMPRIME-CABECALHO
                  PERFORM P200-PROCESSA-DEVOLUCOES
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
      * OS TELEFONES ADICIONAIS SAO OPCIONAIS: SEM O ARQUIVO A BUSCA
      * POR TELEFONE OLHA SO O NUMERO PRINCIPAL.
       P100-ABRE-ARQUIVOS.
            OPEN I-O CONTATOS
            IF WS-FILE-STATUS = '00'
               SET WS-TEM-CONTATOS             TO TRUE
            END-IF
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               SET WS-TEM-ADICIONAIS           TO TRUE
            END-IF
            OPEN I-O AUDITORIA
            IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN I-O AUDITORIA
            END-IF
            IF WS-AUD-FILE-STATUS = '00'
               SET WS-TEM-AUDITORIA            TO TRUE
            END-IF
            OPEN OUTPUT RELATORIO
            IF WS-REL-FILE-STATUS = '00'
               SET WS-TEM-RELATORIO            TO TRUE
            END-IF
           .
       P200-PROCESSA-DEVOLUCOES.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            PERFORM UNTIL WS-FIM
               READ DEVOLUCOES NEXT RECORD
                  AT END
                     SET WS-FIM                 TO TRUE
                  NOT AT END
                     ADD 1                      TO WS-NUMERO-LINHA
                     PERFORM P210-PROCESSA-LINHA
               END-READ
            END-PERFORM
           .
      * UMA LINHA DE CABECALHO (PRIMEIRO CAMPO 'CANAL') E AS LINHAS
      * EM BRANCO SAO IGNORADAS. A CHAVE COM @ E PROCURADA COMO
      * E-MAIL, QUALQUER OUTRA COMO TELEFONE, SEJA QUAL FOR O CANAL:
      * A CARTA DEVOLVIDA PODE VIR IDENTIFICADA PELO E-MAIL E O
      * BOUNCE PELO TELEFONE, CONFORME O FORNECEDOR.
       P210-PROCESSA-LINHA.
            MOVE SPACES                        TO WS-ENT-CANAL
            MOVE SPACES                        TO WS-ENT-CHAVE
            MOVE SPACES                        TO WS-ENT-MOTIVO
            UNSTRING DEV-LINHA DELIMITED BY ';'
                     INTO WS-ENT-CANAL
                          WS-ENT-CHAVE
                          WS-ENT-MOTIVO
            END-UNSTRING
            INSPECT WS-ENT-CANAL CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF DEV-LINHA = SPACES OR
               (WS-NUMERO-LINHA = 1 AND WS-ENT-CANAL = 'CANAL')
               CONTINUE
            ELSE
               ADD 1                           TO WS-TOTAL-LIDAS
               MOVE FUNCTION TRIM(WS-ENT-CANAL) TO WS-CANAL
               MOVE FUNCTION TRIM(WS-ENT-CHAVE) TO WS-CHAVE-BUSCA
               MOVE FUNCTION TRIM(WS-ENT-MOTIVO) TO WS-MOTIVO
               INSPECT WS-CHAVE-BUSCA CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-MOTIVO CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-MOTIVO = SPACES
                  MOVE 'MOTIVO NAO INFORMADO'  TO WS-MOTIVO
               END-IF
               EVALUATE TRUE
                  WHEN NOT WS-CANAL-EMAIL AND NOT WS-CANAL-CORREIO
                    ADD 1                      TO WS-TOTAL-INVALIDAS
                    MOVE 'CANAL INVALIDO'      TO WS-SITUACAO-LINHA
                    PERFORM P500-IMPRIME-DETALHE
                  WHEN WS-CHAVE-BUSCA = SPACES
                    ADD 1                      TO WS-TOTAL-INVALIDAS
                    MOVE 'CHAVE EM BRANCO'     TO WS-SITUACAO-LINHA
                    PERFORM P500-IMPRIME-DETALHE
                  WHEN OTHER
                    MOVE 'N'                   TO WS-ACHOU-CONTATO
                    MOVE ZEROS                 TO WS-QTD-ARROBA
                    INSPECT WS-CHAVE-BUSCA TALLYING WS-QTD-ARROBA
                            FOR ALL '@'
                    IF WS-QTD-ARROBA > 0
                       PERFORM P220-BUSCA-POR-EMAIL
                    ELSE
                       PERFORM P230-BUSCA-POR-TELEFONE
                    END-IF
                    IF NOT WS-CONTATO-ACHADO
                       ADD 1                   TO WS-TOTAL-NAO-LOCALIZ
                       MOVE 'NAO LOCALIZADA'   TO WS-SITUACAO-LINHA
                       PERFORM P500-IMPRIME-DETALHE
                    END-IF
               END-EVALUATE
            END-IF
           .
      * NAO HA INDICE POR E-MAIL: O ARQUIVO E VARRIDO E TODOS OS
      * CONTATOS COM O MESMO E-MAIL SAO MARCADOS (O ENDERECO QUE NAO
      * ENTREGA E O MESMO PARA TODOS ELES).
       P220-BUSCA-POR-EMAIL.
            MOVE 'N'                           TO WS-FIM-CONTATOS
            MOVE LOW-VALUES                    TO CT-TELEFONE
            START CONTATOS KEY IS NOT LESS THAN CT-TELEFONE
               INVALID KEY
                  SET WS-FIM-CT                 TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-CT
               READ CONTATOS NEXT RECORD
                  AT END
                     SET WS-FIM-CT              TO TRUE
                  NOT AT END
                     MOVE CT-EMAIL              TO WS-EMAIL-CONTATO
                     INSPECT WS-EMAIL-CONTATO CONVERTING
                             'abcdefghijklmnopqrstuvwxyz'
                          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                     IF WS-EMAIL-CONTATO = WS-CHAVE-BUSCA
                        SET WS-CONTATO-ACHADO   TO TRUE
                        PERFORM P400-MARCA-CONTATO
                     END-IF
               END-READ
            END-PERFORM
           .
      * O TELEFONE PODE SER O PRINCIPAL OU UM ADICIONAL DO CONTATO.
       P230-BUSCA-POR-TELEFONE.
            MOVE WS-CHAVE-BUSCA                TO CT-TELEFONE
            READ CONTATOS
               INVALID KEY
                  IF WS-TEM-ADICIONAIS
                     PERFORM P240-BUSCA-ADICIONAL
                  END-IF
               NOT INVALID KEY
                  SET WS-CONTATO-ACHADO         TO TRUE
                  PERFORM P400-MARCA-CONTATO
            END-READ
           .
       P240-BUSCA-ADICIONAL.
            MOVE WS-CHAVE-BUSCA                TO TA-TELEFONE
            READ TELEFONES-ADIC
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE TA-TELEFONE-CONTATO     TO CT-TELEFONE
                  READ CONTATOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        SET WS-CONTATO-ACHADO   TO TRUE
                        PERFORM P400-MARCA-CONTATO
                  END-READ
            END-READ
           .
      * O CANAL JA MARCADO FICA COMO ESTA (DATA E MOTIVO DA PRIMEIRA
      * DEVOLUCAO), SEM NOVO LANCAMENTO NA AUDITORIA.
       P400-MARCA-CONTATO.
            IF (WS-CANAL-EMAIL AND CT-EMAIL-DEVOLVIDO) OR
               (WS-CANAL-CORREIO AND CT-CORREIO-DEVOLVIDO)
               ADD 1                           TO WS-TOTAL-JA-MARCADOS
            ELSE
               IF WS-CANAL-EMAIL
                  SET CT-EMAIL-DEVOLVIDO       TO TRUE
                  MOVE WS-DATA-HORA-SISTEMA(1:8)
                                               TO CT-DEV-EMAIL-DATA
                  MOVE WS-MOTIVO               TO CT-DEV-EMAIL-MOTIVO
               ELSE
                  SET CT-CORREIO-DEVOLVIDO     TO TRUE
                  MOVE WS-DATA-HORA-SISTEMA(1:8)
                                               TO CT-DEV-CORR-DATA
                  MOVE WS-MOTIVO               TO CT-DEV-CORR-MOTIVO
               END-IF
               REWRITE CONTATO-REG
                  INVALID KEY
                     ADD 1                     TO WS-TOTAL-ERROS
                     DISPLAY 'ERRO AO MARCAR O CONTATO ' CT-TELEFONE
                  NOT INVALID KEY
                     ADD 1                     TO WS-TOTAL-MARCADOS
                     PERFORM P700-GRAVA-AUDITORIA
               END-REWRITE
            END-IF
           .
      * AS IMAGENS ANTES E DEPOIS SAO O PROPRIO CONTATO, SEM MUDANCA;
      * O CANAL E O MOTIVO FICAM NO GRUPO AUD-DEVOLUCAO.
       P700-GRAVA-AUDITORIA.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-OPERADOR                   TO AUD-OPERADOR
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AUD-DATA-HORA
            SET AUD-OP-DEVOLUCAO               TO TRUE
            MOVE CT-TELEFONE                   TO AUD-ANT-TELEFONE
            MOVE CT-NOME                       TO AUD-ANT-NOME
            MOVE CT-EMAIL                      TO AUD-ANT-EMAIL
            MOVE CT-ENDERECO                   TO AUD-ANT-ENDERECO
            MOVE CT-STATUS                     TO AUD-ANT-STATUS
            MOVE AUD-ANTES                     TO AUD-DEPOIS
            MOVE CT-CATEGORIA                  TO AUD-ANT-CATEGORIA
            MOVE CT-CATEGORIA                  TO AUD-DEP-CATEGORIA
            MOVE CT-ENDERECO-ESTRUT            TO AUD-ANT-END-ESTRUT
            MOVE CT-ENDERECO-ESTRUT            TO AUD-DEP-END-ESTRUT
            MOVE CT-CONSENTIMENTO              TO AUD-ANT-CONS
            MOVE CT-CONSENTIMENTO              TO AUD-DEP-CONS
            MOVE SPACES                        TO AUD-TELEFONE-FUSAO
            MOVE SPACES                        TO AUD-TEL-ADICIONAL
            MOVE SPACES                        TO AUD-LGP-APROVADOR
            MOVE WS-CANAL                      TO AUD-DEV-CANAL
            MOVE WS-MOTIVO                     TO AUD-DEV-MOTIVO
            MOVE CT-EMPRESA                    TO AUD-ANT-EMPRESA
            MOVE CT-EMPRESA                    TO AUD-DEP-EMPRESA
            MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
            PERFORM P710-GRAVA-COM-SEQUENCIA
           .
      * A SEQUENCIA DESEMPATA OPERACOES GRAVADAS NO MESMO SEGUNDO
      * PARA O MESMO TELEFONE (E-MAIL E CORREIO NA MESMA NOITE): EM
      * CHAVE DUPLICADA O NUMERO E INCREMENTADO E A GRAVACAO REPETIDA.
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
       P310-IMPRIME-CABECALHO.
            ADD 1                               TO WS-NUMERO-PAGINA
            MOVE ZEROS                          TO WS-LINHAS-NA-PAGINA
            MOVE SPACES                         TO REL-LINHA
            STRING 'DEVOLUCOES NAO APLICADAS'   DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA    DELIMITED BY SIZE
                   '     PAGINA: ' WS-NUMERO-PAGINA DELIMITED BY SIZE
                                        INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LINHA  SITUACAO             CANAL CHAVE'
                   '                                    MOTIVO'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            WRITE REL-LINHA
           .
      * A SITUACAO DA LINHA CHEGA EM WS-SITUACAO-LINHA; A CHAVE E O
      * MOTIVO SAEM COMO VIERAM NO ARQUIVO.
       P500-IMPRIME-DETALHE.
            ADD 1                               TO WS-TOTAL-RELATADAS
            MOVE SPACES                         TO REL-LINHA
            MOVE WS-NUMERO-LINHA                TO REL-LINHA(1:5)
            MOVE WS-SITUACAO-LINHA              TO REL-LINHA(8:20)
            MOVE WS-ENT-CANAL                   TO REL-LINHA(29:5)
            MOVE WS-ENT-CHAVE                   TO REL-LINHA(35:40)
            MOVE WS-ENT-MOTIVO                  TO REL-LINHA(76:45)
            PERFORM P390-GRAVA-LINHA
           .
       P600-IMPRIME-TOTAIS.
            MOVE ALL '-'                        TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LINHAS LIDAS......... : ' WS-TOTAL-LIDAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CONTATOS MARCADOS.... : ' WS-TOTAL-MARCADOS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'JA MARCADOS ANTES.... : ' WS-TOTAL-JA-MARCADOS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'NAO LOCALIZADAS...... : ' WS-TOTAL-NAO-LOCALIZ
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LINHAS INVALIDAS..... : ' WS-TOTAL-INVALIDAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'ERROS DE GRAVACAO.... : ' WS-TOTAL-ERROS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P800-REGISTRA-SAIDA.
            MOVE 'DEVCNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            MOVE WS-NOME-RELATORIO             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-RELATADAS            TO WS-SPL-QUANTIDADE
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
            CLOSE DEVOLUCOES
            IF WS-TEM-CONTATOS
               CLOSE CONTATOS
            END-IF
            IF WS-TEM-ADICIONAIS
               CLOSE TELEFONES-ADIC
            END-IF
            IF WS-TEM-AUDITORIA
               CLOSE AUDITORIA
            END-IF
            IF WS-TEM-RELATORIO
               CLOSE RELATORIO
            END-IF
           .
       P950-EXIBE-RESUMO.
            DISPLAY '-------------------------------------------------'
            DISPLAY 'RESUMO DO PROCESSAMENTO DAS DEVOLUCOES'
            DISPLAY 'LINHAS LIDAS......... : ' WS-TOTAL-LIDAS
            DISPLAY 'CONTATOS MARCADOS.... : ' WS-TOTAL-MARCADOS
            DISPLAY 'JA MARCADOS ANTES.... : ' WS-TOTAL-JA-MARCADOS
            DISPLAY 'NAO LOCALIZADAS...... : ' WS-TOTAL-NAO-LOCALIZ
            DISPLAY 'LINHAS INVALIDAS..... : ' WS-TOTAL-INVALIDAS
            DISPLAY '-------------------------------------------------'
           .
      * O RESULTADO DO PASSO SAI EM ARQUIVO PARA O ORQUESTRADOR
      * NOTCNTT MONTAR O DIARIO DA NOITE SEM DEPENDER DO CONSOLE.
       P960-GRAVA-RESULTADO.
            OPEN OUTPUT RESULTADO
            IF WS-RES-FILE-STATUS = '00'
               MOVE SPACES                     TO RES-REG
               MOVE 'DEVCNTT'                  TO RES-PROGRAMA
               MOVE WS-RESULTADO-FINAL         TO RES-RESULTADO
               IF WS-RESULTADO-FINAL = 'OK'
                  STRING 'LIDAS '      WS-TOTAL-LIDAS
                         ' MARCADOS '  WS-TOTAL-MARCADOS
                         ' JA MARCADOS ' WS-TOTAL-JA-MARCADOS
                         ' NAO LOCALIZ. ' WS-TOTAL-NAO-LOCALIZ
                         ' INVALIDAS ' WS-TOTAL-INVALIDAS
                                       DELIMITED BY SIZE
                                       INTO RES-RESUMO
               ELSE
                  MOVE 'ARQUIVO DE DEVOLUCOES OU CONTATOS INDISPONIVEL'
                                               TO RES-RESUMO
               END-IF
               WRITE RES-REG
               CLOSE RESULTADO
            ELSE
               DISPLAY 'ERRO AO GRAVAR DEVOLUCOES-RESULTADO.DAT!'
            END-IF
           .
       END PROGRAM DEVCNTT.
